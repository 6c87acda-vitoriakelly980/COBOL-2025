      *            SESSAO-TIMEOUT= MINUTOS DE INATIVIDADE QUE FECHAM
      *                            A SESSAO DO CLIENTES (NNN, 0 =
      *                            SEM TIMEOUT)
      *            PONTOS-TAXA=    PONTOS DE FIDELIDADE GANHOS POR REAL
      *                            PAGO NO PEDIDO (NN, 0 = PROGRAMA
      *                            DE PONTOS SUSPENSO)
      *            PONTOS-CENTAVOS= VALOR DE CADA PONTO NO RESGATE,
      *                            EM CENTAVOS (NNN)
      *            PONTOS-VALIDADE= MESES DE VALIDADE DOS PONTOS,
      *                            CONTADOS DO GANHO (NN)
      *            UF-EMITENTE=    UF DA LOJA: DESTINO FISCAL DA VENDA
      *                            DE BALCAO E DO CLIENTE SEM UF NO
      *                            ENDERECO (NFEMIT)
      *            JUROS-ATRASO=   JUROS % AO MES SOBRE A PARCELA A
      *                            RECEBER PAGA EM ATRASO, PRO RATA
      *                            DIA (NNVV, BAIXAREC)
      *            EXPEDICAO-DIAS= DIAS UTEIS QUE O PEDIDO COM ENTREGA
      *                            TEM PARA SER EXPEDIDO (NN, ATRENTR)
      *            BOLETO-MULTA=   MULTA % SOBRE O BOLETO PAGO DEPOIS
      *                            DO VENCIMENTO (NNVV, ROTINA BOLETO)
      *            BOLETO-JUROS=   JUROS % AO MES SOBRE O BOLETO PAGO
      *                            EM ATRASO, PRO RATA DIA (NNVV)
      *            PLD-LIMITE=     VALOR (NNNNNVV) DE DEPOSITO EM
      *                            ESPECIE QUE E ACUSADO AO COAF
      *                            PELO MONPLD
      *            PLD-FAIXA=      % (NN) ABAIXO DO PLD-LIMITE QUE
      *                            CONTA COMO DEPOSITO "LOGO ABAIXO"
      *            PLD-FRAC-QT=    QUANTIDADE (NN) DE DEPOSITOS LOGO
      *                            ABAIXO QUE CARACTERIZA FRACIONAMENTO
      *            PLD-FRAC-DIAS=  JANELA EM DIAS (NN) DO
      *                            FRACIONAMENTO
      *            PLD-GIRO-DIAS=  JANELA EM DIAS (NN) DA ENTRADA E
      *                            SAIDA RAPIDA
      *            PLD-GIRO-PCT=   % (NNN) DOS CREDITOS DA JANELA QUE,
      *                            SAINDO NELA, CARACTERIZA O GIRO
      *            EMP-MORA=       JUROS DE MORA % AO MES SOBRE A
      *                            PARCELA DE EMPRESTIMO VENCIDA E NAO
      *                            PAGA, PRO RATA DIA (NNVV, EMPREST)
      *            REM-CONVENIO=   CODIGO DO CONVENIO DA EMPRESA COM O
      *                            BANCO, NO HEADER DA REMESSA DE
      *                            PAGAMENTOS A OUTROS BANCOS (GERAREM)
      *            CONC-TOLERANCIA= DIAS (NN) DE DIFERENCA ENTRE A DATA
      *                            DO EXTRATO DO BANCO E A DO RAZAO
      *                            ACEITOS NA CONCILIACAO (CONCBCO)
      *            CAP-VARIACAO=   % (NNN) DE MUDANCA NO RITMO DE
      *                            CRESCIMENTO (SEMANA CONTRA MES) QUE
      *                            O TENDCAP APONTA
      *            CAP-LIMITE=     LIMITE DE CAPACIDADE DE UM ARQUIVO
      *                            DO HISTORICO DO VERIFPRE: 12
      *                            DIGITOS, UM BRANCO E O NOME (EX.:
      *                            CAP-LIMITE=000000050000 CLIENTES).
      *                            UMA LINHA POR ARQUIVO, ATE 20; O
      *                            TENDCAP AVISA QUANDO A PROJECAO
      *                            PASSA DO LIMITE
      *            EXPEDIENTE-INI= HORA (HHMM) DE INICIO DO EXPEDIENTE
      *            EXPEDIENTE-FIM= HORA (HHMM) DE FIM DO EXPEDIENTE; O
      *                            ATIVOPER APONTA ATIVIDADE FORA DELE
      *          TROCAR DIR-DADOS E TROCAR PRODUCAO POR ENSAIO SEM
      *          RECOMPILAR NADA. COPY NA PROCEDURE DIVISION; REQUER
      *          COPY CFGSEL (FILE-CONTROL), CFGFD (FILE SECTION) E
               IF CFG-LINHA(16:3) IS NUMERIC
                   MOVE CFG-LINHA(16:3) TO CFG-SESSAO-TIMEOUT
               END-IF
             WHEN CFG-LINHA(1:12) = 'PONTOS-TAXA='
               IF CFG-LINHA(13:2) IS NUMERIC
                   MOVE CFG-LINHA(13:2) TO CFG-PONTOS-TAXA
               END-IF
             WHEN CFG-LINHA(1:16) = 'PONTOS-CENTAVOS='
               IF CFG-LINHA(17:3) IS NUMERIC
                   MOVE CFG-LINHA(17:3) TO CFG-PONTOS-CENTAVOS
               END-IF
             WHEN CFG-LINHA(1:16) = 'PONTOS-VALIDADE='
               IF CFG-LINHA(17:2) IS NUMERIC
                   MOVE CFG-LINHA(17:2) TO CFG-PONTOS-VALIDADE
               END-IF
             WHEN CFG-LINHA(1:12) = 'UF-EMITENTE='
               IF CFG-LINHA(13:2) NOT = SPACES
                   MOVE CFG-LINHA(13:2) TO CFG-UF-EMITENTE
               END-IF
             WHEN CFG-LINHA(1:13) = 'JUROS-ATRASO='
               IF CFG-LINHA(14:4) IS NUMERIC
                   COMPUTE CFG-JUROS-ATRASO =
                       FUNCTION NUMVAL(CFG-LINHA(14:4)) / 100
               END-IF
             WHEN CFG-LINHA(1:15) = 'EXPEDICAO-DIAS='
               IF CFG-LINHA(16:2) IS NUMERIC
                   MOVE CFG-LINHA(16:2) TO CFG-EXPEDICAO-DIAS
               END-IF
             WHEN CFG-LINHA(1:13) = 'BOLETO-MULTA='
               IF CFG-LINHA(14:4) IS NUMERIC
                   COMPUTE CFG-BOLETO-MULTA =
                       FUNCTION NUMVAL(CFG-LINHA(14:4)) / 100
               END-IF
             WHEN CFG-LINHA(1:13) = 'BOLETO-JUROS='
               IF CFG-LINHA(14:4) IS NUMERIC
                   COMPUTE CFG-BOLETO-JUROS =
                       FUNCTION NUMVAL(CFG-LINHA(14:4)) / 100
               END-IF
             WHEN CFG-LINHA(1:11) = 'PLD-LIMITE='
               IF CFG-LINHA(12:7) IS NUMERIC
                   COMPUTE CFG-PLD-LIMITE =
                       FUNCTION NUMVAL(CFG-LINHA(12:7)) / 100
               END-IF
             WHEN CFG-LINHA(1:10) = 'PLD-FAIXA='
               IF CFG-LINHA(11:2) IS NUMERIC
                   MOVE CFG-LINHA(11:2) TO CFG-PLD-FAIXA
               END-IF
             WHEN CFG-LINHA(1:12) = 'PLD-FRAC-QT='
               IF CFG-LINHA(13:2) IS NUMERIC
                   MOVE CFG-LINHA(13:2) TO CFG-PLD-FRAC-QT
               END-IF
             WHEN CFG-LINHA(1:14) = 'PLD-FRAC-DIAS='
               IF CFG-LINHA(15:2) IS NUMERIC
                   MOVE CFG-LINHA(15:2) TO CFG-PLD-FRAC-DIAS
               END-IF
             WHEN CFG-LINHA(1:14) = 'PLD-GIRO-DIAS='
               IF CFG-LINHA(15:2) IS NUMERIC
                   MOVE CFG-LINHA(15:2) TO CFG-PLD-GIRO-DIAS
               END-IF
             WHEN CFG-LINHA(1:13) = 'PLD-GIRO-PCT='
               IF CFG-LINHA(14:3) IS NUMERIC
                   MOVE CFG-LINHA(14:3) TO CFG-PLD-GIRO-PCT
               END-IF
             WHEN CFG-LINHA(1:9) = 'EMP-MORA='
               IF CFG-LINHA(10:4) IS NUMERIC
                   COMPUTE CFG-EMP-MORA =
                       FUNCTION NUMVAL(CFG-LINHA(10:4)) / 100
               END-IF
             WHEN CFG-LINHA(1:13) = 'REM-CONVENIO='
               MOVE CFG-LINHA(14:20) TO CFG-REM-CONVENIO
             WHEN CFG-LINHA(1:16) = 'CONC-TOLERANCIA='
               IF CFG-LINHA(17:2) IS NUMERIC
                   MOVE CFG-LINHA(17:2) TO CFG-CONC-TOLERANCIA
               END-IF
             WHEN CFG-LINHA(1:13) = 'CAP-VARIACAO='
               IF CFG-LINHA(14:3) IS NUMERIC
                   MOVE CFG-LINHA(14:3) TO CFG-CAP-VARIACAO
               END-IF
             WHEN CFG-LINHA(1:15) = 'EXPEDIENTE-INI='
               IF CFG-LINHA(16:4) IS NUMERIC
                   MOVE CFG-LINHA(16:4) TO CFG-EXPEDIENTE-INI
               END-IF
             WHEN CFG-LINHA(1:15) = 'EXPEDIENTE-FIM='
               IF CFG-LINHA(16:4) IS NUMERIC
                   MOVE CFG-LINHA(16:4) TO CFG-EXPEDIENTE-FIM
               END-IF
             WHEN CFG-LINHA(1:11) = 'CAP-LIMITE='
               IF CFG-LINHA(12:12) IS NUMERIC
                       AND CFG-LINHA(25:20) NOT = SPACES
                       AND CFG-CAP-QT < 20
                   ADD 1 TO CFG-CAP-QT
                   MOVE CFG-LINHA(12:12) TO
                        CFG-CAP-LIMITE(CFG-CAP-QT)
                   MOVE CFG-LINHA(25:20) TO
                        CFG-CAP-ARQUIVO(CFG-CAP-QT)
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.
