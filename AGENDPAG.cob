      *          PEDIDO, DESLIZADO PARA DIA UTIL PELO DIAUTIL) ATE A
      *          DATA FIM, QUANDO ENTAO VIRA HISTORICO 'L'. ALUGUEL,
      *          GUIAS E SEGURO DEIXAM DE SER REDIGITADOS TODO MES.
      *          BOLETO AGENDADO: NO CADASTRO A LINHA DIGITAVEL PASSA
      *          PELA ROTINA BOLETO (DIGITOS, VALOR E VENCIMENTO TIRADOS
      *          DA LINHA, RECUSA DO BOLETO JA PAGO OU JA AGENDADO) E
      *          FICA RESERVADO ('G') NO REGISTRO DE BOLETOS PAGOS. NO
      *          LANCAMENTO A LINHA E CONFERIDA DE NOVO, O BOLETO
      *          VENCIDO GANHA MULTA E JUROS DO DIA DO LANCAMENTO E O
      *          CODIGO DE BARRAS VAI NO RAZAO E NO RECIBO; AGENDAMENTO
      *          QUE FALHA DEVOLVE A RESERVA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY      IS CONTA-NUMERO.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT AGENDTMP ASSIGN TO WRK-ARQ-AGENDTMP
               ORGANIZATION    IS SEQUENTIAL
       FILE SECTION.
       COPY CFGFD.

       FD  AGENDA.
       COPY AGPREG.

       FD  CONTAS.
       COPY CONTAREG.
      *    TABELA DE 300 ENTRADAS: O QUE NAO COUBE NA RODADA VOLTA
      *    INTACTO PARA O ARQUIVO E SAI NA RODADA SEGUINTE.
       FD  AGENDTMP.
       01  AGENDTMP-REG                 PIC X(110).

       FD  RECIBOS.
       COPY RECIBREG.
       77  FS-FECHACTL                  PIC 9(02) VALUE ZEROS.
       77  WRK-ULT-FECHADA              PIC 9(08) VALUE ZEROS.
       77  WRK-VENC-NOVO                PIC 9(08) VALUE ZEROS.
       77  WRK-BOLETO-RECUSADO          PIC X(01) VALUE 'N'.
       77  WRK-BOLETO-COD               PIC X(44) VALUE SPACES.
       77  WRK-BOLETO-SIT               PIC X(01) VALUE SPACE.
       77  WRK-VALOR-LANCTO             PIC 9(05)V99 VALUE ZEROS.
       77  WRK-BOLETO-ED                PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       COPY DIAUTILW.
       COPY DATAUTW.
       COPY DATAWS.
       COPY NOTIFW.
       COPY BOLETOW.
       COPY RAZSEQW.
       01  WRK-AGENDA-TAB.
           05 WRK-AGD-ITEM OCCURS 300 TIMES.
              10 WRK-AGD-CONTA          PIC 9(06).
              10 WRK-AGD-FREQUENCIA     PIC X(01).
              10 WRK-AGD-DIA            PIC 9(02).
              10 WRK-AGD-DATA-FIM       PIC 9(08).
              10 WRK-AGD-LINHA-BOLETO   PIC X(47).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM UNTIL WRK-CONTINUAR NOT = 'S'
               DISPLAY "CONTA A DEBITAR : "
               ACCEPT AGP-CONTA
               MOVE ZEROS  TO AGP-VALOR AGP-VENCIMENTO AGP-DIA
                              AGP-DATA-FIM
               MOVE SPACES TO AGP-DESCRICAO AGP-FREQUENCIA
                              AGP-LINHA-BOLETO
               MOVE 'P' TO AGP-SITUACAO
               PERFORM 0150-LE-BOLETO
               IF AGP-LINHA-BOLETO = SPACES
                       AND WRK-BOLETO-RECUSADO = 'N'
                   PERFORM 0160-LE-AGENDAMENTO
               END-IF
               IF WRK-BOLETO-RECUSADO = 'S'
                   DISPLAY "NAO AGENDADO"
               ELSE
               IF AGP-CONTA = ZEROS OR AGP-VALOR = ZEROS
                       OR AGP-VENCIMENTO = ZEROS
                   DISPLAY "DADOS INCOMPLETOS - NAO AGENDADO"
                   END-IF
                   WRITE AGENDA-REG
                   DISPLAY "AGENDADO"
                   IF AGP-LINHA-BOLETO NOT = SPACES
                       PERFORM 0170-RESERVA-BOLETO
                   END-IF
               END-IF
               END-IF
               DISPLAY "AGENDAR OUTRO (S/N) ? "
               ACCEPT WRK-CONTINUAR
           END-PERFORM.
           CLOSE AGENDA.

      *    BOLETO AGENDADO: A LINHA DIGITAVEL E CONFERIDA NA HORA PELA
      *    ROTINA BOLETO E DELA SAEM O VALOR DO DOCUMENTO E O
      *    VENCIMENTO (PERGUNTADOS SO QUANDO A LINHA NAO TRAZ). BOLETO
      *    E PAGAMENTO UNICO - NAO HA RECORRENCIA. LINHA EM BRANCO =
      *    AGENDAMENTO SEM BOLETO, PELO CADASTRO DE SEMPRE.
       0150-LE-BOLETO                SECTION.
           MOVE 'N' TO WRK-BOLETO-RECUSADO.
           DISPLAY "LINHA DIGITAVEL DO BOLETO (ENTER = SEM BOLETO) : ".
           MOVE SPACES TO BOLETO-ENTRADA.
           ACCEPT BOLETO-ENTRADA.
           IF BOLETO-ENTRADA = SPACES
               GO TO 0150-SAIDA
           END-IF.
           MOVE 'S' TO WRK-BOLETO-RECUSADO.
           MOVE 'V'      TO BOLETO-FUNCAO.
           MOVE WRK-HOJE TO BOLETO-DATA-PAGTO.
           CALL 'BOLETO' USING BOLETO-PARM.
           IF BOLETO-RETORNO NOT = 'S'
               DISPLAY "BOLETO RECUSADO: " BOLETO-MENSAGEM
               GO TO 0150-SAIDA
           END-IF.
           IF BOLETO-SITUACAO NOT = SPACE
               DISPLAY "BOLETO RECUSADO - " BOLETO-MENSAGEM
               GO TO 0150-SAIDA
           END-IF.
           IF BOLETO-VALOR-DOC > 99999,99
               DISPLAY "BOLETO RECUSADO - VALOR ACIMA DO MAXIMO DE "
                       "UM MOVIMENTO"
               GO TO 0150-SAIDA
           END-IF.
           MOVE BOLETO-VALOR-DOC TO AGP-VALOR.
           IF AGP-VALOR = ZEROS
               DISPLAY "BOLETO SEM VALOR NA LINHA - VALOR : "
               ACCEPT AGP-VALOR
           ELSE
               MOVE BOLETO-VALOR-DOC TO WRK-BOLETO-ED
               DISPLAY "VALOR DO DOCUMENTO : " WRK-BOLETO-ED
           END-IF.
           MOVE BOLETO-VENCIMENTO TO AGP-VENCIMENTO.
           IF AGP-VENCIMENTO = ZEROS
               DISPLAY "BOLETO SEM VENCIMENTO NA LINHA - "
                       "VENCIMENTO (AAAAMMDD) : "
               ACCEPT AGP-VENCIMENTO
           ELSE
               DISPLAY "VENCIMENTO DO BOLETO : " AGP-VENCIMENTO
           END-IF.
           DISPLAY "FAVORECIDO/DESCRICAO : ".
           ACCEPT AGP-DESCRICAO.
           MOVE BOLETO-ENTRADA TO AGP-LINHA-BOLETO.
           MOVE 'N' TO WRK-BOLETO-RECUSADO.

       0150-SAIDA.
           EXIT.

       0160-LE-AGENDAMENTO           SECTION.
           DISPLAY "VALOR : ".
           ACCEPT AGP-VALOR.
           DISPLAY "FAVORECIDO/DESCRICAO : ".
           ACCEPT AGP-DESCRICAO.
           DISPLAY "VENCIMENTO (AAAAMMDD) : ".
           ACCEPT AGP-VENCIMENTO.
           DISPLAY "FREQUENCIA (ENTER=UNICO, M=MENSAL, "
                   "S=SEMANAL) : ".
           MOVE SPACE TO AGP-FREQUENCIA.
           ACCEPT AGP-FREQUENCIA.
           IF AGP-FREQUENCIA NOT = 'M' AND AGP-FREQUENCIA NOT = 'S'
               MOVE SPACE TO AGP-FREQUENCIA
           END-IF.
           MOVE ZEROS TO AGP-DIA AGP-DATA-FIM.
           IF AGP-MENSAL
               DISPLAY "DIA DO MES (ENTER=DIA DO VENCIMENTO) : "
               ACCEPT AGP-DIA
               IF AGP-DIA = ZEROS OR AGP-DIA > 31
                   MOVE AGP-VENCIMENTO(7:2) TO AGP-DIA
               END-IF
           END-IF.
           IF AGP-FREQUENCIA NOT = SPACE
               DISPLAY "DATA FIM (AAAAMMDD, 0=SEM FIM) : "
               ACCEPT AGP-DATA-FIM
           END-IF.

      *    O BOLETO AGENDADO FICA RESERVADO ('G') NO REGISTRO DE PAGOS:
      *    NEM O CAIXA NEM OUTRO AGENDAMENTO PAGAM O MESMO BOLETO
      *    ENQUANTO A AGENDA NAO RODA. OS DADOS DA CONFERENCIA AINDA
      *    ESTAO NA BOLETO-PARM.
       0170-RESERVA-BOLETO           SECTION.
           MOVE 'R'        TO BOLETO-FUNCAO.
           MOVE 'G'        TO BOLETO-SITUACAO.
           MOVE AGP-CONTA  TO BOLETO-CONTA.
           MOVE ZEROS      TO BOLETO-VALOR-PAGO BOLETO-RECIBO.
           MOVE 'AGENDPAG' TO BOLETO-ORIGEM.
           MOVE SPACES     TO BOLETO-OPERADOR.
           CALL 'BOLETO' USING BOLETO-PARM.
           IF BOLETO-RETORNO NOT = 'S'
               DISPLAY "ATENCAO: BOLETO NAO RESERVADO - "
                       BOLETO-MENSAGEM
           END-IF.

      *    MODO NOTURNO: CARREGA A AGENDA INTEIRA, LANCA O QUE VENCEU
      *    E REGRAVA O ARQUIVO COM AS SITUACOES ATUALIZADAS (OS
      *    LANCADOS FICAM COMO HISTORICO 'L').
               ELSE
                   MOVE ZEROS TO WRK-AGD-DATA-FIM(WRK-QT-AGENDA)
               END-IF
               MOVE AGP-LINHA-BOLETO
                 TO WRK-AGD-LINHA-BOLETO(WRK-QT-AGENDA)
               READ AGENDA NEXT RECORD
           END-PERFORM.
      *    AGENDA MAIOR QUE A TABELA: O EXCEDENTE E ESTACIONADO SEM
               MOVE WRK-AGD-FREQUENCIA(WRK-A) TO AGP-FREQUENCIA
               MOVE WRK-AGD-DIA(WRK-A)        TO AGP-DIA
               MOVE WRK-AGD-DATA-FIM(WRK-A)   TO AGP-DATA-FIM
               MOVE WRK-AGD-LINHA-BOLETO(WRK-A) TO AGP-LINHA-BOLETO
               WRITE AGENDA-REG
           END-PERFORM.
           IF WRK-QT-EXCEDENTE > 0
           DISPLAY "RECORRENTES ROLADOS...: " WRK-QT-RECORRENTES.

       0250-LANCA-UM                 SECTION.
           MOVE WRK-AGD-VALOR(WRK-A) TO WRK-VALOR-LANCTO.
           MOVE SPACES TO WRK-BOLETO-COD WRK-BOLETO-SIT.
           IF WRK-AGD-LINHA-BOLETO(WRK-A) NOT = SPACES
               PERFORM 0255-CONFERE-BOLETO
               IF WRK-AGD-SITUACAO(WRK-A) = 'F'
                   GO TO 0250-SAIDA
               END-IF
           END-IF.
           MOVE WRK-AGD-CONTA(WRK-A) TO CONTA-NUMERO.
           READ CONTAS
             INVALID KEY
                       WRK-AGD-CONTA(WRK-A) " "
                       WRK-AGD-DESCRICAO(WRK-A)
               PERFORM 0265-NOTIFICA-FALHA
               PERFORM 0258-LIBERA-BOLETO
             NOT INVALID KEY
               IF NOT CONTA-ATIVA
                   MOVE 'F' TO WRK-AGD-SITUACAO(WRK-A)
                   ADD 1 TO WRK-QT-FALHADOS
                   DISPLAY "CONTA BLOQUEADA/ENCERRADA, NAO LANCADO: "
                           WRK-AGD-CONTA(WRK-A)
                   PERFORM 0258-LIBERA-BOLETO
               ELSE
                   IF CONTA-LIMITE IS NUMERIC
                       MOVE CONTA-LIMITE TO WRK-LIMITE
                   ELSE
                       MOVE ZEROS TO WRK-LIMITE
                   END-IF
                   IF CONTA-SALDO - WRK-VALOR-LANCTO
                           < (ZERO - WRK-LIMITE)
                       MOVE 'F' TO WRK-AGD-SITUACAO(WRK-A)
                       ADD 1 TO WRK-QT-FALHADOS
                               "LANCADO: " WRK-AGD-CONTA(WRK-A) " "
                               WRK-AGD-DESCRICAO(WRK-A)
                       PERFORM 0265-NOTIFICA-FALHA
                       PERFORM 0258-LIBERA-BOLETO
                       GO TO 0250-SAIDA
                   END-IF
                   SUBTRACT WRK-VALOR-LANCTO FROM CONTA-SALDO
                   REWRITE CONTA-REG
                     INVALID KEY
                       MOVE 'F' TO WRK-AGD-SITUACAO(WRK-A)
                       ADD 1 TO WRK-QT-FALHADOS
                       PERFORM 0258-LIBERA-BOLETO
                     NOT INVALID KEY
                       MOVE 'L' TO WRK-AGD-SITUACAO(WRK-A)
                       ADD 1 TO WRK-QT-LANCADOS
                                   "CONTA " CONTA-NUMERO
                       END-IF
                       PERFORM 0950-GRAVA-RECIBO
                       IF WRK-BOLETO-COD NOT = SPACES
                           PERFORM 0257-BOLETO-PAGO
                       END-IF
                       IF WRK-AGD-FREQUENCIA(WRK-A) = 'M'
                               OR WRK-AGD-FREQUENCIA(WRK-A) = 'S'
                           PERFORM 0270-ROLA-RECORRENTE
       0250-SAIDA.
           EXIT.

      *    BOLETO AGENDADO E CONFERIDO DE NOVO NO DIA DO LANCAMENTO: O
      *    VALOR LANCADO E O DO DOCUMENTO MAIS MULTA E JUROS DE HOJE
      *    (VENCIMENTO PASSADO), E BOLETO QUE NESSE MEIO TEMPO FOI
      *    PAGO OU PARCADO POR OUTRO CAMINHO FALHA SEM LANCAR.
       0255-CONFERE-BOLETO           SECTION.
           MOVE 'V' TO BOLETO-FUNCAO.
           MOVE WRK-AGD-LINHA-BOLETO(WRK-A) TO BOLETO-ENTRADA.
           MOVE WRK-HOJE TO BOLETO-DATA-PAGTO.
           CALL 'BOLETO' USING BOLETO-PARM.
           IF BOLETO-RETORNO NOT = 'S'
               DISPLAY "BOLETO INVALIDO, NAO LANCADO: "
                       WRK-AGD-DESCRICAO(WRK-A) " " BOLETO-MENSAGEM
               GO TO 0255-FALHA
           END-IF.
           IF BOLETO-SITUACAO NOT = SPACE AND BOLETO-SITUACAO NOT = 'G'
               DISPLAY "BOLETO DUPLICADO, NAO LANCADO: "
                       WRK-AGD-DESCRICAO(WRK-A) " " BOLETO-MENSAGEM
               GO TO 0255-FALHA
           END-IF.
           MOVE BOLETO-SITUACAO TO WRK-BOLETO-SIT.
           MOVE BOLETO-CODIGO   TO WRK-BOLETO-COD.
           IF BOLETO-VALOR-DOC > ZEROS
               IF BOLETO-VALOR-PAGAR > 99999,99
                   DISPLAY "BOLETO COM ENCARGOS ACIMA DO MAXIMO DE UM "
                           "MOVIMENTO, NAO LANCADO: "
                           WRK-AGD-DESCRICAO(WRK-A)
                   PERFORM 0258-LIBERA-BOLETO
                   GO TO 0255-FALHA
               END-IF
               MOVE BOLETO-VALOR-PAGAR TO WRK-VALOR-LANCTO
               IF BOLETO-DIAS-ATRASO > ZEROS
                   MOVE BOLETO-VALOR-PAGAR TO WRK-BOLETO-ED
                   DISPLAY "BOLETO VENCIDO HA " BOLETO-DIAS-ATRASO
                           " DIAS, LANCADO COM MULTA E JUROS: "
                           WRK-BOLETO-ED
               END-IF
           END-IF.
           GO TO 0255-SAIDA.

       0255-FALHA.
           MOVE 'F' TO WRK-AGD-SITUACAO(WRK-A).
           ADD 1 TO WRK-QT-FALHADOS.
           PERFORM 0265-NOTIFICA-FALHA.

       0255-SAIDA.
           EXIT.

      *    BOLETO LANCADO: A RESERVA VIRA PAGAMENTO 'P' COM O RECIBO.
       0257-BOLETO-PAGO              SECTION.
           MOVE 'R'                  TO BOLETO-FUNCAO.
           MOVE WRK-BOLETO-COD       TO BOLETO-CODIGO.
           MOVE 'P'                  TO BOLETO-SITUACAO.
           MOVE WRK-AGD-CONTA(WRK-A) TO BOLETO-CONTA.
           MOVE WRK-VALOR-LANCTO     TO BOLETO-VALOR-PAGO.
           MOVE 'AGENDPAG'           TO BOLETO-ORIGEM.
           MOVE 'AGENDPAG'           TO BOLETO-OPERADOR.
           MOVE WRK-RECIBO-NUM       TO BOLETO-RECIBO.
           CALL 'BOLETO' USING BOLETO-PARM.
           IF BOLETO-RETORNO NOT = 'S'
               DISPLAY "ATENCAO: BOLETO NAO MARCADO COMO PAGO - "
                       BOLETO-MENSAGEM
           END-IF.

      *    AGENDAMENTO DE BOLETO QUE FALHOU DEVOLVE A RESERVA 'G' DELE
      *    (SO A DELE): O BOLETO PODE SER PAGO NO CAIXA.
       0258-LIBERA-BOLETO            SECTION.
           IF WRK-BOLETO-COD = SPACES OR WRK-BOLETO-SIT NOT = 'G'
               GO TO 0258-SAIDA
           END-IF.
           MOVE 'X'            TO BOLETO-FUNCAO.
           MOVE WRK-BOLETO-COD TO BOLETO-CODIGO.
           CALL 'BOLETO' USING BOLETO-PARM.

       0258-SAIDA.
           EXIT.

      *    AGENDADO QUE FALHOU VAI PARA A FILA CENTRAL DE
      *    NOTIFICACOES: A TESOURARIA FICA SABENDO SEM ABRIR O
      *    CONSOLE DO LOTE.
      *    SEMANA, OU O AGP-DIA DO MES SEGUINTE, ENCOLHIDO QUANDO O
      *    MES NAO TEM O DIA) E DESLIZA PARA DIA UTIL PELO DIAUTIL,
      *    COMO NO CADASTRO. PASSOU DA DATA FIM, A LINHA ENCERRA
      *    COMO 'L'. AS CONTAS DE DATA SAO AS DA ROTINA DATAUTIL.
       0270-ROLA-RECORRENTE          SECTION.
           MOVE 'S' TO DATAUTIL-FUNCAO.
           IF WRK-AGD-FREQUENCIA(WRK-A) = 'S'
               MOVE WRK-AGD-VENCIMENTO(WRK-A) TO DATAUTIL-DATA
               MOVE 7   TO DATAUTIL-QTDE
               MOVE 'D' TO DATAUTIL-UNIDADE
               CALL 'DATAUTIL' USING DATAUTIL-PARM
               MOVE DATAUTIL-RESULTADO TO WRK-VENC-NOVO
           ELSE
      *        DIA 1 DO MES SEGUINTE, DEPOIS O DIA PEDIDO LIMITADO AO
      *        ULTIMO DIA DAQUELE MES.
               MOVE WRK-AGD-VENCIMENTO(WRK-A) TO DATAUTIL-DATA
               MOVE '01' TO DATAUTIL-DATA(7:2)
               MOVE 1   TO DATAUTIL-QTDE
               MOVE 'M' TO DATAUTIL-UNIDADE
               CALL 'DATAUTIL' USING DATAUTIL-PARM
               MOVE DATAUTIL-RESULTADO TO DATAUTIL-DATA
               MOVE 'U' TO DATAUTIL-FUNCAO
               CALL 'DATAUTIL' USING DATAUTIL-PARM
               MOVE DATAUTIL-RESULTADO TO WRK-VENC-NOVO
               IF WRK-AGD-DIA(WRK-A) > 0
                   MOVE WRK-AGD-DIA(WRK-A) TO WRK-DIA
               ELSE
                   MOVE WRK-AGD-VENCIMENTO(WRK-A)(7:2) TO WRK-DIA
               END-IF
               IF WRK-DIA < WRK-VENC-NOVO(7:2)
                   MOVE WRK-DIA TO WRK-VENC-NOVO(7:2)
               END-IF
           END-IF.
           MOVE 'E' TO DIAUTIL-FUNCAO.
           MOVE WRK-VENC-NOVO TO DIAUTIL-DATA.

       0260-GRAVA-RAZAO              SECTION.
           IF WRK-RAZAO-ABERTO NOT = 'S'
               OPEN I-O RAZAO
               IF FS-RAZAO = 35
                   OPEN OUTPUT RAZAO
                   CLOSE RAZAO
                   OPEN I-O RAZAO
               END-IF
               MOVE 'S' TO WRK-RAZAO-ABERTO
           END-IF.
           MOVE CONTA-NUMERO          TO RAZAO-CONTA.
           MOVE WRK-HOJE              TO RAZAO-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE 'AG'                  TO RAZAO-TIPO.
           MOVE ZEROS                 TO RAZAO-CONTRA.
           MOVE WRK-VALOR-LANCTO      TO RAZAO-VALOR.
           MOVE CONTA-SALDO           TO RAZAO-SALDO.
           MOVE 'AGENDPAG' TO RAZAO-OPER.
           MOVE SPACES     TO RAZAO-APROV.
           MOVE ZEROS      TO RAZAO-TAXA.
           MOVE WRK-BOLETO-COD TO RAZAO-BOLETO.
           PERFORM 9850-PROXIMA-SEQ-RAZAO.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE RAZAO-SEQ TO WRK-SEQ.

      *    RECIBO NUMERADO DO LANCAMENTO 'AG' QUE ACABOU DE SAIR NO
      *    RAZAO, NA MESMA DISCIPLINA DO PAGCONTAS: NUMERACAO
           MOVE RAZAO-TIPO            TO RECIBO-TIPO.
           MOVE RAZAO-VALOR           TO RECIBO-VALOR.
           MOVE RAZAO-SEQ             TO RECIBO-SEQ-RAZAO.
           MOVE RAZAO-BOLETO          TO RECIBO-BOLETO.
           MOVE SPACE                 TO RECIBO-SITUACAO.
           MOVE ZEROS                 TO RECIBO-CANC-DATA.
           MOVE SPACES                TO RECIBO-CANC-APROV.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RECIBO-DATAHORA.
           OPEN I-O RECIBOS.
           IF FS-RECIBOS = 35
             INTO RECSPOOL-REG
           END-STRING.
           WRITE RECSPOOL-REG.
           IF RECIBO-BOLETO NOT = SPACES
               MOVE SPACES TO RECSPOOL-REG
               STRING 'BOLETO '     DELIMITED BY SIZE
                      RECIBO-BOLETO DELIMITED BY SIZE
                 INTO RECSPOOL-REG
               END-STRING
               WRITE RECSPOOL-REG
           END-IF.
           MOVE '----------------------------------------'
             TO RECSPOOL-REG.
           WRITE RECSPOOL-REG.
       COPY CFGLER.

       COPY DATASPLT.

       COPY RAZSEQ.
