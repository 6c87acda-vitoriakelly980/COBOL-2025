      * PELO MANTCONT) PASSOU A SER IMPOSTO: DEBITO OU TRANSFERENCIA
      * QUE DEIXARIA O SALDO ABAIXO DE -LIMITE E RECUSADO; DENTRO DO
      * LIMITE O AVISO DE SALDO NEGATIVO CONTINUA SO AVISANDO.
      * PAGAMENTO DE BOLETO: O PAGAMENTO ACEITA A LINHA DIGITAVEL, QUE A
      * ROTINA BOLETO CONFERE (DIGITOS MODULO 10/11); VALOR E
      * VENCIMENTO SAEM DA PROPRIA LINHA, BOLETO VENCIDO GANHA MULTA E
      * JUROS E BOLETO JA PAGO (OU RESERVADO NA APROVACAO/AGENDA) E
      * RECUSADO. O CODIGO DE BARRAS VAI NA LINHA DO RAZAO E NO RECIBO.
      * TRANSFERENCIA PARA OUTRO BANCO (MOVIMENTO 4): O FAVORECIDO
      * (BANCO, AGENCIA, CONTA, CPF E NOME) E CONFERIDO PELA ROTINA
      * REMESSA, A CONTA E DEBITADA NA HORA (TIPO TE) E O PAGAMENTO
      * ENTRA NA FILA DE REMESSA QUE O GERAREM LEVA AO BANCO. SE O
      * BANCO REJEITAR, O RETBANCO DEVOLVE O VALOR (TIPO DE). NAO HA
      * FILA DE APROVACAO PARA ELA: ACIMA DA ALCADA E RECUSADA.
      ******************************************************************

       ENVIRONMENT DIVISION.
           COPY CFGSEL.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
       77  WRK-HOJE            PIC 9(08)     VALUE ZEROS.
       COPY NOTIFW.
       77  WRK-REC-VALOR-ED    PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA-BOLETO    PIC X(60)     VALUE SPACES.
       77  WRK-BOLETO-COD      PIC X(44)     VALUE SPACES.
       77  WRK-BOLETO-RECUSADO PIC X(01)     VALUE 'N'.
       77  WRK-BOLETO-CONFIRMA PIC X(01)     VALUE 'N'.
       77  WRK-BOLETO-ED       PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       COPY BOLETOW.
       COPY REMESSW.
       COPY RAZSEQW.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                   SECTION.
       0200-PROCESSAR                   SECTION.

           DISPLAY "MOVIMENTO: 1-PAGAMENTO  2-DEPOSITO  "
                   "3-TRANSFERENCIA  4-OUTRO BANCO  0-ENCERRAR"
           ACCEPT WRK-TIPO-MOV
           PERFORM UNTIL WRK-TIPO-MOV = 0

                 IF WRK-TIPO-MOV = 3
                   PERFORM 0270-TRANSFERE
                 ELSE
                 IF WRK-TIPO-MOV = 4
                   PERFORM 0285-OUTRO-BANCO
                 ELSE
                 IF WRK-TIPO-MOV = 1 OR WRK-TIPO-MOV = 2
                   MOVE SPACES TO WRK-BOLETO-COD
                   MOVE 'N'    TO WRK-BOLETO-RECUSADO
                   MOVE ZEROS  TO WRK-PAGAMENTOS
                   IF WRK-TIPO-MOV = 1
                       PERFORM 0220-LE-BOLETO
                   END-IF
                   IF WRK-BOLETO-COD = SPACES
                           AND WRK-BOLETO-RECUSADO = 'N'
                       DISPLAY "VALOR DO MOVIMENTO : "
                       ACCEPT WRK-PAGAMENTOS
                   END-IF
                   IF WRK-PAGAMENTOS NOT = 0
                       IF WRK-TIPO-MOV = 1
                               AND CFG-ALCADA-VALOR > ZEROS
                           MOVE 'PG' TO WRK-TIPO-LCTO
                           MOVE ZEROS TO WRK-CONTA-DESTINO
                           PERFORM 0850-PARCA-APROVACAO
                           IF WRK-BOLETO-COD NOT = SPACES
                               MOVE 'A'   TO BOLETO-SITUACAO
                               MOVE ZEROS TO BOLETO-RECIBO
                               PERFORM 0230-REGISTRA-BOLETO
                           END-IF
                       ELSE
                       IF WRK-TIPO-MOV = 1
                               AND WRK-SALDOFINAL - WRK-PAGAMENTOS
                           DISPLAY "DEBITO RECUSADO: FURARIA O "
                                   "LIMITE DA CONTA"
                       ELSE
                       IF WRK-TIPO-MOV = 1
                           ADD WRK-PAGAMENTOS TO WRK-TOTALPAGAMENTOS
                           SUBTRACT WRK-PAGAMENTOS FROM WRK-SALDOFINAL
                       IF WRK-TIPO-LCTO = 'PG'
                           PERFORM 0950-GRAVA-RECIBO
                       END-IF
                       IF WRK-BOLETO-COD NOT = SPACES
                           MOVE 'P'            TO BOLETO-SITUACAO
                           MOVE WRK-RECIBO-NUM TO BOLETO-RECIBO
                           PERFORM 0230-REGISTRA-BOLETO
                       END-IF
                       IF WRK-SALDOFINAL < ZEROS
                           DISPLAY "ATENCAO: SALDO FICOU NEGATIVO "
                                   "APOS ESTE MOVIMENTO"
                       END-IF
                   END-IF
                 ELSE
                   DISPLAY "MOVIMENTO INVALIDO. VALIDOS: 1 2 3 4 0"
                 END-IF
                 END-IF
                 END-IF
                 DISPLAY "MOVIMENTO: 1-PAGAMENTO  2-DEPOSITO  "
                         "3-TRANSFERENCIA  4-OUTRO BANCO  0-ENCERRAR"
                 ACCEPT WRK-TIPO-MOV

           END-PERFORM.
           MOVE WRK-TOTALCREDITOS        TO WRK-TOTALCREDITOS2.
           MOVE WRK-SALDOFINAL           TO WRK-SALDOFINAL2.

      *    PAGAMENTO DE BOLETO: A LINHA DIGITAVEL PASSA PELA ROTINA
      *    BOLETO (DIGITOS, VENCIMENTO, VALOR E ENCARGOS DE ATRASO) E
      *    PELO REGISTRO DE BOLETOS PAGOS. LINHA EM BRANCO = PAGAMENTO
      *    SEM BOLETO, DIGITADO PELO VALOR COMO SEMPRE. SAI COM O
      *    VALOR A PAGAR EM WRK-PAGAMENTOS E O CODIGO DE BARRAS EM
      *    WRK-BOLETO-COD, OU COM WRK-BOLETO-RECUSADO = 'S'.
       0220-LE-BOLETO                   SECTION.

           DISPLAY "LINHA DIGITAVEL DO BOLETO (ENTER = SEM BOLETO) : "
           MOVE SPACES TO WRK-LINHA-BOLETO.
           ACCEPT WRK-LINHA-BOLETO.
           IF WRK-LINHA-BOLETO = SPACES
               GO TO 0220-SAIDA
           END-IF.
           MOVE 'S' TO WRK-BOLETO-RECUSADO.
           MOVE 'V'              TO BOLETO-FUNCAO.
           MOVE WRK-LINHA-BOLETO TO BOLETO-ENTRADA.
           MOVE WRK-HOJE         TO BOLETO-DATA-PAGTO.
           CALL 'BOLETO' USING BOLETO-PARM.
           IF BOLETO-RETORNO NOT = 'S'
               DISPLAY "BOLETO RECUSADO: " BOLETO-MENSAGEM
               GO TO 0220-SAIDA
           END-IF.
           IF BOLETO-SITUACAO NOT = SPACE
               DISPLAY "BOLETO RECUSADO - " BOLETO-MENSAGEM
               GO TO 0220-SAIDA
           END-IF.
      *    BOLETO DE VALOR EM ABERTO (ZEROS NA LINHA): O VALOR E O DO
      *    DOCUMENTO EM MAOS, SEM CALCULO DE ENCARGO.
           IF BOLETO-VALOR-DOC = ZEROS
               DISPLAY "BOLETO SEM VALOR NA LINHA - VALOR A PAGAR : "
               ACCEPT WRK-PAGAMENTOS
               IF WRK-PAGAMENTOS = ZEROS
                   GO TO 0220-SAIDA
               END-IF
               MOVE WRK-PAGAMENTOS TO BOLETO-VALOR-PAGAR
           END-IF.
           IF BOLETO-VENCIMENTO NOT = ZEROS
               DISPLAY "VENCIMENTO DO BOLETO : " BOLETO-VENCIMENTO
           END-IF.
           MOVE BOLETO-VALOR-DOC TO WRK-BOLETO-ED.
           DISPLAY "VALOR DO DOCUMENTO   : " WRK-BOLETO-ED.
           IF BOLETO-DIAS-ATRASO > ZEROS
               DISPLAY "VENCIDO HA " BOLETO-DIAS-ATRASO " DIAS"
               MOVE BOLETO-MULTA TO WRK-BOLETO-ED
               DISPLAY "MULTA                : " WRK-BOLETO-ED
               MOVE BOLETO-JUROS TO WRK-BOLETO-ED
               DISPLAY "JUROS                : " WRK-BOLETO-ED
           END-IF.
           MOVE BOLETO-VALOR-PAGAR TO WRK-BOLETO-ED.
           DISPLAY "TOTAL A PAGAR        : " WRK-BOLETO-ED.
           IF BOLETO-VALOR-PAGAR > 99999,99
               DISPLAY "BOLETO RECUSADO - VALOR ACIMA DO MAXIMO DE "
                       "UM MOVIMENTO"
               GO TO 0220-SAIDA
           END-IF.
           DISPLAY "CONFIRMA O PAGAMENTO DO BOLETO (S/N) ? ".
           MOVE 'N' TO WRK-BOLETO-CONFIRMA.
           ACCEPT WRK-BOLETO-CONFIRMA.
           IF WRK-BOLETO-CONFIRMA NOT = 'S'
               DISPLAY "BOLETO NAO PAGO"
               GO TO 0220-SAIDA
           END-IF.
           MOVE BOLETO-VALOR-PAGAR TO WRK-PAGAMENTOS.
           MOVE BOLETO-CODIGO      TO WRK-BOLETO-COD.
           MOVE 'N' TO WRK-BOLETO-RECUSADO.

       0220-SAIDA.
           EXIT.

      *    REGISTRO DO BOLETO QUE ACABOU DE SAIR NO RAZAO ('P', COM O
      *    RECIBO) OU DE SER PARCADO PARA APROVACAO ('A', RESERVA).
      *    OS DADOS DA VALIDACAO CONTINUAM NA BOLETO-PARM.
       0230-REGISTRA-BOLETO             SECTION.

           MOVE 'R'              TO BOLETO-FUNCAO.
           MOVE WRK-CONTA-NUMERO TO BOLETO-CONTA.
           MOVE WRK-PAGAMENTOS   TO BOLETO-VALOR-PAGO.
           MOVE 'PAGCONTA'       TO BOLETO-ORIGEM.
           MOVE WRK-OPERADOR     TO BOLETO-OPERADOR.
           CALL 'BOLETO' USING BOLETO-PARM.
           IF BOLETO-RETORNO NOT = 'S'
               DISPLAY "ATENCAO: BOLETO NAO REGISTRADO - "
                       BOLETO-MENSAGEM
           END-IF.

      *    O RAZAO FICA ABERTO DA PRIMEIRA GRAVACAO ATE O FIM DA
      *    EXECUCAO (FECHADO NO 0001-PRINCIPAL), PARA UMA RAJADA DE
      *    PAGAMENTOS NAO PAGAR UM OPEN/CLOSE POR LINHA.
      *    DEBITO QUE DEIXARIA A ORIGEM NEGATIVA.
       0270-TRANSFERE                   SECTION.

           MOVE SPACES TO WRK-BOLETO-COD.
           DISPLAY "CONTA DESTINO : "
           ACCEPT WRK-CONTA-DESTINO.
           DISPLAY "VALOR DA TRANSFERENCIA : "
               DISPLAY "CONTA DESTINO NAO ATUALIZADA - "
                       "TRANSFERENCIA ABORTADA"
             NOT INVALID KEY
               MOVE WRK-CONTA-DESTINO TO RAZAO-CONTA
               ACCEPT RAZAO-DATA FROM DATE YYYYMMDD
               MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA
               MOVE 'TC'              TO RAZAO-TIPO
               MOVE WRK-OPERADOR      TO RAZAO-OPER
               MOVE SPACES            TO RAZAO-APROV
               MOVE WRK-TAXA-EFETIVA  TO RAZAO-TAXA
               MOVE SPACES            TO RAZAO-BOLETO
               PERFORM 0290-GRAVA-LINHA-RAZAO
      *    LADO ORIGEM: DEBITA O SALDO CORRENTE E GRAVA A LINHA TD
      *    APONTANDO O DESTINO (A CONTA ORIGEM E REGRAVADA NO
      *    0350-GRAVA-CONTA, COMO OS DEMAIS MOVIMENTOS).
               SUBTRACT WRK-VALOR-TRANSF FROM WRK-SALDOFINAL
               ADD WRK-VALOR-TRANSF TO WRK-TOTALPAGAMENTOS
               MOVE WRK-CONTA-NUMERO  TO RAZAO-CONTA
               ACCEPT RAZAO-DATA FROM DATE YYYYMMDD
               MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA
               MOVE 'TD'              TO RAZAO-TIPO
               MOVE WRK-OPERADOR      TO RAZAO-OPER
               MOVE SPACES            TO RAZAO-APROV
               MOVE WRK-TAXA-EFETIVA  TO RAZAO-TAXA
               MOVE SPACES            TO RAZAO-BOLETO
               PERFORM 0290-GRAVA-LINHA-RAZAO
               PERFORM 0960-GRAVA-RECIBO-RAZAO
               DISPLAY "TRANSFERENCIA EFETIVADA"
           END-REWRITE.

      *    TRANSFERENCIA PARA OUTRO BANCO: O FAVORECIDO E CONFERIDO
      *    PELA ROTINA REMESSA ANTES DE QUALQUER DEBITO; CONFIRMADA, O
      *    ITEM ENTRA NA FILA E SO ENTAO A CONTA E DEBITADA (TIPO TE,
      *    COM O ITEM DA FILA E O FAVORECIDO NA LINHA DO RAZAO).
      *    ITEM QUE NAO ENTROU NA FILA NAO DEBITA NADA.
       0285-OUTRO-BANCO                 SECTION.

           MOVE SPACES TO WRK-BOLETO-COD.
           INITIALIZE REMESSA-PARM.
           DISPLAY "BANCO DO FAVORECIDO (999) : "
           ACCEPT REMESSA-BANCO.
           DISPLAY "AGENCIA (9999) : "
           ACCEPT REMESSA-AGENCIA.
           DISPLAY "CONTA COM DIGITO : "
           ACCEPT REMESSA-CONTA-DEST.
           DISPLAY "CPF DO FAVORECIDO (11 DIGITOS) : "
           ACCEPT REMESSA-CPF.
           DISPLAY "NOME DO FAVORECIDO : "
           ACCEPT REMESSA-NOME.
           MOVE FUNCTION UPPER-CASE(REMESSA-NOME) TO REMESSA-NOME.
           DISPLAY "VALOR DA TRANSFERENCIA : "
           MOVE ZEROS TO WRK-VALOR-TRANSF.
           ACCEPT WRK-VALOR-TRANSF.
           MOVE 'V'              TO REMESSA-FUNCAO.
           MOVE 'C'              TO REMESSA-ORIGEM.
           MOVE WRK-CONTA-NUMERO TO REMESSA-CONTA.
           MOVE WRK-VALOR-TRANSF TO REMESSA-VALOR.
           MOVE WRK-OPERADOR     TO REMESSA-OPERADOR.
           CALL 'REMESSA' USING REMESSA-PARM.
           IF REMESSA-RETORNO NOT = '00'
               DISPLAY REMESSA-MENSAGEM " - NAO TRANSFERIDO"
               GO TO 0285-SAIDA
           END-IF.
           IF WRK-SALDOFINAL - WRK-VALOR-TRANSF < (ZERO - WRK-LIMITE)
               DISPLAY "SALDO INSUFICIENTE - A ORIGEM FURARIA O "
                       "LIMITE, TRANSFERENCIA RECUSADA"
               GO TO 0285-SAIDA
           END-IF.
           IF CFG-ALCADA-VALOR > ZEROS
                   AND WRK-VALOR-TRANSF > CFG-ALCADA-VALOR
               DISPLAY "VALOR ACIMA DA ALCADA - TRANSFERENCIA PARA "
                       "OUTRO BANCO RECUSADA"
               GO TO 0285-SAIDA
           END-IF.
           DISPLAY "CONFIRMA TRANSFERENCIA PARA " REMESSA-NOME
                   " BANCO " REMESSA-BANCO " (S/N) ? "
           MOVE 'N' TO WRK-CONFIRMA-TRANSF.
           ACCEPT WRK-CONFIRMA-TRANSF.
           IF WRK-CONFIRMA-TRANSF NOT = 'S'
               GO TO 0285-SAIDA
           END-IF.
           MOVE 'I' TO REMESSA-FUNCAO.
           CALL 'REMESSA' USING REMESSA-PARM.
           IF REMESSA-RETORNO NOT = '00'
               DISPLAY REMESSA-MENSAGEM " - NAO TRANSFERIDO"
               GO TO 0285-SAIDA
           END-IF.
           SUBTRACT WRK-VALOR-TRANSF FROM WRK-SALDOFINAL.
           ADD WRK-VALOR-TRANSF TO WRK-TOTALPAGAMENTOS.
           MOVE WRK-CONTA-NUMERO   TO RAZAO-CONTA.
           ACCEPT RAZAO-DATA FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE 'TE'               TO RAZAO-TIPO.
           MOVE ZEROS              TO RAZAO-CONTRA.
           MOVE WRK-VALOR-TRANSF   TO RAZAO-VALOR.
           MOVE WRK-SALDOFINAL     TO RAZAO-SALDO.
           MOVE WRK-OPERADOR       TO RAZAO-OPER.
           MOVE SPACES             TO RAZAO-APROV.
           MOVE ZEROS              TO RAZAO-TAXA.
           MOVE SPACES             TO RAZAO-BOLETO.
           MOVE REMESSA-NUMERO     TO RAZAO-REM-NUMERO.
           MOVE REMESSA-BANCO      TO RAZAO-REM-BANCO.
           MOVE REMESSA-AGENCIA    TO RAZAO-REM-AGENCIA.
           MOVE REMESSA-CONTA-DEST TO RAZAO-REM-CONTA.
           PERFORM 0290-GRAVA-LINHA-RAZAO.
      *    O RECIBO NAO LEVA A AREA DO BOLETO: NA LINHA TE ELA TRAZ O
      *    ITEM DA FILA, NAO UM CODIGO DE BARRAS.
           MOVE WRK-CONTA-NUMERO   TO RECIBO-CONTA.
           MOVE ZEROS              TO RECIBO-CONTRA.
           MOVE 'TE'               TO RECIBO-TIPO.
           MOVE WRK-VALOR-TRANSF   TO RECIBO-VALOR.
           MOVE WRK-SEQ            TO RECIBO-SEQ-RAZAO.
           MOVE SPACES             TO RECIBO-BOLETO.
           PERFORM 0970-NUMERA-E-GRAVA.
           DISPLAY "TRANSFERENCIA NA FILA DE REMESSA, ITEM "
                   REMESSA-NUMERO.
           IF WRK-SALDOFINAL < ZEROS
               DISPLAY "ATENCAO: SALDO FICOU NEGATIVO "
                       "APOS ESTE MOVIMENTO"
           END-IF.

       0285-SAIDA.
           EXIT.

      *    GRAVACAO CRUA DE UMA LINHA JA MONTADA DO RAZAO (USADA PELA
      *    TRANSFERENCIA, QUE MONTA AS DUAS PONTAS POR FORA DO
      *    0250-GRAVA-RAZAO).
       0290-GRAVA-LINHA-RAZAO           SECTION.

           IF WRK-RAZAO-ABERTO NOT = 'S'
               OPEN I-O RAZAO
               IF FS-RAZAO = 35
                   OPEN OUTPUT RAZAO
                   CLOSE RAZAO
                   OPEN I-O RAZAO
               END-IF
               MOVE 'S' TO WRK-RAZAO-ABERTO
           END-IF.
           PERFORM 9850-PROXIMA-SEQ-RAZAO.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE RAZAO-SEQ TO WRK-SEQ.

       0250-GRAVA-RAZAO                 SECTION.

           IF WRK-RAZAO-ABERTO NOT = 'S'
               OPEN I-O RAZAO
               IF FS-RAZAO = 35
                   OPEN OUTPUT RAZAO
                   CLOSE RAZAO
                   OPEN I-O RAZAO
               END-IF
               MOVE 'S' TO WRK-RAZAO-ABERTO
           END-IF.
           MOVE WRK-CONTA-NUMERO TO RAZAO-CONTA.
           ACCEPT RAZAO-DATA FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE WRK-TIPO-LCTO  TO RAZAO-TIPO.
           MOVE WRK-OPERADOR   TO RAZAO-OPER.
           MOVE SPACES         TO RAZAO-APROV.
           MOVE ZEROS          TO RAZAO-TAXA.
           MOVE WRK-BOLETO-COD TO RAZAO-BOLETO.
           PERFORM 9850-PROXIMA-SEQ-RAZAO.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE RAZAO-SEQ TO WRK-SEQ.

      *    SO REGRAVA: A CRIACAO DE CONTA SAIU DAQUI E VIVE NO
      *    MANTCONT. O REGISTRO E REMONTADO DOS CAMPOS DE TRABALHO
           MOVE WRK-TIPO-LCTO    TO RECIBO-TIPO.
           MOVE WRK-PAGAMENTOS   TO RECIBO-VALOR.
           MOVE WRK-SEQ          TO RECIBO-SEQ-RAZAO.
           MOVE WRK-BOLETO-COD   TO RECIBO-BOLETO.
           PERFORM 0970-NUMERA-E-GRAVA.

      *    VARIANTE PARA A TRANSFERENCIA: OS CAMPOS SAEM DA LINHA DO
           MOVE RAZAO-TIPO   TO RECIBO-TIPO.
           MOVE RAZAO-VALOR  TO RECIBO-VALOR.
           MOVE RAZAO-SEQ    TO RECIBO-SEQ-RAZAO.
           MOVE RAZAO-BOLETO TO RECIBO-BOLETO.
           PERFORM 0970-NUMERA-E-GRAVA.

       0970-NUMERA-E-GRAVA               SECTION.
           END-IF.
           ADD 1 TO WRK-RECIBO-NUM.
           MOVE WRK-RECIBO-NUM TO RECIBO-NUMERO.
           MOVE SPACE          TO RECIBO-SITUACAO.
           MOVE ZEROS          TO RECIBO-CANC-DATA.
           MOVE SPACES         TO RECIBO-CANC-APROV.
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
           MOVE WRK-OPERADOR      TO APROV-OPERADOR.
           MOVE 'P'               TO APROV-SITUACAO.
           MOVE SPACES            TO APROV-APROVADOR.
           MOVE WRK-BOLETO-COD    TO APROV-BOLETO.
           WRITE APROV-REG.
           CLOSE APROVACAO.
           ADD 1 TO WRK-QT-PARCADOS.
           END-STRING.

       COPY CFGLER.

       COPY RAZSEQ.
