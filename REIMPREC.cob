      *          SPOOL RECIBO.SPL.TXT, IDENTICA A ORIGINAL. NUMERO
      *          INEXISTENTE DENTRO DA FAIXA EMITIDA E SINAL DE
      *          RECIBO SUMIDO - A NUMERACAO E CONTINUA DE PROPOSITO.
      *          RECIBO DE BOLETO TRAZ O CODIGO DE BARRAS PAGO.
      *          RECIBO CANCELADO POR ESTORNO SAI COM A MARCA DO
      *          CANCELAMENTO (DATA E SUPERVISOR QUE APROVOU).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               DISPLAY "VALOR.......: " WRK-REC-VALOR-ED
               DISPLAY "CONTRAPARTE.: " RECIBO-CONTRA
               DISPLAY "SEQ. RAZAO..: " RECIBO-SEQ-RAZAO
               IF RECIBO-BOLETO NOT = SPACES
                   DISPLAY "BOLETO......: " RECIBO-BOLETO
               END-IF
               IF RECIBO-CANCELADO
                   DISPLAY "CANCELADO EM " RECIBO-CANC-DATA(7:2) "/"
                           RECIBO-CANC-DATA(5:2) "/"
                           RECIBO-CANC-DATA(1:4) " POR "
                           RECIBO-CANC-APROV
               END-IF
               PERFORM 0200-IMPRIME-VIA
           END-READ.

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
           IF RECIBO-CANCELADO
               MOVE SPACES TO RECSPOOL-REG
               STRING '*** RECIBO CANCELADO POR ESTORNO EM '
                                             DELIMITED BY SIZE
                      RECIBO-CANC-DATA(7:2)  DELIMITED BY SIZE
                      '/'                    DELIMITED BY SIZE
                      RECIBO-CANC-DATA(5:2)  DELIMITED BY SIZE
                      '/'                    DELIMITED BY SIZE
                      RECIBO-CANC-DATA(1:4)  DELIMITED BY SIZE
                      ' ***'                 DELIMITED BY SIZE
                 INTO RECSPOOL-REG
               END-STRING
               WRITE RECSPOOL-REG
           END-IF.
           MOVE '----------------------------------------'
             TO RECSPOOL-REG.
           WRITE RECSPOOL-REG.
