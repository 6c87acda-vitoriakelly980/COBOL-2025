               RECORD KEY      IS CONTA-NUMERO.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       COPY RAZSEQW.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  FS-CONTAS                    PIC 9(02) VALUE ZEROS.
      *    RAZAO-TIPO E WRK-JUROS-VALOR JA VEM PRONTOS DO CHAMADOR.
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
           MOVE ZEROS                 TO RAZAO-CONTRA.
           MOVE 'FECHAMES' TO RAZAO-OPER.
           MOVE SPACES     TO RAZAO-APROV.
           MOVE ZEROS      TO RAZAO-TAXA.
           MOVE SPACES     TO RAZAO-BOLETO.
           PERFORM 9850-PROXIMA-SEQ-RAZAO.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE RAZAO-SEQ TO WRK-SEQ.

       0300-FINALIZAR                SECTION.
           CLOSE CONTAS.
           END-STRING.

       COPY CFGLER.

       COPY RAZSEQ.
