               RECORD KEY      IS CONTA-NUMERO.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT COTMESTRE ASSIGN TO WRK-ARQ-COTMESTRE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT TITULAR ASSIGN TO WRK-ARQ-TITULAR
               ORGANIZATION    IS INDEXED

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       COPY RAZSEQW.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  FS-CONTAS                    PIC 9(02) VALUE ZEROS.
      *    O SALDO INICIAL ENTRA NO RAZAO COMO CREDITO DE ABERTURA
      *    ('SA'), PARA A PROVA DO RECONPAG FECHAR DESDE O DIA UM.
       0800-RAZAO-ABERTURA           SECTION.
           OPEN I-O RAZAO.
           IF FS-RAZAO = 35
               OPEN OUTPUT RAZAO
               CLOSE RAZAO
               OPEN I-O RAZAO
           END-IF.
           MOVE CONTA-NUMERO          TO RAZAO-CONTA.
           ACCEPT RAZAO-DATA FROM DATE YYYYMMDD.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE 'SA'                  TO RAZAO-TIPO.
           MOVE 'MANTCONT' TO RAZAO-OPER.
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
           CLOSE RAZAO.

      *    LIMITE DE CHEQUE ESPECIAL: ATE ONDE OS DEBITOS PODEM
           END-STRING.

       COPY CFGLER.

       COPY RAZSEQ.
