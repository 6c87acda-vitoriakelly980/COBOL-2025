               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT ARQMORTO ASSIGN TO WRK-ARQ-ARQMORTO
               ORGANIZATION    IS INDEXED
           05 ARC-ULTALT                PIC X(21).
           05 ARC-ENDERECO              PIC X(66).
           05 ARC-DATA-ARQUIVADO        PIC X(08).
           05 ARC-DOC-CHAVE             PIC X(15).

       FD  RESUMO.
       01  RESUMO-REG                   PIC X(90).
           MOVE CLIENTES-ULTALT   TO ARC-ULTALT.
           MOVE CLIENTES-ENDERECO TO ARC-ENDERECO.
           MOVE WRK-DATA-RAW      TO ARC-DATA-ARQUIVADO.
           MOVE CLIENTES-DOC-CHAVE TO ARC-DOC-CHAVE.
           WRITE ARC-REG
             INVALID KEY
               DISPLAY "JA ESTAVA NO ARQUIVO MORTO: " ARC-FONE
               MOVE ARC-SITUACAO TO CLIENTES-SITUACAO
               MOVE ARC-ULTALT   TO CLIENTES-ULTALT
               MOVE ARC-ENDERECO TO CLIENTES-ENDERECO
               MOVE ARC-DOC-CHAVE TO CLIENTES-DOC-CHAVE
               IF CLIENTES-DOCUMENTO NOT NUMERIC
                   MOVE SPACE TO CLIENTES-DOC-TIPO
                   MOVE ZEROS TO CLIENTES-DOCUMENTO
               END-IF
               WRITE CLIENTES-REG
                 INVALID KEY
                   DISPLAY "JA EXISTE NO CADASTRO: " CLIENTES-FONE
