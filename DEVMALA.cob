               LOCK MODE       IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT ESPELHO ASSIGN TO WRK-ARQ-ESPELHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ESPELHO
               RECORD KEY      IS ESP-CHAVE
               ALTERNATE RECORD KEY IS ESP-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ESP-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT CLILOG ASSIGN TO WRK-ARQ-CLILOG
               ORGANIZATION    IS SEQUENTIAL
              10 ESP-FONE               PIC 9(12).
           05 ESP-NOME                  PIC X(40).
           05 ESP-DADOS                 PIC X(118).
           05 ESP-DOC-CHAVE             PIC X(15).

       FD  CLILOG.
       COPY CLILOGRG.
