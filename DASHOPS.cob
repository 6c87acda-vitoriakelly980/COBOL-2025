               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT BKPCAT ASSIGN TO WRK-ARQ-BKPCAT
               ORGANIZATION    IS SEQUENTIAL
           05 BKP-SITUACAO              PIC X(01).

       FD  AGENDA.
       COPY AGPREG.

       FD  PENDENTE.
       01  PENDENTE-REG.
