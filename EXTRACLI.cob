               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-IDX
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT CLIENTES-ARQ ASSIGN TO WRK-ARQ-EXTRATO
               ORGANIZATION    IS SEQUENTIAL
