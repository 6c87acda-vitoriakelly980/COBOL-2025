               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-IDX
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT REPLOG ASSIGN TO WRK-ARQ-REPLOG
               ORGANIZATION    IS SEQUENTIAL
               MOVE SPACES   TO CLIENTES-EMAIL
               MOVE SPACES   TO CLIENTES-ENDERECO
               MOVE ZEROS    TO CLIENTES-CEP
               MOVE SPACE    TO CLIENTES-DOC-TIPO
               MOVE ZEROS    TO CLIENTES-DOCUMENTO
               SET CLIENTES-ATIVO TO TRUE
               MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT
               WRITE CLIENTES-REG
