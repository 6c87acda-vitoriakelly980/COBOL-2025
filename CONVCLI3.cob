               ACCESS MODE     IS SEQUENTIAL
               FILE STATUS     IS FS-NOVO
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
               MOVE OLD-CLIENTES-SITUACAO  TO CLIENTES-SITUACAO
               MOVE OLD-CLIENTES-ULTALT    TO CLIENTES-ULTALT
               MOVE OLD-CLIENTES-ENDERECO  TO CLIENTES-ENDERECO
               MOVE SPACE                  TO CLIENTES-DOC-TIPO
               MOVE ZEROS                  TO CLIENTES-DOCUMENTO
               WRITE CLIENTES-REG
                 INVALID KEY
                   DISPLAY "REGISTRO DUPLICADO: " OLD-CLIENTES-FONE
