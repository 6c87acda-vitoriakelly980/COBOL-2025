               ACCESS MODE     IS SEQUENTIAL
               FILE STATUS     IS FS-NOVO
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
               MOVE OLD-CLIENTES-ULTALT   TO CLIENTES-ULTALT
               MOVE SPACES                TO CLIENTES-ENDERECO
               MOVE ZEROS                 TO CLIENTES-CEP
               MOVE SPACE                 TO CLIENTES-DOC-TIPO
               MOVE ZEROS                 TO CLIENTES-DOCUMENTO
               WRITE CLIENTES-REG
                 INVALID KEY
                   DISPLAY "REGISTRO DUPLICADO: " OLD-CLIENTES-FONE
