               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT CATALOGO ASSIGN TO WRK-ARQ-BKPCAT
               ORGANIZATION    IS SEQUENTIAL
                   PERFORM 0500-TESTA-ANONIMO
                   IF WRK-EH-ANONIMO = 'S'
                       MOVE WRK-ANO-IMAGEM(WRK-T)
                         TO SATELITE-REG(3:188)
                       ADD 1 TO WRK-QT-LIMPAS
                   END-IF
               END-IF
