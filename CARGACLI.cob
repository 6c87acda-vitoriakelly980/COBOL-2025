               LOCK MODE       IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS     IS FS-IDX
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

           SELECT PENDENTE ASSIGN TO WRK-ARQ-PENDENTE
               ORGANIZATION    IS SEQUENTIAL
              10 ESP-FONE               PIC 9(12).
           05 ESP-NOME                  PIC X(40).
           05 ESP-DADOS                 PIC X(118).
           05 ESP-DOC-CHAVE             PIC X(15).

      *    FILA DE TRABALHO DOS CADASTROS INCOMPLETOS: O EXTRATO ARQ
      *    NAO TEM EMAIL, ENTAO TODO REGISTRO NOVO ENTRA AQUI PARA A
                   MOVE SPACES            TO CLIENTES-EMAIL
                   MOVE SPACES            TO CLIENTES-ENDERECO
                   MOVE ZEROS             TO CLIENTES-CEP
                   MOVE SPACE             TO CLIENTES-DOC-TIPO
                   MOVE ZEROS             TO CLIENTES-DOCUMENTO
                   SET CLIENTES-ATIVO     TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT
                   WRITE CLIENTES-REG
