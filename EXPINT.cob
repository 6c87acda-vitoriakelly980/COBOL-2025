               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT INTERCAM ASSIGN TO WRK-ARQ-INTERCAM
               ORGANIZATION    IS SEQUENTIAL
       COPY CLIREG.

       FD  INTERCAM.
       01  INT-REG                      PIC X(200).

       FD  SEQCTL.
       01  SEQCTL-REG.
               IF WRK-CONS-OK = 'S'
                   MOVE SPACES TO INT-REG
                   MOVE '01' TO INT-REG(1:2)
                   MOVE CLIENTES-REG TO INT-REG(3:188)
                   WRITE INT-REG
                   ADD 1 TO WRK-QT-DETALHES
                   COMPUTE WRK-HASH-FONES = FUNCTION MOD(
