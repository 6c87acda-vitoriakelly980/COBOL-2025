      *          FECHAMENTO 'T' DE CADA UM. DEVOLUCOES E CAMPANHAS
      *          DEIXAM DE SER ANONIMAS. SAI NA TELA E EM
      *          HISTPED.RPT.TXT.
      *          PEDIDO COM ENTREGA (FRETE 'G' OU 'E') MOSTRA A
      *          SITUACAO DA ENTREGA (ENTREGAS.DAT.TXT, MANTENTR).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT ENTREGAS ASSIGN TO WRK-ARQ-ENTREGAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ENTREGAS
               RECORD KEY      IS ENT-PEDIDO.

           SELECT PEDREL ASSIGN TO WRK-ARQ-PEDREL
               ORGANIZATION    IS SEQUENTIAL
       FD  CLIENTES.
       COPY CLIREG.

       FD  ENTREGAS.
       COPY ENTRREG.

       FD  PEDREL.
       01  PEDREL-REG                   PIC X(80).

       77  WRK-TOT-ED                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ENTREGAS             PIC X(80) VALUE SPACES.
       77  FS-ENTREGAS                  PIC 9(02) VALUE ZEROS.
       77  WRK-ENT-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-ENTREGA-TXT              PIC X(12) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS = 0
               MOVE 'S' TO WRK-ENT-ABERTO
           END-IF.
           OPEN OUTPUT PEDREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS DO CLIENTE ' DELIMITED BY SIZE
                              WRK-TOT-ED  DELIMITED BY SIZE
                         INTO WRK-LINHA
                       END-STRING
                       IF PED-FRETE = 'G' OR PED-FRETE = 'E'
                           PERFORM 0400-SITUACAO-ENTREGA
                           MOVE 'ENTREGA '      TO WRK-LINHA(50:8)
                           MOVE WRK-ENTREGA-TXT TO WRK-LINHA(58:12)
                       END-IF
                       PERFORM 0500-GRAVA-LINHA
                   END-IF
                 WHEN OTHER
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           CLOSE PEDREL.
           IF WRK-ENT-ABERTO = 'S'
               CLOSE ENTREGAS
           END-IF.

      *    SITUACAO DA ENTREGA DO PEDIDO DO 'T' CORRENTE (VIDE
      *    ENTRREG.cpy); SEM REGISTRO = PEDIDO AINDA NAO ACOMPANHADO.
       0400-SITUACAO-ENTREGA         SECTION.
           MOVE 'SEM REGISTRO' TO WRK-ENTREGA-TXT.
           IF WRK-ENT-ABERTO NOT = 'S'
               GO TO 0400-SAIDA
           END-IF.
           MOVE PED-NUMERO TO ENT-PEDIDO.
           READ ENTREGAS
             INVALID KEY
               GO TO 0400-SAIDA
           END-READ.
           EVALUATE TRUE
             WHEN ENT-EM-SEPARACAO
               MOVE 'EM SEPARACAO' TO WRK-ENTREGA-TXT
             WHEN ENT-EXPEDIDA
               MOVE 'EXPEDIDA'     TO WRK-ENTREGA-TXT
             WHEN ENT-ENTREGUE
               MOVE 'ENTREGUE'     TO WRK-ENTREGA-TXT
             WHEN ENT-DEVOLVIDA
               MOVE 'DEVOLVIDA'    TO WRK-ENTREGA-TXT
             WHEN ENT-CANCELADA
               MOVE 'CANCELADA'    TO WRK-ENTREGA-TXT
             WHEN OTHER
               MOVE 'DESCONHECIDA' TO WRK-ENTREGA-TXT
           END-EVALUATE.

       0400-SAIDA.
           EXIT.

       0500-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
                  'HISTPED.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PEDREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ENTREGAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ENTREGAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENTREGAS
           END-STRING.

       COPY CFGLER.
