      *          (VIDE PRODREG.cpy), PARA O PEDIDO DE COMPRA SAIR
      *          ANTES DE A PRATELEIRA ESVAZIAR. PRODUTO AINDA SEM
      *          CONTROLE DE ESTOQUE E ACUSADO A PARTE. SAI NA TELA
      *          E EM RELESTOQ.RPT.TXT. O GERACOMP USA O MESMO
      *          CRITERIO PARA EMITIR OS PEDIDOS DE COMPRA.
      *          ABAIXO DE CADA PRODUTO SAEM OS LOCAIS DE ESTOQUE
      *          (VIDE LOCALWS.cpy) COM MINIMO PROPRIO QUE ESTAO NO
      *          MINIMO OU ABAIXO, COM O QUE HA NOS OUTROS LOCAIS -
      *          MUITAS VEZES BASTA UMA TRANSFERENCIA (TRANSEST) EM
      *          VEZ DE COMPRA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

           SELECT ESTLOCAL ASSIGN TO WRK-ARQ-ESTLOCAL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ESTLOCAL
               RECORD KEY      IS ESTL-CHAVE.

           SELECT ESTQREL ASSIGN TO WRK-ARQ-ESTQREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-ESTQREL.
       FD  PRODUTOS.
       COPY PRODREG.

       FD  ESTLOCAL.
       COPY ESTLOCRG.

       FD  ESTQREL.
       01  ESTQREL-REG                  PIC X(80).

       77  WRK-QT-REPOR                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-CONTROLE          PIC 9(05) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ESTLOCAL             PIC X(80) VALUE SPACES.
       77  FS-ESTLOCAL                  PIC 9(02) VALUE ZEROS.
       77  WRK-ESTL-ABERTO              PIC X(01) VALUE 'N'.
       77  WRK-QT-REPOR-LOCAL           PIC 9(05) VALUE ZEROS.
       77  WRK-OUTROS-LOCAIS            PIC 9(05) VALUE ZEROS.
       COPY LOCALWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM SALDOS POR LOCAL AINDA, SO A VISAO DO PRODUTO.
           OPEN INPUT ESTLOCAL.
           IF FS-ESTLOCAL = 0
               MOVE 'S' TO WRK-ESTL-ABERTO
           END-IF.
           OPEN OUTPUT ESTQREL.
           MOVE 'PRODUTOS NO NIVEL DE REPOSICAO' TO ESTQREL-REG.
           WRITE ESTQREL-REG.
               READ PRODUTOS NEXT RECORD
           END-PERFORM.
           CLOSE PRODUTOS.
           IF WRK-ESTL-ABERTO = 'S'
               CLOSE ESTLOCAL
           END-IF.
           PERFORM 0300-FINALIZAR.
           GOBACK.

               END-STRING
               PERFORM 0500-GRAVA-LINHA
           END-IF.
           IF WRK-ESTL-ABERTO = 'S'
               PERFORM VARYING WRK-LOC-I FROM 1 BY 1
                       UNTIL WRK-LOC-I > WRK-LOC-QTDE
                   PERFORM 0150-AVALIA-LOCAL
               END-PERFORM
           END-IF.

       0100-SAIDA.
           EXIT.

      *    LOCAL SEM MINIMO PROPRIO (ZERO) NAO E AVALIADO. O QUE HA
      *    NOS OUTROS LOCAIS E O TOTAL DO PRODUTO MENOS ESTE LOCAL.
       0150-AVALIA-LOCAL             SECTION.
           MOVE WRK-LOC-COD(WRK-LOC-I) TO WRK-LOC-CODIGO.
           PERFORM 9610-LE-SALDO-LOCAL.
           IF ESTL-MINIMO = ZEROS OR ESTL-SALDO > ESTL-MINIMO
               GO TO 0150-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-REPOR-LOCAL.
           MOVE ZEROS TO WRK-OUTROS-LOCAIS.
           IF PROD-ESTOQUE > ESTL-SALDO
               COMPUTE WRK-OUTROS-LOCAIS = PROD-ESTOQUE - ESTL-SALDO
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING PROD-CODIGO           DELIMITED BY SIZE
                  ' LOCAL '             DELIMITED BY SIZE
                  WRK-LOC-CODIGO        DELIMITED BY SIZE
                  ' SALDO '             DELIMITED BY SIZE
                  ESTL-SALDO            DELIMITED BY SIZE
                  ' MINIMO '            DELIMITED BY SIZE
                  ESTL-MINIMO           DELIMITED BY SIZE
                  ' NOS OUTROS LOCAIS ' DELIMITED BY SIZE
                  WRK-OUTROS-LOCAIS     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.

       0150-SAIDA.
           EXIT.

       0300-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTOS LIDOS '     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LOCAIS NO MINIMO OU ABAIXO ' DELIMITED BY SIZE
                  WRK-QT-REPOR-LOCAL            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           CLOSE ESTQREL.
           IF WRK-QT-REPOR > 0 OR WRK-QT-REPOR-LOCAL > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

                  'RELESTOQ.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ESTQREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ESTLOCAL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ESTLOCAL.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ESTLOCAL
           END-STRING.

       COPY CFGLER.

       COPY ESTLOCAL.
