       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVDIVG.
      ******************************************************************
      *OBJETIVO: RELATORIO DE DIVERGENCIAS DE UMA CONTAGEM DE
      *          INVENTARIO (INVENTARIO.DAT.TXT, VIDE INVREG.cpy): PARA
      *          CADA PRODUTO, O SALDO CONGELADO NA ABERTURA, O
      *          CONTADO E A DIFERENCA EM UNIDADES E EM VALOR (PELO
      *          PRECO CONGELADO). PRODUTO AINDA NAO CONTADO SAI
      *          MARCADO E NAO ENTRA NOS TOTAIS. E O DOCUMENTO QUE O
      *          APROVADOR USA NO INVAPROV E QUE FICA PARA O AUDITOR.
      *          CONTAGEM PELA LINHA DE COMANDO ('CONT NNNNNN'); SEM
      *          PARAMETRO, A ULTIMA ABERTA (INVENTARIO.SEQ.TXT).
      *          SAI NA TELA E EM INVENTARIO.DIV.RPT.TXT.
      *          RETURN-CODE 4 QUANDO AINDA HA PRODUTO SEM CONTAGEM.
      *          O CABECALHO MOSTRA O LOCAL DE ESTOQUE DA CONTAGEM.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT INVENTARIO ASSIGN TO WRK-ARQ-INVENTARIO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-INVENTARIO
               RECORD KEY      IS INV-CHAVE
               ALTERNATE RECORD KEY IS INV-PRODUTO WITH DUPLICATES.

           SELECT INVSEQ ASSIGN TO WRK-ARQ-INVSEQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-INVSEQ.

           SELECT DIVREL ASSIGN TO WRK-ARQ-DIVREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-DIVREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  INVENTARIO.
       COPY INVREG.

       FD  INVSEQ.
       01  INVSEQ-REG.
           05 INVSEQ-NUMERO             PIC 9(06).

       FD  DIVREL.
       01  DIVREL-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-INVENTARIO           PIC X(80) VALUE SPACES.
       77  WRK-ARQ-INVSEQ               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-DIVREL               PIC X(80) VALUE SPACES.
       77  FS-INVENTARIO                PIC 9(02) VALUE ZEROS.
       77  FS-INVSEQ                    PIC 9(02) VALUE ZEROS.
       77  FS-DIVREL                    PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-CONTAGEM                 PIC 9(06) VALUE ZEROS.
       77  WRK-DIF-QTDE                 PIC S9(05) VALUE ZEROS.
       77  WRK-DIF-VALOR                PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIF-QTDE-ED              PIC -ZZZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                                   VALUE ZEROS.
       77  WRK-SITUACAO-TXT             PIC X(12) VALUE SPACES.
      *    TOTAIS DA CONTAGEM.
       77  WRK-QT-ITENS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CONTADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FALTAM                PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DIVERGENTES           PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-SOBRA                PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-FALTA                PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-LIQUIDO              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       77  WRK-INV-LOCAL                PIC X(04) VALUE SPACES.
       COPY LOCALWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           MOVE WRK-CONTAGEM TO INV-CONTAGEM.
           MOVE ZEROS        TO INV-PRODUTO.
           START INVENTARIO KEY IS NOT LESS INV-CHAVE
             INVALID KEY
               MOVE 10 TO FS-INVENTARIO
           END-START.
           IF FS-INVENTARIO = 0
               READ INVENTARIO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-INVENTARIO NOT = 0
                         OR INV-CONTAGEM NOT = WRK-CONTAGEM
               PERFORM 0200-ITEM
               READ INVENTARIO NEXT RECORD
           END-PERFORM.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'CONT'
                   AND WRK-PARAMETRO(6:6) IS NUMERIC
               MOVE WRK-PARAMETRO(6:6) TO WRK-CONTAGEM
           ELSE
               OPEN INPUT INVSEQ
               IF FS-INVSEQ = 0
                   READ INVSEQ
                     NOT AT END
                       MOVE INVSEQ-NUMERO TO WRK-CONTAGEM
                   END-READ
                   CLOSE INVSEQ
               END-IF
           END-IF.
           OPEN INPUT INVENTARIO.
           IF FS-INVENTARIO NOT = 0
               DISPLAY "INVENTARIO NAO FOI ABERTO, STATUS="
                       FS-INVENTARIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    LOCAL DA CONTAGEM PELO PRIMEIRO PRODUTO DELA.
           MOVE WRK-LOC-COD(1) TO WRK-INV-LOCAL.
           MOVE WRK-CONTAGEM TO INV-CONTAGEM.
           MOVE ZEROS        TO INV-PRODUTO.
           START INVENTARIO KEY IS NOT LESS INV-CHAVE
             NOT INVALID KEY
               READ INVENTARIO NEXT RECORD
                 NOT AT END
                   IF INV-CONTAGEM = WRK-CONTAGEM
                           AND INV-LOCAL NOT = SPACES
                       MOVE INV-LOCAL TO WRK-INV-LOCAL
                   END-IF
               END-READ
           END-START.
           OPEN OUTPUT DIVREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DIVERGENCIAS DO INVENTARIO - CONTAGEM '
                                  DELIMITED BY SIZE
                  WRK-CONTAGEM    DELIMITED BY SIZE
                  ' - LOCAL '     DELIMITED BY SIZE
                  WRK-INV-LOCAL   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'CODIGO DESCRICAO            CONGEL CONTAD   DIF'
             TO WRK-LINHA.
           MOVE 'VALOR / SITUACAO' TO WRK-LINHA(50:16).
           PERFORM 0800-GRAVA-LINHA.

       0200-ITEM                     SECTION.
           ADD 1 TO WRK-QT-ITENS.
           EVALUATE TRUE
             WHEN INV-LANCADO
               MOVE 'LANCADO'   TO WRK-SITUACAO-TXT
             WHEN INV-RECUSADO
               MOVE 'RECUSADO'  TO WRK-SITUACAO-TXT
             WHEN OTHER
               MOVE SPACES      TO WRK-SITUACAO-TXT
           END-EVALUATE.
           MOVE SPACES TO WRK-LINHA.
           IF INV-ABERTO
               ADD 1 TO WRK-QT-FALTAM
               STRING INV-PRODUTO           DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      INV-DESCRICAO(1:20)   DELIMITED BY SIZE
                      ' '                   DELIMITED BY SIZE
                      INV-ESTOQUE-CONGELADO DELIMITED BY SIZE
                      '  *** NAO CONTADO'   DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
               GO TO 0200-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-CONTADOS.
           COMPUTE WRK-DIF-QTDE = INV-QTDE-CONTADA
                                - INV-ESTOQUE-CONGELADO.
           COMPUTE WRK-DIF-VALOR = WRK-DIF-QTDE * INV-PRECO.
           IF WRK-DIF-QTDE NOT = ZEROS
               ADD 1 TO WRK-QT-DIVERGENTES
           END-IF.
           IF WRK-DIF-VALOR > ZEROS
               ADD WRK-DIF-VALOR TO WRK-TOT-SOBRA
           ELSE
               ADD WRK-DIF-VALOR TO WRK-TOT-FALTA
           END-IF.
           MOVE WRK-DIF-QTDE  TO WRK-DIF-QTDE-ED.
           MOVE WRK-DIF-VALOR TO WRK-VALOR-ED.
           STRING INV-PRODUTO           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  INV-DESCRICAO(1:20)   DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  INV-ESTOQUE-CONGELADO DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  INV-QTDE-CONTADA      DELIMITED BY SIZE
                  WRK-DIF-QTDE-ED       DELIMITED BY SIZE
                  WRK-VALOR-ED          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-SITUACAO-TXT      DELIMITED BY SPACE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0200-SAIDA.
           EXIT.

       0700-FINALIZAR                SECTION.
           MOVE '----- RESUMO -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTOS NA CONTAGEM......: ' DELIMITED BY SIZE
                  WRK-QT-ITENS                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONTADOS..................: ' DELIMITED BY SIZE
                  WRK-QT-CONTADOS                DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AINDA NAO CONTADOS........: ' DELIMITED BY SIZE
                  WRK-QT-FALTAM                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COM DIVERGENCIA...........: ' DELIMITED BY SIZE
                  WRK-QT-DIVERGENTES             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-SOBRA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR DAS SOBRAS..........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-FALTA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR DAS FALTAS..........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           COMPUTE WRK-TOT-LIQUIDO = WRK-TOT-SOBRA + WRK-TOT-FALTA.
           MOVE WRK-TOT-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DIVERGENCIA LIQUIDA.......: ' DELIMITED BY SIZE
                  WRK-VALOR-ED                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE INVENTARIO DIVREL.
           IF WRK-QT-ITENS = ZEROS
               DISPLAY "CONTAGEM " WRK-CONTAGEM " NAO EXISTE"
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QT-FALTAM > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO DIVREL-REG.
           WRITE DIVREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-INVENTARIO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INVENTARIO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-INVENTARIO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-INVSEQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INVENTARIO.SEQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-INVSEQ
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DIVREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INVENTARIO.DIV.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DIVREL
           END-STRING.

       COPY CFGLER.
