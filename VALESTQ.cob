       IDENTIFICATION DIVISION.
       PROGRAM-ID. VALESTQ.
      ******************************************************************
      *OBJETIVO: VALORIZACAO DO ESTOQUE PELO CUSTO MEDIO PARA A
      *          CONTABILIDADE: CADA PRODUTO DO CATALOGO
      *          (PRODUTOS.DAT.TXT) COM SALDO, A QUANTIDADE, O CUSTO
      *          MEDIO (PROD-CUSTO-MEDIO, VIDE PRODREG.cpy) E O VALOR
      *          (SALDO X CUSTO MEDIO), COM O TOTAL GERAL. PRODUTO COM
      *          SALDO E SEM CUSTO CONHECIDO SAI MARCADO, COM VALOR
      *          ZERO. PRODUTO SEM SALDO OU SEM CONTROLE DE ESTOQUE SO
      *          ENTRA NA CONTAGEM DO RESUMO.
      *          SAI NA TELA E EM VALESTQ.RPT.TXT. RETURN-CODE 4 QUANDO
      *          HA PRODUTO COM SALDO E SEM CUSTO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

           SELECT VALREL ASSIGN TO WRK-ARQ-VALREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-VALREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  VALREL.
       01  VALREL-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-VALREL               PIC X(80) VALUE SPACES.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-VALREL                    PIC 9(02) VALUE ZEROS.
       77  WRK-DATA-REF                 PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR                    PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-VALOR                PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-UNIDADES             PIC 9(09) VALUE ZEROS.
       77  WRK-QT-LIDOS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-VALORIZADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-CUSTO             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-SALDO             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-CONTROLE          PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ED                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       01  WRK-CABECALHO.
           05 FILLER                    PIC X(06) VALUE 'PROD. '.
           05 FILLER                    PIC X(21) VALUE 'DESCRICAO'.
           05 FILLER                    PIC X(06) VALUE 'SALDO '.
           05 FILLER                    PIC X(13)
                                        VALUE ' CUSTO MEDIO '.
           05 FILLER                    PIC X(15)
                                        VALUE '         VALOR '.
       01  WRK-DETALHE.
           05 DET-CODIGO                PIC 9(05).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-DESCRICAO             PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-SALDO                 PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-CUSTO                 PIC Z.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-VALOR                 PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-MARCA                 PIC X(11).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           MOVE ZEROS TO PROD-CODIGO.
           START PRODUTOS KEY IS NOT LESS PROD-CODIGO
             INVALID KEY
               MOVE 10 TO FS-PRODUTOS
           END-START.
           IF FS-PRODUTOS = 0
               READ PRODUTOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PRODUTOS NOT = 0
               ADD 1 TO WRK-QT-LIDOS
               PERFORM 0200-VALORIZA-PRODUTO
               READ PRODUTOS NEXT RECORD
           END-PERFORM.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT = 0
               DISPLAY "CATALOGO DE PRODUTOS NAO FOI ABERTO, STATUS="
                       FS-PRODUTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT VALREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALORIZACAO DO ESTOQUE PELO CUSTO MEDIO - '
                                  DELIMITED BY SIZE
                  WRK-DATA-REF    DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-CABECALHO TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

       0200-VALORIZA-PRODUTO         SECTION.
           IF PROD-ESTOQUE NOT NUMERIC
               ADD 1 TO WRK-QT-SEM-CONTROLE
               GO TO 0200-SAIDA
           END-IF.
           IF PROD-ESTOQUE = ZEROS
               ADD 1 TO WRK-QT-SEM-SALDO
               GO TO 0200-SAIDA
           END-IF.
           ADD PROD-ESTOQUE TO WRK-TOT-UNIDADES.
           MOVE PROD-CODIGO          TO DET-CODIGO.
           MOVE PROD-DESCRICAO(1:20) TO DET-DESCRICAO.
           MOVE PROD-ESTOQUE         TO DET-SALDO.
           IF PROD-CUSTO-MEDIO IS NUMERIC
                   AND PROD-CUSTO-MEDIO > ZEROS
               COMPUTE WRK-VALOR = PROD-ESTOQUE * PROD-CUSTO-MEDIO
               ADD WRK-VALOR TO WRK-TOT-VALOR
               ADD 1 TO WRK-QT-VALORIZADOS
               MOVE PROD-CUSTO-MEDIO TO DET-CUSTO
               MOVE WRK-VALOR        TO DET-VALOR
               MOVE SPACES           TO DET-MARCA
           ELSE
               ADD 1 TO WRK-QT-SEM-CUSTO
               MOVE ZEROS            TO DET-CUSTO
                                        DET-VALOR
               MOVE '* SEM CUSTO'    TO DET-MARCA
           END-IF.
           MOVE WRK-DETALHE TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

       0200-SAIDA.
           EXIT.

       0700-FINALIZAR                SECTION.
           MOVE '----- RESUMO -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTOS LIDOS............: ' DELIMITED BY SIZE
                  WRK-QT-LIDOS                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTOS VALORIZADOS......: ' DELIMITED BY SIZE
                  WRK-QT-VALORIZADOS             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COM SALDO E SEM CUSTO (*).: ' DELIMITED BY SIZE
                  WRK-QT-SEM-CUSTO               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SEM SALDO.................: ' DELIMITED BY SIZE
                  WRK-QT-SEM-SALDO               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SEM CONTROLE DE ESTOQUE...: ' DELIMITED BY SIZE
                  WRK-QT-SEM-CONTROLE            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'UNIDADES EM ESTOQUE.......: ' DELIMITED BY SIZE
                  WRK-TOT-UNIDADES               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VALOR TOTAL DO ESTOQUE....: ' DELIMITED BY SIZE
                  WRK-TOT-ED                     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE PRODUTOS VALREL.
           IF WRK-QT-SEM-CUSTO > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO VALREL-REG.
           WRITE VALREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-VALREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'VALESTQ.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-VALREL
           END-STRING.

       COPY CFGLER.
