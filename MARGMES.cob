       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGMES.
      ******************************************************************
      *OBJETIVO: MARGEM BRUTA DO MES, POR PRODUTO E POR DIA, A PARTIR
      *          DAS LINHAS DE PEDIDOS.DAT.TXT DATADAS NO MES:
      *            'I' - SOMA A RECEITA (PED-TOTAL), O CUSTO DA
      *                  MERCADORIA (PED-CUSTO, CUSTO MEDIO NA HORA DA
      *                  VENDA - VIDE PRODREG.cpy) E A QUANTIDADE;
      *            'D' - DEVOLUCAO: SUBTRAI DO PRODUTO E DO DIA;
      *            'C' - CANCELAMENTO DO PEDIDO INTEIRO: SUBTRAI DO
      *                  DIA E SAI NUMA LINHA A PARTE (A LINHA 'C'
      *                  NAO TEM PRODUTO).
      *          O ESTORNO CONTA NO MES EM QUE FOI FEITO, MESMO QUE A
      *          VENDA SEJA DE MES ANTERIOR. A RECEITA E O VALOR DAS
      *          MERCADORIAS, SEM O FRETE, LIQUIDO DO DESCONTO DE
      *          PROMOCAO E ANTES DO DESCONTO DE RESGATE DE PONTOS.
      *          MARGEM % = (RECEITA - CUSTO) / RECEITA X 100. LINHA
      *          SEM CUSTO CONHECIDO (PRODUTO SEM CUSTO MEDIO OU PEDIDO
      *          ANTERIOR AO CUSTO) ENTRA SO COM A RECEITA E MARCA O
      *          PRODUTO/DIA COM '*'.
      *          MES = O CORRENTE, OU 'MES AAAAMM' NA LINHA DE COMANDO.
      *          SAI NA TELA E EM MARGMES.RPT.TXT. RETURN-CODE 4 QUANDO
      *          HA LINHA SEM CUSTO OU PRODUTO FORA DA TABELA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT PEDIDOS ASSIGN TO WRK-ARQ-PEDIDOS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PEDIDOS.

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

           SELECT MARGREL ASSIGN TO WRK-ARQ-MARGREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MARGREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PEDIDOS.
       COPY PEDIDREG.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  MARGREL.
       01  MARGREL-REG                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PEDIDOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MARGREL              PIC X(80) VALUE SPACES.
       77  FS-PEDIDOS                   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-MARGREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTOS-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-MES                      PIC 9(06) VALUE ZEROS.
       77  WRK-DIA                      PIC 9(02) VALUE ZEROS.
       77  WRK-T                        PIC 9(03) VALUE ZEROS.
       77  WRK-J                        PIC 9(03) VALUE ZEROS.
       77  WRK-PRD-QTDE                 PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-CUSTO-LINHA              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-LINHA-SEM-CUSTO          PIC X(01) VALUE 'N'.
       77  WRK-QT-LINHAS                PIC 9(07) VALUE ZEROS.
       77  WRK-QT-NO-MES                PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-CUSTO             PIC 9(07) VALUE ZEROS.
       77  WRK-QT-FORA-TABELA           PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CANCELADOS            PIC 9(05) VALUE ZEROS.
      *    VALORES DA LINHA DO RELATORIO (PRODUTO, DIA OU TOTAL).
       77  WRK-AC-QTDE                  PIC S9(07) VALUE ZEROS.
       77  WRK-AC-RECEITA               PIC S9(11)V99 VALUE ZEROS.
       77  WRK-AC-CUSTO                 PIC S9(11)V99 VALUE ZEROS.
       77  WRK-AC-SEM-CUSTO             PIC X(01) VALUE 'N'.
       77  WRK-AC-SEM-QTDE              PIC X(01) VALUE 'N'.
       77  WRK-MARGEM                   PIC S9(04)V9 VALUE ZEROS.
      *    CANCELAMENTOS DE PEDIDO INTEIRO E PRODUTOS QUE NAO COUBERAM
      *    NA TABELA.
       77  WRK-CANC-RECEITA             PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CANC-CUSTO               PIC S9(11)V99 VALUE ZEROS.
       77  WRK-CANC-SEM-CUSTO           PIC X(01) VALUE 'N'.
       77  WRK-EXC-QTDE                 PIC S9(07) VALUE ZEROS.
       77  WRK-EXC-RECEITA              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-EXC-CUSTO                PIC S9(11)V99 VALUE ZEROS.
       77  WRK-EXC-SEM-CUSTO            PIC X(01) VALUE 'N'.
       77  WRK-TOT-QTDE                 PIC S9(07) VALUE ZEROS.
       77  WRK-TOT-RECEITA              PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-CUSTO                PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-SEM-CUSTO            PIC X(01) VALUE 'N'.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
      *    PRODUTOS DO MES EM ORDEM DE CODIGO (INSERCAO ORDENADA).
       01  WRK-TAB-PRODUTOS.
           05 WRK-PRD-ITEM OCCURS 500 TIMES.
              10 WRK-PRD-CODIGO         PIC 9(05).
              10 WRK-PRD-QTD            PIC S9(07).
              10 WRK-PRD-RECEITA        PIC S9(11)V99.
              10 WRK-PRD-CUSTO          PIC S9(11)V99.
              10 WRK-PRD-SEM-CUSTO      PIC X(01).
       01  WRK-TAB-DIAS.
           05 WRK-DIA-ITEM OCCURS 31 TIMES.
              10 WRK-DIA-MOVIMENTO      PIC X(01).
              10 WRK-DIA-QTD            PIC S9(07).
              10 WRK-DIA-RECEITA        PIC S9(11)V99.
              10 WRK-DIA-CUSTO          PIC S9(11)V99.
              10 WRK-DIA-SEM-CUSTO      PIC X(01).
       01  WRK-CABECALHO.
           05 FILLER                    PIC X(06) VALUE 'PROD. '.
           05 FILLER                    PIC X(21) VALUE 'DESCRICAO'.
           05 FILLER                    PIC X(07) VALUE '  QTDE '.
           05 FILLER                    PIC X(15)
                                        VALUE '       RECEITA '.
           05 FILLER                    PIC X(15)
                                        VALUE '         CUSTO '.
           05 FILLER                    PIC X(08) VALUE ' MARGEM%'.
       01  WRK-DETALHE.
           05 DET-CODIGO                PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-DESCRICAO             PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-QTDE                  PIC -ZZZZ9.
           05 DET-QTDE-X REDEFINES DET-QTDE
                                        PIC X(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-RECEITA               PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-CUSTO                 PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-MARGEM                PIC -ZZZ9,9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-MARCA                 PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           READ PEDIDOS NEXT RECORD.
           PERFORM UNTIL FS-PEDIDOS NOT = 0
               ADD 1 TO WRK-QT-LINHAS
               IF PED-DATA(1:6) = WRK-MES
                   PERFORM 0200-APURA-LINHA
               END-IF
               READ PEDIDOS NEXT RECORD
           END-PERFORM.
           PERFORM 0500-POR-PRODUTO.
           PERFORM 0600-POR-DIA.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:3) = 'MES'
                   AND WRK-PARAMETRO(5:6) IS NUMERIC
               MOVE WRK-PARAMETRO(5:6) TO WRK-MES
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-MES
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT = 0
               DISPLAY "ARQUIVO DE PEDIDOS NAO FOI ABERTO, STATUS="
                       FS-PEDIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM O CATALOGO O RELATORIO SAI SEM AS DESCRICOES.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS = 0
               MOVE 'S' TO WRK-PRODUTOS-ABERTO
           END-IF.
           PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 31
               MOVE 'N'   TO WRK-DIA-MOVIMENTO(WRK-DIA)
                             WRK-DIA-SEM-CUSTO(WRK-DIA)
               MOVE ZEROS TO WRK-DIA-QTD(WRK-DIA)
                             WRK-DIA-RECEITA(WRK-DIA)
                             WRK-DIA-CUSTO(WRK-DIA)
           END-PERFORM.
           OPEN OUTPUT MARGREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MARGEM BRUTA - MES '  DELIMITED BY SIZE
                  WRK-MES                DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

      *    UMA LINHA DO MES: VENDA SOMA, DEVOLUCAO E CANCELAMENTO
      *    SUBTRAEM.
       0200-APURA-LINHA              SECTION.
           IF PED-TIPO NOT = 'I' AND PED-TIPO NOT = 'D'
                   AND PED-TIPO NOT = 'C'
               GO TO 0200-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-NO-MES.
           MOVE PED-DATA(7:2) TO WRK-DIA.
           IF WRK-DIA < 1 OR WRK-DIA > 31
               MOVE 1 TO WRK-DIA
           END-IF.
           MOVE 'S' TO WRK-DIA-MOVIMENTO(WRK-DIA).
           IF PED-CUSTO IS NUMERIC
               MOVE PED-CUSTO TO WRK-CUSTO-LINHA
               MOVE 'N'       TO WRK-LINHA-SEM-CUSTO
           ELSE
               MOVE ZEROS     TO WRK-CUSTO-LINHA
               MOVE 'S'       TO WRK-LINHA-SEM-CUSTO
                                 WRK-DIA-SEM-CUSTO(WRK-DIA)
               ADD 1 TO WRK-QT-SEM-CUSTO
           END-IF.
           EVALUATE PED-TIPO
             WHEN 'I'
               ADD PED-TOTAL       TO WRK-DIA-RECEITA(WRK-DIA)
               ADD WRK-CUSTO-LINHA TO WRK-DIA-CUSTO(WRK-DIA)
               ADD PED-QTDE        TO WRK-DIA-QTD(WRK-DIA)
             WHEN 'D'
               SUBTRACT PED-TOTAL       FROM WRK-DIA-RECEITA(WRK-DIA)
               SUBTRACT WRK-CUSTO-LINHA FROM WRK-DIA-CUSTO(WRK-DIA)
               SUBTRACT PED-QTDE        FROM WRK-DIA-QTD(WRK-DIA)
             WHEN 'C'
               SUBTRACT PED-TOTAL       FROM WRK-DIA-RECEITA(WRK-DIA)
               SUBTRACT WRK-CUSTO-LINHA FROM WRK-DIA-CUSTO(WRK-DIA)
               SUBTRACT PED-TOTAL       FROM WRK-CANC-RECEITA
               SUBTRACT WRK-CUSTO-LINHA FROM WRK-CANC-CUSTO
               ADD 1 TO WRK-QT-CANCELADOS
               IF WRK-LINHA-SEM-CUSTO = 'S'
                   MOVE 'S' TO WRK-CANC-SEM-CUSTO
               END-IF
               GO TO 0200-SAIDA
           END-EVALUATE.
           PERFORM 0300-ACHA-PRODUTO.
           IF WRK-T = ZEROS
               ADD 1 TO WRK-QT-FORA-TABELA
               IF PED-TIPO = 'I'
                   ADD PED-TOTAL       TO WRK-EXC-RECEITA
                   ADD WRK-CUSTO-LINHA TO WRK-EXC-CUSTO
                   ADD PED-QTDE        TO WRK-EXC-QTDE
               ELSE
                   SUBTRACT PED-TOTAL       FROM WRK-EXC-RECEITA
                   SUBTRACT WRK-CUSTO-LINHA FROM WRK-EXC-CUSTO
                   SUBTRACT PED-QTDE        FROM WRK-EXC-QTDE
               END-IF
               IF WRK-LINHA-SEM-CUSTO = 'S'
                   MOVE 'S' TO WRK-EXC-SEM-CUSTO
               END-IF
               GO TO 0200-SAIDA
           END-IF.
           IF PED-TIPO = 'I'
               ADD PED-TOTAL       TO WRK-PRD-RECEITA(WRK-T)
               ADD WRK-CUSTO-LINHA TO WRK-PRD-CUSTO(WRK-T)
               ADD PED-QTDE        TO WRK-PRD-QTD(WRK-T)
           ELSE
               SUBTRACT PED-TOTAL       FROM WRK-PRD-RECEITA(WRK-T)
               SUBTRACT WRK-CUSTO-LINHA FROM WRK-PRD-CUSTO(WRK-T)
               SUBTRACT PED-QTDE        FROM WRK-PRD-QTD(WRK-T)
           END-IF.
           IF WRK-LINHA-SEM-CUSTO = 'S'
               MOVE 'S' TO WRK-PRD-SEM-CUSTO(WRK-T)
           END-IF.

       0200-SAIDA.
           EXIT.

      *    DEVOLVE EM WRK-T A POSICAO DO PRODUTO NA TABELA, ABRINDO
      *    ESPACO NA ORDEM DE CODIGO QUANDO E NOVO. ZERO = TABELA
      *    CHEIA.
       0300-ACHA-PRODUTO             SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-PRD-QTDE OR TAB-ACHOU
               IF WRK-PRD-CODIGO(WRK-T) NOT < PED-PRODUTO
                   MOVE 'S' TO WRK-TAB-ACHOU
               END-IF
           END-PERFORM.
           IF TAB-ACHOU
               SUBTRACT 1 FROM WRK-T
               IF WRK-PRD-CODIGO(WRK-T) = PED-PRODUTO
                   GO TO 0300-SAIDA
               END-IF
           END-IF.
           IF WRK-PRD-QTDE NOT < 500
               MOVE ZEROS TO WRK-T
               GO TO 0300-SAIDA
           END-IF.
           PERFORM VARYING WRK-J FROM WRK-PRD-QTDE BY -1
                   UNTIL WRK-J < WRK-T
               MOVE WRK-PRD-ITEM(WRK-J) TO WRK-PRD-ITEM(WRK-J + 1)
           END-PERFORM.
           ADD 1 TO WRK-PRD-QTDE.
           MOVE PED-PRODUTO TO WRK-PRD-CODIGO(WRK-T).
           MOVE ZEROS       TO WRK-PRD-QTD(WRK-T)
                               WRK-PRD-RECEITA(WRK-T)
                               WRK-PRD-CUSTO(WRK-T).
           MOVE 'N'         TO WRK-PRD-SEM-CUSTO(WRK-T).

       0300-SAIDA.
           EXIT.

       0500-POR-PRODUTO              SECTION.
           MOVE ALL '-' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'POR PRODUTO' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-CABECALHO TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > WRK-PRD-QTDE
               MOVE SPACES TO PROD-DESCRICAO
               IF WRK-PRODUTOS-ABERTO = 'S'
                   MOVE WRK-PRD-CODIGO(WRK-T) TO PROD-CODIGO
                   READ PRODUTOS
                     INVALID KEY
                       MOVE '(NAO CADASTRADO)' TO PROD-DESCRICAO
                   END-READ
               END-IF
               MOVE WRK-PRD-CODIGO(WRK-T)    TO DET-CODIGO
               MOVE PROD-DESCRICAO(1:20)     TO DET-DESCRICAO
               MOVE WRK-PRD-QTD(WRK-T)       TO WRK-AC-QTDE
               MOVE WRK-PRD-RECEITA(WRK-T)   TO WRK-AC-RECEITA
               MOVE WRK-PRD-CUSTO(WRK-T)     TO WRK-AC-CUSTO
               MOVE WRK-PRD-SEM-CUSTO(WRK-T) TO WRK-AC-SEM-CUSTO
               PERFORM 0650-LINHA-VALORES
               PERFORM 0660-SOMA-TOTAL
           END-PERFORM.
           IF WRK-QT-FORA-TABELA > ZEROS
               MOVE SPACES                 TO DET-CODIGO
               MOVE 'DEMAIS (TAB. CHEIA)'  TO DET-DESCRICAO
               MOVE WRK-EXC-QTDE           TO WRK-AC-QTDE
               MOVE WRK-EXC-RECEITA        TO WRK-AC-RECEITA
               MOVE WRK-EXC-CUSTO          TO WRK-AC-CUSTO
               MOVE WRK-EXC-SEM-CUSTO      TO WRK-AC-SEM-CUSTO
               PERFORM 0650-LINHA-VALORES
               PERFORM 0660-SOMA-TOTAL
           END-IF.
           IF WRK-QT-CANCELADOS > ZEROS
               MOVE SPACES                 TO DET-CODIGO
               MOVE 'PEDIDOS CANCELADOS'   TO DET-DESCRICAO
               MOVE ZEROS                  TO WRK-AC-QTDE
               MOVE WRK-CANC-RECEITA       TO WRK-AC-RECEITA
               MOVE WRK-CANC-CUSTO         TO WRK-AC-CUSTO
               MOVE WRK-CANC-SEM-CUSTO     TO WRK-AC-SEM-CUSTO
               MOVE 'S'                    TO WRK-AC-SEM-QTDE
               PERFORM 0650-LINHA-VALORES
               PERFORM 0660-SOMA-TOTAL
           END-IF.
           MOVE SPACES                     TO DET-CODIGO.
           MOVE 'TOTAL DO MES'             TO DET-DESCRICAO.
           MOVE WRK-TOT-QTDE               TO WRK-AC-QTDE.
           MOVE WRK-TOT-RECEITA            TO WRK-AC-RECEITA.
           MOVE WRK-TOT-CUSTO              TO WRK-AC-CUSTO.
           MOVE WRK-TOT-SEM-CUSTO          TO WRK-AC-SEM-CUSTO.
           PERFORM 0650-LINHA-VALORES.

      *    O CANCELAMENTO NAO TEM QUANTIDADE: A COLUNA DO DIA SO
      *    MOSTRA AS UNIDADES VENDIDAS MENOS AS DEVOLVIDAS.
       0600-POR-DIA                  SECTION.
           MOVE ALL '-' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'POR DIA' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-CABECALHO TO WRK-LINHA.
           MOVE 'DIA  ' TO WRK-LINHA(1:5).
           MOVE SPACES  TO WRK-LINHA(7:20).
           PERFORM 0800-GRAVA-LINHA.
           PERFORM VARYING WRK-DIA FROM 1 BY 1 UNTIL WRK-DIA > 31
               IF WRK-DIA-MOVIMENTO(WRK-DIA) = 'S'
                   MOVE SPACES                   TO DET-CODIGO
                                                    DET-DESCRICAO
                   MOVE WRK-DIA                  TO DET-CODIGO(1:2)
                   MOVE WRK-DIA-QTD(WRK-DIA)     TO WRK-AC-QTDE
                   MOVE WRK-DIA-RECEITA(WRK-DIA) TO WRK-AC-RECEITA
                   MOVE WRK-DIA-CUSTO(WRK-DIA)   TO WRK-AC-CUSTO
                   MOVE WRK-DIA-SEM-CUSTO(WRK-DIA)
                                                 TO WRK-AC-SEM-CUSTO
                   PERFORM 0650-LINHA-VALORES
               END-IF
           END-PERFORM.

      *    MONTA E GRAVA A LINHA COM OS VALORES DE WRK-AC-*.
       0650-LINHA-VALORES            SECTION.
           MOVE WRK-AC-QTDE    TO DET-QTDE.
           MOVE WRK-AC-RECEITA TO DET-RECEITA.
           MOVE WRK-AC-CUSTO   TO DET-CUSTO.
           MOVE ZEROS          TO WRK-MARGEM.
           IF WRK-AC-RECEITA NOT = ZEROS
               COMPUTE WRK-MARGEM ROUNDED =
                       (WRK-AC-RECEITA - WRK-AC-CUSTO) * 100
                     / WRK-AC-RECEITA
                 ON SIZE ERROR
                   MOVE ZEROS TO WRK-MARGEM
               END-COMPUTE
           END-IF.
           MOVE WRK-MARGEM     TO DET-MARGEM.
           MOVE SPACES         TO DET-MARCA.
           IF WRK-AC-SEM-CUSTO = 'S'
               MOVE '*' TO DET-MARCA
           END-IF.
           IF WRK-AC-SEM-QTDE = 'S'
               MOVE SPACES TO DET-QTDE-X
           END-IF.
           MOVE 'N'            TO WRK-AC-SEM-QTDE.
           MOVE WRK-DETALHE    TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

       0660-SOMA-TOTAL               SECTION.
           ADD WRK-AC-QTDE    TO WRK-TOT-QTDE.
           ADD WRK-AC-RECEITA TO WRK-TOT-RECEITA.
           ADD WRK-AC-CUSTO   TO WRK-TOT-CUSTO.
           IF WRK-AC-SEM-CUSTO = 'S'
               MOVE 'S' TO WRK-TOT-SEM-CUSTO
           END-IF.

       0700-FINALIZAR                SECTION.
           MOVE '----- RESUMO -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS DE PEDIDO LIDAS....: ' DELIMITED BY SIZE
                  WRK-QT-LINHAS                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VENDAS/ESTORNOS NO MES....: ' DELIMITED BY SIZE
                  WRK-QT-NO-MES                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTOS COM MOVIMENTO....: ' DELIMITED BY SIZE
                  WRK-PRD-QTDE                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS CANCELADOS........: ' DELIMITED BY SIZE
                  WRK-QT-CANCELADOS              DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS SEM CUSTO (*)......: ' DELIMITED BY SIZE
                  WRK-QT-SEM-CUSTO               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS FORA DA TABELA.....: ' DELIMITED BY SIZE
                  WRK-QT-FORA-TABELA             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE PEDIDOS MARGREL.
           IF WRK-PRODUTOS-ABERTO = 'S'
               CLOSE PRODUTOS
           END-IF.
           IF WRK-QT-SEM-CUSTO > ZEROS OR WRK-QT-FORA-TABELA > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO MARGREL-REG.
           WRITE MARGREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PEDIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PEDIDOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MARGREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MARGMES.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MARGREL
           END-STRING.

       COPY CFGLER.
