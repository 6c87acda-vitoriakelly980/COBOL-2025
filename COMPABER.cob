       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMPABER.
      ******************************************************************
      *OBJETIVO: RELATORIO DOS PEDIDOS DE COMPRA EM ABERTO
      *          (COMPRAS.DAT.TXT, VIDE CMPREG.cpy): CADA LINHA AINDA
      *          PENDENTE ('A' OU 'P'), AGRUPADA POR PEDIDO, COM O
      *          FORNECEDOR, A ENTREGA PREVISTA, O QUE FOI PEDIDO,
      *          RECEBIDO E O SALDO. LINHA COM A PREVISAO VENCIDA SAI
      *          MARCADA COMO ATRASADA, COM OS DIAS DE ATRASO, PARA O
      *          COMPRAS COBRAR O FORNECEDOR.
      *          DATA DE REFERENCIA = HOJE, OU 'DATA AAAAMMDD' NA
      *          LINHA DE COMANDO. SAI NA TELA E EM
      *          COMPRAS.ABR.RPT.TXT. RETURN-CODE 4 QUANDO HA ENTREGA
      *          ATRASADA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT COMPRAS ASSIGN TO WRK-ARQ-COMPRAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-COMPRAS
               RECORD KEY      IS CMP-CHAVE
               ALTERNATE RECORD KEY IS CMP-PRODUTO WITH DUPLICATES.

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

           SELECT FORNECEDORES ASSIGN TO WRK-ARQ-FORNECEDORES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FORNECEDORES
               RECORD KEY      IS FORN-CODIGO.

           SELECT ABERREL ASSIGN TO WRK-ARQ-ABERREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-ABERREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  COMPRAS.
       COPY CMPREG.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  FORNECEDORES.
       COPY FORNREG.

       FD  ABERREL.
       01  ABERREL-REG                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-COMPRAS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FORNECEDORES         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ABERREL              PIC X(80) VALUE SPACES.
       77  FS-COMPRAS                   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES              PIC 9(02) VALUE ZEROS.
       77  FS-ABERREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTOS-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-FORN-ABERTO              PIC X(01) VALUE 'N'.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-DATA-REF                 PIC 9(08) VALUE ZEROS.
       77  WRK-PED-ATUAL                PIC 9(06) VALUE ZEROS.
       77  WRK-SALDO                    PIC 9(05) VALUE ZEROS.
       77  WRK-DIAS-ATRASO              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PEDIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LINHAS                PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ATRASADAS             PIC 9(05) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           MOVE ZEROS TO CMP-CHAVE.
           START COMPRAS KEY IS NOT LESS CMP-CHAVE
             INVALID KEY
               MOVE 10 TO FS-COMPRAS
           END-START.
           IF FS-COMPRAS = 0
               READ COMPRAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-COMPRAS NOT = 0
               IF CMP-PENDENTE
                   PERFORM 0200-LINHA-ABERTA
               END-IF
               READ COMPRAS NEXT RECORD
           END-PERFORM.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'DATA'
                   AND WRK-PARAMETRO(6:8) IS NUMERIC
               MOVE WRK-PARAMETRO(6:8) TO WRK-DATA-REF
           ELSE
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT COMPRAS.
           IF FS-COMPRAS NOT = 0
               DISPLAY "PEDIDOS DE COMPRA NAO FORAM ABERTOS, STATUS="
                       FS-COMPRAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS = 0
               MOVE 'S' TO WRK-PRODUTOS-ABERTO
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES = 0
               MOVE 'S' TO WRK-FORN-ABERTO
           END-IF.
           OPEN OUTPUT ABERREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS DE COMPRA EM ABERTO - REFERENCIA '
                                  DELIMITED BY SIZE
                  WRK-DATA-REF    DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0200-LINHA-ABERTA             SECTION.
           IF CMP-NUMERO NOT = WRK-PED-ATUAL
               PERFORM 0250-CABECALHO-PEDIDO
           END-IF.
           ADD 1 TO WRK-QT-LINHAS.
           COMPUTE WRK-SALDO = CMP-QTDE - CMP-QTDE-RECEBIDA.
           MOVE SPACES TO PROD-DESCRICAO.
           IF WRK-PRODUTOS-ABERTO = 'S'
               MOVE CMP-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                 INVALID KEY
                   MOVE '(NAO CADASTRADO)' TO PROD-DESCRICAO
               END-READ
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING '  '                 DELIMITED BY SIZE
                  CMP-LINHA            DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  CMP-PRODUTO          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PROD-DESCRICAO(1:20) DELIMITED BY SIZE
                  ' PED '              DELIMITED BY SIZE
                  CMP-QTDE             DELIMITED BY SIZE
                  ' REC '              DELIMITED BY SIZE
                  CMP-QTDE-RECEBIDA    DELIMITED BY SIZE
                  ' SALDO '            DELIMITED BY SIZE
                  WRK-SALDO            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           IF CMP-PREVISTA < WRK-DATA-REF
               ADD 1 TO WRK-QT-ATRASADAS
               COMPUTE WRK-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
                     - FUNCTION INTEGER-OF-DATE(CMP-PREVISTA)
               MOVE SPACES TO WRK-LINHA
               STRING '      *** ATRASADA '  DELIMITED BY SIZE
                      WRK-DIAS-ATRASO       DELIMITED BY SIZE
                      ' DIAS'               DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
           END-IF.

       0250-CABECALHO-PEDIDO         SECTION.
           MOVE CMP-NUMERO TO WRK-PED-ATUAL.
           ADD 1 TO WRK-QT-PEDIDOS.
           MOVE SPACES TO FORN-NOME.
           IF WRK-FORN-ABERTO = 'S'
               MOVE CMP-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES
                 INVALID KEY
                   MOVE '(NAO CADASTRADO)' TO FORN-NOME
               END-READ
           END-IF.
           MOVE ALL '-' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDO '            DELIMITED BY SIZE
                  CMP-NUMERO           DELIMITED BY SIZE
                  ' EMISSAO '          DELIMITED BY SIZE
                  CMP-EMISSAO          DELIMITED BY SIZE
                  ' PREVISTA '         DELIMITED BY SIZE
                  CMP-PREVISTA         DELIMITED BY SIZE
                  ' FORN '             DELIMITED BY SIZE
                  CMP-FORNECEDOR       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  FORN-NOME            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0700-FINALIZAR                SECTION.
           MOVE '----- RESUMO -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS EM ABERTO.........: ' DELIMITED BY SIZE
                  WRK-QT-PEDIDOS                 DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS PENDENTES..........: ' DELIMITED BY SIZE
                  WRK-QT-LINHAS                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS ATRASADAS..........: ' DELIMITED BY SIZE
                  WRK-QT-ATRASADAS               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE COMPRAS ABERREL.
           IF WRK-PRODUTOS-ABERTO = 'S'
               CLOSE PRODUTOS
           END-IF.
           IF WRK-FORN-ABERTO = 'S'
               CLOSE FORNECEDORES
           END-IF.
           IF WRK-QT-ATRASADAS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO ABERREL-REG.
           WRITE ABERREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-COMPRAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COMPRAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-COMPRAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FORNECEDORES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FORNECEDORES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FORNECEDORES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ABERREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COMPRAS.ABR.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ABERREL
           END-STRING.

       COPY CFGLER.
