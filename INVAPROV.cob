       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVAPROV.
      ******************************************************************
      *OBJETIVO: APROVACAO DAS DIVERGENCIAS DE UMA CONTAGEM DE
      *          INVENTARIO (INVENTARIO.DAT.TXT, VIDE INVREG.cpy) E
      *          LANCAMENTO DO AJUSTE. PEDE O OPERADOR QUE APROVA E O
      *          NUMERO DA CONTAGEM E PASSA POR CADA PRODUTO CONTADO
      *          MOSTRANDO CONGELADO, CONTADO E DIFERENCA EM UNIDADES
      *          E VALOR (O MESMO DO INVDIVG). APROVADO, O SALDO DO
      *          CATALOGO RECEBE A DIFERENCA (SOMADA AO SALDO ATUAL,
      *          QUE PODE TER MEXIDO DESDE O CONGELAMENTO) E SAI UM
      *          'AJ' NO DIARIO PRODUTOS.MOV.TXT COM A REFERENCIA DA
      *          CONTAGEM E O OPERADOR QUE APROVOU. RECUSADO, O SALDO
      *          NAO MEXE E O ITEM FECHA COMO RECUSADO. ENTER DEIXA O
      *          ITEM PARA DEPOIS (PODE SER RECONTADO NO INVCONT).
      *          PRODUTO AINDA NAO CONTADO NAO E OFERECIDO. QUANDO NAO
      *          SOBRA ITEM ABERTO A CONTAGEM ESTA ENCERRADA.
      *          A CONTAGEM E DE UM LOCAL DE ESTOQUE (INV-LOCAL): A
      *          DIFERENCA VAI PARA O SALDO DESSE LOCAL
      *          (ESTLOCAL.DAT.TXT) E O TOTAL DO CATALOGO ACOMPANHA; O
      *          'AJ' LEVA O SALDO AJUSTADO DO LOCAL.
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

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

           SELECT ESTLOCAL ASSIGN TO WRK-ARQ-ESTLOCAL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ESTLOCAL
               RECORD KEY      IS ESTL-CHAVE.

           SELECT MOVESTQ ASSIGN TO WRK-ARQ-MOVESTQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MOVESTQ.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  INVENTARIO.
       COPY INVREG.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  ESTLOCAL.
       COPY ESTLOCRG.

      *    DIARIO DE MOVIMENTOS DE ESTOQUE (VIDE MOVESTRG.cpy): O
      *    AJUSTE APROVADO SAI COMO 'AJ' COM REFERENCIA 'IN'.
       FD  MOVESTQ.
       COPY MOVESTRG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-INVENTARIO           PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MOVESTQ              PIC X(80) VALUE SPACES.
       77  FS-INVENTARIO                PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-MOVESTQ                   PIC 9(02) VALUE ZEROS.
       77  WRK-MOV-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-CONTAGEM                 PIC 9(06) VALUE ZEROS.
       77  WRK-DECISAO                  PIC X(01) VALUE SPACES.
       77  WRK-DIF-QTDE                 PIC S9(05) VALUE ZEROS.
       77  WRK-DIF-VALOR                PIC S9(11)V99 VALUE ZEROS.
       77  WRK-DIF-QTDE-ED              PIC -ZZZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                                   VALUE ZEROS.
       77  WRK-NOVO-SALDO               PIC S9(06) VALUE ZEROS.
       77  WRK-QT-ITENS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PENDENTES             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LANCADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-RECUSADOS             PIC 9(05) VALUE ZEROS.
       77  WRK-ARQ-ESTLOCAL             PIC X(80) VALUE SPACES.
       77  FS-ESTLOCAL                  PIC 9(02) VALUE ZEROS.
       77  WRK-NOVO-TOTAL               PIC S9(06) VALUE ZEROS.
       COPY LOCALWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN I-O INVENTARIO.
           IF FS-INVENTARIO NOT = 0
               DISPLAY "INVENTARIO NAO FOI ABERTO - ABRA A CONTAGEM "
                       "PELO INVABRE"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PRODUTOS.
           IF FS-PRODUTOS NOT = 0
               DISPLAY "CATALOGO DE PRODUTOS NAO FOI ABERTO, STATUS="
                       FS-PRODUTOS
               CLOSE INVENTARIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ESTLOCAL.
           IF FS-ESTLOCAL = 35
               OPEN OUTPUT ESTLOCAL
               CLOSE ESTLOCAL
               OPEN I-O ESTLOCAL
           END-IF.
           IF FS-ESTLOCAL NOT = 0
               DISPLAY "SALDOS POR LOCAL NAO FORAM ABERTOS, STATUS="
                       FS-ESTLOCAL
               CLOSE INVENTARIO PRODUTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "OPERADOR QUE APROVA : ".
           ACCEPT WRK-OPERADOR.
           DISPLAY "NUMERO DA CONTAGEM : ".
           ACCEPT WRK-CONTAGEM.
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
               ADD 1 TO WRK-QT-ITENS
               IF INV-CONTADO
                   PERFORM 0200-DECIDE-ITEM
               END-IF
               IF INV-EM-CONTAGEM
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF
               READ INVENTARIO NEXT RECORD
           END-PERFORM.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0200-DECIDE-ITEM              SECTION.
           COMPUTE WRK-DIF-QTDE = INV-QTDE-CONTADA
                                - INV-ESTOQUE-CONGELADO.
           COMPUTE WRK-DIF-VALOR = WRK-DIF-QTDE * INV-PRECO.
           MOVE WRK-DIF-QTDE  TO WRK-DIF-QTDE-ED.
           MOVE WRK-DIF-VALOR TO WRK-VALOR-ED.
           DISPLAY " ".
           DISPLAY INV-PRODUTO " " INV-DESCRICAO.
           DISPLAY "CONGELADO " INV-ESTOQUE-CONGELADO
                   "  CONTADO " INV-QTDE-CONTADA
                   " POR " INV-OPERADOR-CONTAGEM.
           DISPLAY "DIFERENCA " WRK-DIF-QTDE-ED " UN  " WRK-VALOR-ED.
           DISPLAY "S-APROVA  N-RECUSA  ENTER-DEIXA PARA DEPOIS : ".
           MOVE SPACES TO WRK-DECISAO.
           ACCEPT WRK-DECISAO.
           EVALUATE WRK-DECISAO
             WHEN 'S'
               PERFORM 0300-LANCA-AJUSTE
             WHEN 'N'
               MOVE 'R' TO INV-SITUACAO
               PERFORM 0400-FECHA-ITEM
               IF INV-RECUSADO
                   ADD 1 TO WRK-QT-RECUSADOS
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *    O SALDO NOVO DO LOCAL E O ATUAL DELE MAIS A DIFERENCA DA
      *    CONTAGEM, E O TOTAL DO CATALOGO MUDA NA MESMA MEDIDA; SEM
      *    DIFERENCA O ITEM FECHA SEM MOVIMENTO NO DIARIO.
       0300-LANCA-AJUSTE             SECTION.
           IF WRK-DIF-QTDE = ZEROS
               MOVE 'L' TO INV-SITUACAO
               PERFORM 0400-FECHA-ITEM
               GO TO 0300-SAIDA
           END-IF.
           MOVE INV-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
               DISPLAY "PRODUTO " INV-PRODUTO " NAO ESTA MAIS NO "
                       "CATALOGO - AJUSTE NAO LANCADO"
               GO TO 0300-SAIDA
           END-READ.
           IF PROD-ESTOQUE NOT NUMERIC
               MOVE ZEROS TO PROD-ESTOQUE
           END-IF.
           MOVE INV-LOCAL TO WRK-LOC-CODIGO.
           PERFORM 9600-VALIDA-LOCAL.
           PERFORM 9610-LE-SALDO-LOCAL.
           COMPUTE WRK-NOVO-SALDO = ESTL-SALDO + WRK-DIF-QTDE.
           IF WRK-NOVO-SALDO < ZEROS
               DISPLAY "SALDO FICARIA NEGATIVO (" WRK-NOVO-SALDO
                       ") - AJUSTADO PARA ZERO"
               MOVE ZEROS TO WRK-NOVO-SALDO
           END-IF.
           COMPUTE WRK-NOVO-TOTAL = PROD-ESTOQUE - ESTL-SALDO
                                  + WRK-NOVO-SALDO.
           IF WRK-NOVO-TOTAL < ZEROS
               MOVE ZEROS TO WRK-NOVO-TOTAL
           END-IF.
           MOVE WRK-NOVO-SALDO TO ESTL-SALDO.
           MOVE WRK-NOVO-TOTAL TO PROD-ESTOQUE.
           REWRITE PROD-REG
             INVALID KEY
               DISPLAY "PRODUTO NAO REGRAVADO - AJUSTE NAO LANCADO"
               GO TO 0300-SAIDA
           END-REWRITE.
           PERFORM 9620-GRAVA-SALDO-LOCAL.
           IF WRK-LOC-GRAVOU NOT = 'S'
               DISPLAY "SALDO DO LOCAL " WRK-LOC-CODIGO " NAO GRAVADO"
           END-IF.
           PERFORM 0350-GRAVA-MOVIMENTO.
           MOVE 'L' TO INV-SITUACAO.
           PERFORM 0400-FECHA-ITEM.
           ADD 1 TO WRK-QT-LANCADOS.
           DISPLAY "AJUSTE LANCADO - " WRK-LOC-CODIGO " " ESTL-SALDO
                   "  TOTAL " PROD-ESTOQUE.

       0300-SAIDA.
           EXIT.

       0350-GRAVA-MOVIMENTO          SECTION.
           IF WRK-MOV-ABERTO NOT = 'S'
               OPEN EXTEND MOVESTQ
               IF FS-MOVESTQ = 35
                   OPEN OUTPUT MOVESTQ
                   CLOSE MOVESTQ
                   OPEN EXTEND MOVESTQ
               END-IF
               MOVE 'S' TO WRK-MOV-ABERTO
           END-IF.
           MOVE PROD-CODIGO   TO MOV-CODIGO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MOV-DATAHORA.
           MOVE 'AJ'          TO MOV-TIPO.
           MOVE ESTL-SALDO    TO MOV-QTDE.
           MOVE PROD-ESTOQUE  TO MOV-ESTOQUE-DEPOIS.
           MOVE 'INVAPROV'    TO MOV-ORIGEM.
           MOVE 'IN'          TO MOV-REF-TIPO.
           MOVE INV-CONTAGEM  TO MOV-REF-NUMERO.
           MOVE ZEROS         TO MOV-REF-LINHA.
           MOVE WRK-OPERADOR  TO MOV-OPERADOR.
           MOVE WRK-LOC-CODIGO TO MOV-LOCAL.
           MOVE ESTL-SALDO    TO MOV-SALDO-LOCAL.
           MOVE ZEROS          TO MOV-CUSTO-UNIT.
           IF PROD-CUSTO-MEDIO IS NUMERIC
               MOVE PROD-CUSTO-MEDIO TO MOV-CUSTO-UNIT
           END-IF.
           WRITE MOVESTQ-REG.

       0400-FECHA-ITEM               SECTION.
           MOVE WRK-OPERADOR TO INV-OPERADOR-APROVACAO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO INV-DATAHORA.
           REWRITE INV-REG
             INVALID KEY
               DISPLAY "ITEM DA CONTAGEM NAO REGRAVADO"
               MOVE 'C' TO INV-SITUACAO
           END-REWRITE.

       0700-FINALIZAR                SECTION.
           IF WRK-MOV-ABERTO = 'S'
               CLOSE MOVESTQ
           END-IF.
           CLOSE INVENTARIO PRODUTOS ESTLOCAL.
           DISPLAY " ".
           IF WRK-QT-ITENS = ZEROS
               DISPLAY "CONTAGEM " WRK-CONTAGEM " NAO EXISTE"
               GO TO 0700-SAIDA
           END-IF.
           DISPLAY "AJUSTES LANCADOS: " WRK-QT-LANCADOS
                   "  RECUSADOS: " WRK-QT-RECUSADOS.
           IF WRK-QT-PENDENTES = ZEROS
               DISPLAY "CONTAGEM " WRK-CONTAGEM " ENCERRADA"
           ELSE
               DISPLAY "CONTAGEM " WRK-CONTAGEM " AINDA TEM "
                       WRK-QT-PENDENTES " ITENS ABERTOS"
           END-IF.

       0700-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-INVENTARIO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INVENTARIO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-INVENTARIO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MOVESTQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.MOV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MOVESTQ
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ESTLOCAL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ESTLOCAL.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ESTLOCAL
           END-STRING.

       COPY CFGLER.

       COPY ESTLOCAL.
