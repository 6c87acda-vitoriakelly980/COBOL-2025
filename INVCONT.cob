       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVCONT.
      ******************************************************************
      *OBJETIVO: DIGITACAO DAS QUANTIDADES CONTADAS NA CONTAGEM DE
      *          INVENTARIO ABERTA PELO INVABRE (INVENTARIO.DAT.TXT,
      *          VIDE INVREG.cpy). PEDE O OPERADOR E O NUMERO DA
      *          CONTAGEM E, PRODUTO A PRODUTO DA FOLHA, A QUANTIDADE.
      *          A TELA NAO MOSTRA O SALDO CONGELADO (CONTAGEM CEGA).
      *          PRODUTO JA CONTADO PODE SER RECONTADO ATE A
      *          APROVACAO (INVAPROV); A ULTIMA DIGITACAO VALE. NO FIM
      *          MOSTRA QUANTOS PRODUTOS AINDA FALTAM CONTAR.
      *          A TELA MOSTRA O LOCAL DE ESTOQUE DA CONTAGEM, PARA O
      *          CONTADOR CONFERIR QUE ESTA NO LUGAR CERTO.
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

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  INVENTARIO.
       COPY INVREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-INVENTARIO           PIC X(80) VALUE SPACES.
       77  FS-INVENTARIO                PIC 9(02) VALUE ZEROS.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-CONTAGEM                 PIC 9(06) VALUE ZEROS.
       77  WRK-PRODUTO                  PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE                     PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ITENS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FALTAM                PIC 9(05) VALUE ZEROS.
       77  WRK-INV-LOCAL                PIC X(04) VALUE SPACES.
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
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           DISPLAY "NUMERO DA CONTAGEM : ".
           ACCEPT WRK-CONTAGEM.
           PERFORM 0100-CONFERE-CONTAGEM.
           IF WRK-QT-ITENS = ZEROS
               DISPLAY "CONTAGEM " WRK-CONTAGEM " NAO EXISTE"
               CLOSE INVENTARIO
               GOBACK
           END-IF.
           IF WRK-INV-LOCAL = SPACES
               MOVE WRK-LOC-COD(1) TO WRK-INV-LOCAL
           END-IF.
           MOVE WRK-INV-LOCAL TO WRK-LOC-CODIGO.
           PERFORM VARYING WRK-LOC-K FROM 1 BY 1
                   UNTIL WRK-LOC-K > WRK-LOC-QTDE
               IF WRK-LOC-COD(WRK-LOC-K) = WRK-LOC-CODIGO
                   MOVE WRK-LOC-NOME(WRK-LOC-K) TO WRK-LOC-NOME-SEL
               END-IF
           END-PERFORM.
           DISPLAY "CONTAGEM " WRK-CONTAGEM " - LOCAL " WRK-LOC-CODIGO
                   " " WRK-LOC-NOME-SEL.
           MOVE 1 TO WRK-PRODUTO.
           PERFORM UNTIL WRK-PRODUTO = ZEROS
               DISPLAY " "
               DISPLAY "CODIGO DO PRODUTO (0 = FIM) : "
               ACCEPT WRK-PRODUTO
               IF WRK-PRODUTO NOT = ZEROS
                   PERFORM 0200-DIGITA-CONTAGEM
               END-IF
           END-PERFORM.
           PERFORM 0100-CONFERE-CONTAGEM.
           DISPLAY "CONTAGEM " WRK-CONTAGEM ": " WRK-QT-ITENS
                   " PRODUTOS, " WRK-QT-FALTAM " AINDA SEM CONTAGEM".
           CLOSE INVENTARIO.
           GOBACK.

      *    CONTA OS PRODUTOS DA CONTAGEM E OS QUE FALTAM CONTAR E
      *    GUARDA O LOCAL DELA (EM BRANCO = LOCAL PADRAO).
       0100-CONFERE-CONTAGEM         SECTION.
           MOVE ZEROS TO WRK-QT-ITENS WRK-QT-FALTAM.
           MOVE WRK-CONTAGEM TO INV-CONTAGEM.
           MOVE ZEROS        TO INV-PRODUTO.
           START INVENTARIO KEY IS NOT LESS INV-CHAVE
             INVALID KEY
               GO TO 0100-SAIDA
           END-START.
           READ INVENTARIO NEXT RECORD.
           PERFORM UNTIL FS-INVENTARIO NOT = 0
                         OR INV-CONTAGEM NOT = WRK-CONTAGEM
               ADD 1 TO WRK-QT-ITENS
               MOVE INV-LOCAL TO WRK-INV-LOCAL
               IF INV-ABERTO
                   ADD 1 TO WRK-QT-FALTAM
               END-IF
               READ INVENTARIO NEXT RECORD
           END-PERFORM.

       0100-SAIDA.
           EXIT.

       0200-DIGITA-CONTAGEM          SECTION.
           MOVE WRK-CONTAGEM TO INV-CONTAGEM.
           MOVE WRK-PRODUTO  TO INV-PRODUTO.
           READ INVENTARIO
             INVALID KEY
               DISPLAY "PRODUTO " WRK-PRODUTO " NAO ESTA NA CONTAGEM "
                       WRK-CONTAGEM
               GO TO 0200-SAIDA
           END-READ.
           DISPLAY INV-DESCRICAO.
           IF NOT INV-EM-CONTAGEM
               DISPLAY "ITEM JA FECHADO NA APROVACAO - NAO PODE SER "
                       "RECONTADO"
               GO TO 0200-SAIDA
           END-IF.
           IF INV-CONTADO
               DISPLAY "JA CONTADO: " INV-QTDE-CONTADA " POR "
                       INV-OPERADOR-CONTAGEM " - NOVA CONTAGEM "
                       "SUBSTITUI"
           END-IF.
           DISPLAY "QUANTIDADE CONTADA : ".
           ACCEPT WRK-QTDE.
           MOVE WRK-QTDE     TO INV-QTDE-CONTADA.
           MOVE 'C'          TO INV-SITUACAO.
           MOVE WRK-OPERADOR TO INV-OPERADOR-CONTAGEM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO INV-DATAHORA.
           REWRITE INV-REG
             INVALID KEY
               DISPLAY "CONTAGEM NAO REGRAVADA"
             NOT INVALID KEY
               DISPLAY "CONTAGEM REGISTRADA"
           END-REWRITE.

       0200-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-INVENTARIO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INVENTARIO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-INVENTARIO
           END-STRING.

       COPY CFGLER.
