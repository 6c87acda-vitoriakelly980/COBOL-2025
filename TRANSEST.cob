       IDENTIFICATION DIVISION.
       PROGRAM-ID. TRANSEST.
      ******************************************************************
      *OBJETIVO: TRANSFERENCIA DE MERCADORIA ENTRE LOCAIS DE ESTOQUE
      *          (LOJA, DEPOSITO - VIDE LOCALWS.cpy E ESTLOCRG.cpy).
      *          PEDE O OPERADOR E, PARA CADA TRANSFERENCIA, O
      *          PRODUTO, O LOCAL DE ORIGEM, O DE DESTINO E A
      *          QUANTIDADE, QUE NAO PODE PASSAR DO SALDO DA ORIGEM.
      *          O SALDO SAI DE UM LOCAL E ENTRA NO OUTRO; O TOTAL DO
      *          PRODUTO NO CATALOGO NAO MUDA. CADA TRANSFERENCIA GERA
      *          O PAR 'TS' (ORIGEM) / 'TE' (DESTINO) NO DIARIO
      *          PRODUTOS.MOV.TXT COM O OPERADOR.
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

       FD  PRODUTOS.
       COPY PRODREG.

       FD  ESTLOCAL.
       COPY ESTLOCRG.

       FD  MOVESTQ.
       COPY MOVESTRG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ESTLOCAL             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MOVESTQ              PIC X(80) VALUE SPACES.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-ESTLOCAL                  PIC 9(02) VALUE ZEROS.
       77  FS-MOVESTQ                   PIC 9(02) VALUE ZEROS.
       77  WRK-MOV-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-PRODUTO                  PIC 9(05) VALUE ZEROS.
       77  WRK-ORIGEM                   PIC X(04) VALUE SPACES.
       77  WRK-DESTINO                  PIC X(04) VALUE SPACES.
       77  WRK-QTDE                     PIC 9(05) VALUE ZEROS.
       77  WRK-DATAHORA                 PIC X(14) VALUE SPACES.
       77  WRK-QT-TRANSF                PIC 9(05) VALUE ZEROS.
       COPY LOCALWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT = 0
               DISPLAY "CATALOGO DE PRODUTOS NAO FOI ABERTO - "
                       "CADASTRE PRODUTOS PELO MANTPROD"
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
               CLOSE PRODUTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           MOVE 1 TO WRK-PRODUTO.
           PERFORM UNTIL WRK-PRODUTO = ZEROS
               DISPLAY " "
               DISPLAY "CODIGO DO PRODUTO (0 = FIM) : "
               ACCEPT WRK-PRODUTO
               IF WRK-PRODUTO NOT = ZEROS
                   PERFORM 0200-TRANSFERE
               END-IF
           END-PERFORM.
           IF WRK-MOV-ABERTO = 'S'
               CLOSE MOVESTQ
           END-IF.
           CLOSE PRODUTOS ESTLOCAL.
           DISPLAY "TRANSFERENCIAS FEITAS: " WRK-QT-TRANSF.
           GOBACK.

       0200-TRANSFERE                SECTION.
           MOVE WRK-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
               DISPLAY "PRODUTO NAO CADASTRADO"
               GO TO 0200-SAIDA
           END-READ.
           IF PROD-ESTOQUE NOT NUMERIC
               DISPLAY "PRODUTO SEM CONTROLE DE ESTOQUE - INICIE PELA "
                       "FUNCAO 4 DO MANTPROD"
               GO TO 0200-SAIDA
           END-IF.
           DISPLAY PROD-DESCRICAO " TOTAL " PROD-ESTOQUE.
           PERFORM 9630-MOSTRA-LOCAIS.
           DISPLAY "ORIGEM - ".
           PERFORM 9605-PEDE-LOCAL.
           MOVE WRK-LOC-CODIGO TO WRK-ORIGEM.
           DISPLAY "DESTINO - ".
           PERFORM 9605-PEDE-LOCAL.
           MOVE WRK-LOC-CODIGO TO WRK-DESTINO.
           IF WRK-DESTINO = WRK-ORIGEM
               DISPLAY "ORIGEM E DESTINO IGUAIS - NADA A TRANSFERIR"
               GO TO 0200-SAIDA
           END-IF.
           MOVE WRK-ORIGEM TO WRK-LOC-CODIGO.
           PERFORM 9610-LE-SALDO-LOCAL.
           IF ESTL-SALDO = ZEROS
               DISPLAY "NADA EM " WRK-ORIGEM " PARA TRANSFERIR"
               GO TO 0200-SAIDA
           END-IF.
           DISPLAY "QUANTIDADE (ATE " ESTL-SALDO ") : ".
           ACCEPT WRK-QTDE.
           IF WRK-QTDE = ZEROS
               DISPLAY "TRANSFERENCIA ABANDONADA"
               GO TO 0200-SAIDA
           END-IF.
           IF WRK-QTDE > ESTL-SALDO
               DISPLAY "SO HA " ESTL-SALDO " EM " WRK-ORIGEM
                       " - TRANSFERENCIA RECUSADA"
               GO TO 0200-SAIDA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-DATAHORA.
      *    SAIDA DA ORIGEM.
           SUBTRACT WRK-QTDE FROM ESTL-SALDO.
           PERFORM 9620-GRAVA-SALDO-LOCAL.
           IF WRK-LOC-GRAVOU NOT = 'S'
               DISPLAY "SALDO DA ORIGEM NAO GRAVADO - TRANSFERENCIA "
                       "NAO FEITA"
               GO TO 0200-SAIDA
           END-IF.
           MOVE 'TS' TO MOV-TIPO.
           PERFORM 0300-GRAVA-MOVIMENTO.
      *    ENTRADA NO DESTINO.
           MOVE WRK-DESTINO TO WRK-LOC-CODIGO.
           PERFORM 9610-LE-SALDO-LOCAL.
           ADD WRK-QTDE TO ESTL-SALDO.
           PERFORM 9620-GRAVA-SALDO-LOCAL.
           IF WRK-LOC-GRAVOU NOT = 'S'
               DISPLAY "SALDO DO DESTINO NAO GRAVADO - AVISAR O "
                       "SUPORTE: SAIU DE " WRK-ORIGEM " SEM ENTRAR"
               GO TO 0200-SAIDA
           END-IF.
           MOVE 'TE' TO MOV-TIPO.
           PERFORM 0300-GRAVA-MOVIMENTO.
           ADD 1 TO WRK-QT-TRANSF.
           DISPLAY "TRANSFERIDO " WRK-QTDE " DE " WRK-ORIGEM
                   " PARA " WRK-DESTINO.

       0200-SAIDA.
           EXIT.

      *    O TOTAL DO PRODUTO NAO MUDA NA TRANSFERENCIA; O PAR DE
      *    REGISTROS LEVA A MESMA DATA/HORA.
       0300-GRAVA-MOVIMENTO          SECTION.
           IF WRK-MOV-ABERTO NOT = 'S'
               OPEN EXTEND MOVESTQ
               IF FS-MOVESTQ = 35
                   OPEN OUTPUT MOVESTQ
                   CLOSE MOVESTQ
                   OPEN EXTEND MOVESTQ
               END-IF
               MOVE 'S' TO WRK-MOV-ABERTO
           END-IF.
           MOVE PROD-CODIGO    TO MOV-CODIGO.
           MOVE WRK-DATAHORA   TO MOV-DATAHORA.
           MOVE WRK-QTDE       TO MOV-QTDE.
           MOVE PROD-ESTOQUE   TO MOV-ESTOQUE-DEPOIS.
           MOVE 'TRANSEST'     TO MOV-ORIGEM.
           MOVE SPACES         TO MOV-REFERENCIA.
           MOVE WRK-OPERADOR   TO MOV-OPERADOR.
           MOVE WRK-LOC-CODIGO TO MOV-LOCAL.
           MOVE ESTL-SALDO     TO MOV-SALDO-LOCAL.
           MOVE ZEROS          TO MOV-CUSTO-UNIT.
           IF PROD-CUSTO-MEDIO IS NUMERIC
               MOVE PROD-CUSTO-MEDIO TO MOV-CUSTO-UNIT
           END-IF.
           WRITE MOVESTQ-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ESTLOCAL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ESTLOCAL.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ESTLOCAL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MOVESTQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.MOV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MOVESTQ
           END-STRING.

       COPY CFGLER.

       COPY ESTLOCAL.
