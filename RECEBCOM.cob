       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECEBCOM.
      ******************************************************************
      *OBJETIVO: RECEBIMENTO DE MERCADORIA CONTRA O PEDIDO DE COMPRA
      *          (COMPRAS.DAT.TXT, VIDE CMPREG.cpy). O OPERADOR ABRE O
      *          PEDIDO, VE AS LINHAS COM O SALDO A RECEBER E DA A
      *          ENTRADA LINHA A LINHA: O SALDO DO CATALOGO SOBE, O
      *          MOVIMENTO 'EN' SAI NO DIARIO PRODUTOS.MOV.TXT COM A
      *          REFERENCIA DO PEDIDO E DA LINHA (VIDE MOVESTRG.cpy) E
      *          A LINHA FICA PARCIAL OU RECEBIDA. ENTREGA PARCIAL
      *          PODE TER O SALDO ENCERRADO QUANDO O FORNECEDOR NAO
      *          VAI MANDAR O RESTO. QUANTIDADE ACIMA DO SALDO E
      *          LIMITADA AO SALDO (O EXCESSO VOLTA OU ENTRA AVULSO
      *          PELO MANTPROD). QUANDO NENHUMA LINHA FICA PENDENTE O
      *          PEDIDO ESTA FECHADO.
      *          A MERCADORIA DE CADA PEDIDO ENTRA NO LOCAL DE ESTOQUE
      *          ESCOLHIDO AO ABRIR O PEDIDO (LOJA, DEPOSITO - VIDE
      *          LOCALWS.cpy), ALEM DO TOTAL DO CATALOGO.
      *          CADA ENTRADA PEDE O CUSTO UNITARIO PAGO, QUE VAI NO
      *          DIARIO E RECALCULA O CUSTO MEDIO PONDERADO DO PRODUTO
      *          (VIDE PRODREG.cpy).
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

           SELECT ESTLOCAL ASSIGN TO WRK-ARQ-ESTLOCAL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ESTLOCAL
               RECORD KEY      IS ESTL-CHAVE.

           SELECT FORNECEDORES ASSIGN TO WRK-ARQ-FORNECEDORES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FORNECEDORES
               RECORD KEY      IS FORN-CODIGO.

           SELECT MOVESTQ ASSIGN TO WRK-ARQ-MOVESTQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MOVESTQ.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  COMPRAS.
       COPY CMPREG.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  ESTLOCAL.
       COPY ESTLOCRG.

       FD  FORNECEDORES.
       COPY FORNREG.

       FD  MOVESTQ.
       COPY MOVESTRG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-COMPRAS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FORNECEDORES         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MOVESTQ              PIC X(80) VALUE SPACES.
       77  FS-COMPRAS                   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES              PIC 9(02) VALUE ZEROS.
       77  FS-MOVESTQ                   PIC 9(02) VALUE ZEROS.
       77  WRK-FORN-ABERTO              PIC X(01) VALUE 'N'.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO                   PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA-PED                PIC 9(03) VALUE ZEROS.
       77  WRK-FIM-PEDIDO               PIC X(01) VALUE 'N'.
       77  WRK-QT-LINHAS                PIC 9(03) VALUE ZEROS.
       77  WRK-QT-PENDENTES             PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO                    PIC 9(05) VALUE ZEROS.
       77  WRK-QTDE                     PIC 9(05) VALUE ZEROS.
       77  WRK-RESPOSTA                 PIC X(01) VALUE SPACES.
       77  WRK-ARQ-ESTLOCAL             PIC X(80) VALUE SPACES.
       77  FS-ESTLOCAL                  PIC 9(02) VALUE ZEROS.
       77  WRK-LOCAL-ENTRADA            PIC X(04) VALUE SPACES.
       77  WRK-CUSTO-UNIT               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CUSTO-ACUM               PIC 9(13)V99 VALUE ZEROS.
       77  WRK-CUSTO-ED                 PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       COPY LOCALWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN I-O COMPRAS.
           IF FS-COMPRAS NOT = 0
               DISPLAY "PEDIDOS DE COMPRA NAO FORAM ABERTOS, STATUS="
                       FS-COMPRAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PRODUTOS.
           IF FS-PRODUTOS NOT = 0
               DISPLAY "CATALOGO DE PRODUTOS NAO FOI ABERTO, STATUS="
                       FS-PRODUTOS
               CLOSE COMPRAS
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
               CLOSE COMPRAS PRODUTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES = 0
               MOVE 'S' TO WRK-FORN-ABERTO
           END-IF.
           OPEN EXTEND MOVESTQ.
           IF FS-MOVESTQ = 35
               OPEN OUTPUT MOVESTQ
               CLOSE MOVESTQ
               OPEN EXTEND MOVESTQ
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           MOVE 1 TO WRK-NUMERO.
           PERFORM UNTIL WRK-NUMERO = ZEROS
               DISPLAY " "
               DISPLAY "PEDIDO DE COMPRA (0 = SAIR) : "
               ACCEPT WRK-NUMERO
               IF WRK-NUMERO NOT = ZEROS
                   PERFORM 0100-RECEBE-PEDIDO
               END-IF
           END-PERFORM.
           CLOSE COMPRAS PRODUTOS ESTLOCAL MOVESTQ.
           IF WRK-FORN-ABERTO = 'S'
               CLOSE FORNECEDORES
           END-IF.
           GOBACK.

       0100-RECEBE-PEDIDO            SECTION.
           PERFORM 0200-LISTA-LINHAS.
           IF WRK-QT-LINHAS = ZEROS
               DISPLAY "PEDIDO DE COMPRA NAO ENCONTRADO"
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-QT-PENDENTES = ZEROS
               DISPLAY "PEDIDO DE COMPRA JA FECHADO"
               GO TO 0100-SAIDA
           END-IF.
           DISPLAY "ENTRADA DA MERCADORIA - ".
           PERFORM 9605-PEDE-LOCAL.
           MOVE WRK-LOC-CODIGO TO WRK-LOCAL-ENTRADA.
           MOVE 'N' TO WRK-FIM-PEDIDO.
           PERFORM UNTIL WRK-FIM-PEDIDO = 'S'
               DISPLAY "LINHA A RECEBER (0 = FIM DO PEDIDO) : "
               ACCEPT WRK-LINHA-PED
               IF WRK-LINHA-PED = ZEROS
                   MOVE 'S' TO WRK-FIM-PEDIDO
               ELSE
                   PERFORM 0300-RECEBE-LINHA
               END-IF
           END-PERFORM.
           PERFORM 0200-LISTA-LINHAS.
           IF WRK-QT-PENDENTES = ZEROS
               DISPLAY "PEDIDO DE COMPRA " WRK-NUMERO " FECHADO"
           END-IF.

       0100-SAIDA.
           EXIT.

      *    LINHAS DO PEDIDO COM PEDIDO, RECEBIDO E SALDO; CONTA AS
      *    PENDENTES PARA SABER SE O PEDIDO AINDA ESTA ABERTO.
       0200-LISTA-LINHAS             SECTION.
           MOVE ZEROS TO WRK-QT-LINHAS WRK-QT-PENDENTES.
           MOVE WRK-NUMERO TO CMP-NUMERO.
           MOVE ZEROS      TO CMP-LINHA.
           START COMPRAS KEY IS NOT LESS CMP-CHAVE
             INVALID KEY
               GO TO 0200-SAIDA
           END-START.
           READ COMPRAS NEXT RECORD.
           PERFORM UNTIL FS-COMPRAS NOT = 0
                         OR CMP-NUMERO NOT = WRK-NUMERO
               ADD 1 TO WRK-QT-LINHAS
               IF WRK-QT-LINHAS = 1
                   PERFORM 0250-CABECALHO
               END-IF
               IF CMP-PENDENTE
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF
               COMPUTE WRK-SALDO = CMP-QTDE - CMP-QTDE-RECEBIDA
               MOVE CMP-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                 INVALID KEY
                   MOVE '(PRODUTO NAO CADASTRADO)' TO PROD-DESCRICAO
               END-READ
               DISPLAY CMP-LINHA " " CMP-PRODUTO " " PROD-DESCRICAO
                       " PEDIDO " CMP-QTDE " RECEBIDO "
                       CMP-QTDE-RECEBIDA " SALDO " WRK-SALDO
                       " SIT " CMP-SITUACAO
               READ COMPRAS NEXT RECORD
           END-PERFORM.

       0200-SAIDA.
           MOVE 0 TO FS-COMPRAS.
           EXIT.

       0250-CABECALHO                SECTION.
           MOVE SPACES TO FORN-NOME.
           IF WRK-FORN-ABERTO = 'S'
               MOVE CMP-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES
                 INVALID KEY
                   MOVE '(NAO CADASTRADO)' TO FORN-NOME
               END-READ
           END-IF.
           DISPLAY "FORNECEDOR " CMP-FORNECEDOR " " FORN-NOME.
           DISPLAY "EMISSAO " CMP-EMISSAO "  ENTREGA PREVISTA "
                   CMP-PREVISTA.
           IF CMP-PREVISTA < WRK-HOJE
               DISPLAY "*** ENTREGA ATRASADA"
           END-IF.

       0300-RECEBE-LINHA             SECTION.
           MOVE WRK-NUMERO    TO CMP-NUMERO.
           MOVE WRK-LINHA-PED TO CMP-LINHA.
           READ COMPRAS
             INVALID KEY
               DISPLAY "LINHA NAO EXISTE NESTE PEDIDO"
               GO TO 0300-SAIDA
           END-READ.
           IF NOT CMP-PENDENTE
               DISPLAY "LINHA JA RECEBIDA OU ENCERRADA"
               GO TO 0300-SAIDA
           END-IF.
           COMPUTE WRK-SALDO = CMP-QTDE - CMP-QTDE-RECEBIDA.
           DISPLAY "SALDO A RECEBER: " WRK-SALDO.
           DISPLAY "QUANTIDADE RECEBIDA : ".
           ACCEPT WRK-QTDE.
           IF WRK-QTDE > WRK-SALDO
               DISPLAY "RECEBIMENTO MAIOR QUE O SALDO - LIMITADO A "
                       WRK-SALDO
               MOVE WRK-SALDO TO WRK-QTDE
           END-IF.
           IF WRK-QTDE > ZEROS
               PERFORM 0400-DA-ENTRADA
               IF FS-PRODUTOS NOT = 0
                   GO TO 0300-SAIDA
               END-IF
               ADD WRK-QTDE TO CMP-QTDE-RECEBIDA
               SUBTRACT WRK-QTDE FROM WRK-SALDO
               MOVE WRK-HOJE TO CMP-ULT-RECEBIMENTO
           END-IF.
           IF WRK-SALDO = ZEROS
               MOVE 'R' TO CMP-SITUACAO
           ELSE
               IF CMP-QTDE-RECEBIDA > ZEROS
                   MOVE 'P' TO CMP-SITUACAO
               END-IF
               DISPLAY "ENCERRAR O SALDO DE " WRK-SALDO
                       " SEM RECEBER (S/N) : "
               MOVE SPACES TO WRK-RESPOSTA
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA = 'S' OR WRK-RESPOSTA = 's'
                   MOVE 'E' TO CMP-SITUACAO
               END-IF
           END-IF.
           MOVE WRK-OPERADOR TO CMP-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CMP-DATAHORA.
           REWRITE CMP-REG
             INVALID KEY
               DISPLAY "LINHA NAO REGRAVADA"
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN CMP-RECEBIDA
                   DISPLAY "LINHA " CMP-LINHA " RECEBIDA"
                 WHEN CMP-ENCERRADA
                   DISPLAY "LINHA " CMP-LINHA " ENCERRADA COM SALDO"
                 WHEN CMP-PARCIAL
                   DISPLAY "LINHA " CMP-LINHA " PARCIAL - FALTAM "
                           WRK-SALDO
                 WHEN OTHER
                   DISPLAY "LINHA " CMP-LINHA " SEM RECEBIMENTO"
               END-EVALUATE
           END-REWRITE.

       0300-SAIDA.
           EXIT.

      *    ENTRADA NO CATALOGO E NO DIARIO, COM A REFERENCIA DO
      *    PEDIDO DE COMPRA, E NO SALDO DO LOCAL DE ENTRADA.
       0400-DA-ENTRADA               SECTION.
           MOVE CMP-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
               DISPLAY "PRODUTO " CMP-PRODUTO " NAO ESTA NO CATALOGO "
                       "- NADA RECEBIDO"
               GO TO 0400-SAIDA
           END-READ.
           IF PROD-ESTOQUE NOT NUMERIC
               MOVE ZEROS TO PROD-ESTOQUE
           END-IF.
           IF PROD-MINIMO NOT NUMERIC
               MOVE ZEROS TO PROD-MINIMO
           END-IF.
      *    ENTER NO CUSTO REPETE O MEDIO ATUAL (NAO MEXE NELE).
           MOVE ZEROS TO WRK-CUSTO-UNIT.
           IF PROD-CUSTO-MEDIO IS NUMERIC
               MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-ED
               DISPLAY "CUSTO UNITARIO PAGO (ENTER = MEDIO ATUAL "
                       WRK-CUSTO-ED ") : "
               ACCEPT WRK-CUSTO-UNIT
               IF WRK-CUSTO-UNIT = ZEROS
                   MOVE PROD-CUSTO-MEDIO TO WRK-CUSTO-UNIT
               END-IF
           ELSE
               DISPLAY "CUSTO UNITARIO PAGO : "
               ACCEPT WRK-CUSTO-UNIT
           END-IF.
           PERFORM 0410-CUSTO-MEDIO.
           MOVE WRK-LOCAL-ENTRADA TO WRK-LOC-CODIGO.
           PERFORM 9610-LE-SALDO-LOCAL.
           ADD WRK-QTDE TO ESTL-SALDO.
           ADD WRK-QTDE TO PROD-ESTOQUE.
           REWRITE PROD-REG
             INVALID KEY
               DISPLAY "PRODUTO NAO REGRAVADO - NADA RECEBIDO"
               GO TO 0400-SAIDA
           END-REWRITE.
           PERFORM 9620-GRAVA-SALDO-LOCAL.
           IF WRK-LOC-GRAVOU NOT = 'S'
               DISPLAY "SALDO DO LOCAL " WRK-LOC-CODIGO " NAO GRAVADO"
           END-IF.
           MOVE PROD-CODIGO   TO MOV-CODIGO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MOV-DATAHORA.
           MOVE 'EN'          TO MOV-TIPO.
           MOVE WRK-QTDE      TO MOV-QTDE.
           MOVE PROD-ESTOQUE  TO MOV-ESTOQUE-DEPOIS.
           MOVE 'RECEBCOM'    TO MOV-ORIGEM.
           MOVE 'OC'          TO MOV-REF-TIPO.
           MOVE CMP-NUMERO    TO MOV-REF-NUMERO.
           MOVE CMP-LINHA     TO MOV-REF-LINHA.
           MOVE WRK-OPERADOR  TO MOV-OPERADOR.
           MOVE WRK-LOC-CODIGO TO MOV-LOCAL.
           MOVE ESTL-SALDO    TO MOV-SALDO-LOCAL.
           MOVE WRK-CUSTO-UNIT TO MOV-CUSTO-UNIT.
           WRITE MOVESTQ-REG.
           DISPLAY "ESTOQUE ATUALIZADO: " PROD-ESTOQUE " - EM "
                   WRK-LOC-CODIGO ": " ESTL-SALDO.

       0400-SAIDA.
           EXIT.

      *    CUSTO MEDIO PONDERADO PELO SALDO TOTAL ANTES DA ENTRADA.
      *    SEM MEDIO CONHECIDO OU SEM SALDO, VALE O CUSTO DA ENTRADA.
       0410-CUSTO-MEDIO              SECTION.
           IF PROD-CUSTO-MEDIO NOT NUMERIC
                   OR PROD-ESTOQUE = ZEROS
               MOVE WRK-CUSTO-UNIT TO PROD-CUSTO-MEDIO
               GO TO 0410-SAIDA
           END-IF.
           COMPUTE WRK-CUSTO-ACUM =
                   PROD-ESTOQUE * PROD-CUSTO-MEDIO
                 + WRK-QTDE * WRK-CUSTO-UNIT.
           COMPUTE PROD-CUSTO-MEDIO ROUNDED =
                   WRK-CUSTO-ACUM / (PROD-ESTOQUE + WRK-QTDE).

       0410-SAIDA.
           EXIT.

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
