       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPROM.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DO CADASTRO DE PROMOCOES
      *          (PROMOCOES.DAT.TXT, VIDE PROMREG.cpy): PERCENTUAL NUM
      *          PRODUTO, LEVE N PAGUE M NUM PRODUTO OU PERCENTUAL
      *          SOBRE O TOTAL DO PEDIDO, COM INICIO E FIM DE VIGENCIA
      *          E O PUBLICO (TODOS, SO CLIENTES IDENTIFICADOS OU UM
      *          CLIENTE SO). PROMOCAO NAO E EXCLUIDA - E SUSPENSA,
      *          PARA O CODIGO GRAVADO NOS PEDIDOS CONTINUAR COM
      *          DESCRICAO NO RESUMPED. A ENTRADA DE PEDIDOS APLICA
      *          A MELHOR PROMOCAO SOZINHA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT PROMOCOES ASSIGN TO WRK-ARQ-PROMOCOES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PROMOCOES
               RECORD KEY      IS PROM-CODIGO.

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PROMOCOES.
       COPY PROMREG.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  CLIENTES.
       COPY CLIREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PROMOCOES            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  FS-PROMOCOES                 PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES                  PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTOS-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-CLIENTES-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-RESPONSAVEL              PIC X(08) VALUE SPACES.
       77  WRK-CODIGO                   PIC X(06) VALUE SPACES.
       77  WRK-VALIDO                   PIC X(01) VALUE 'N'.
       77  WRK-NOVA                     PIC X(01) VALUE 'N'.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-PERC-ED                  PIC Z9,99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN I-O PROMOCOES.
           IF FS-PROMOCOES = 35
               OPEN OUTPUT PROMOCOES
               CLOSE PROMOCOES
               OPEN I-O PROMOCOES
           END-IF.
           IF FS-PROMOCOES NOT = 0
               DISPLAY "CADASTRO DE PROMOCOES NAO FOI ABERTO, STATUS="
                       FS-PROMOCOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    CATALOGO E CLIENTES SO CONFEREM O PRODUTO E O CLIENTE DA
      *    PROMOCAO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS = 0
               MOVE 'S' TO WRK-PRODUTOS-ABERTO
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = 0
               MOVE 'S' TO WRK-CLIENTES-ABERTO
           END-IF.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-RESPONSAVEL.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE PROMOCOES.
           IF WRK-PRODUTOS-ABERTO = 'S'
               CLOSE PRODUTOS
           END-IF.
           IF WRK-CLIENTES-ABERTO = 'S'
               CLOSE CLIENTES
           END-IF.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== PROMOCOES =====".
           DISPLAY "1 - INCLUIR/ALTERAR PROMOCAO".
           DISPLAY "2 - LISTAR PROMOCOES".
           DISPLAY "3 - SUSPENDER/REATIVAR PROMOCAO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-GRAVAR-PROMOCAO
             WHEN '2'
               PERFORM 0400-LISTAR-PROMOCOES
             WHEN '3'
               PERFORM 0500-SUSPENDER
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-3 OU X"
           END-EVALUATE.

      *    PROMOCAO EXISTENTE E REDIGITADA POR INTEIRO E REGRAVADA.
       0300-GRAVAR-PROMOCAO          SECTION.
           DISPLAY "CODIGO DA PROMOCAO (6 POSICOES) : ".
           MOVE SPACES TO WRK-CODIGO.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-CODIGO TO PROM-CODIGO.
           READ PROMOCOES
             INVALID KEY
               MOVE 'S' TO WRK-NOVA
               MOVE SPACES TO PROM-REG
               MOVE WRK-CODIGO TO PROM-CODIGO
             NOT INVALID KEY
               MOVE 'N' TO WRK-NOVA
               DISPLAY "PROMOCAO ATUAL: " PROM-DESCRICAO
           END-READ.
           DISPLAY "DESCRICAO : ".
           ACCEPT PROM-DESCRICAO.
           MOVE ZEROS TO PROM-PRODUTO PROM-PERC PROM-LEVE PROM-PAGUE
                         PROM-VALOR-MINIMO PROM-CLI-PAIS PROM-CLI-FONE.
           DISPLAY "P-PERCENTUAL NO PRODUTO  L-LEVE N PAGUE M  "
                   "T-PERCENTUAL NO TOTAL : ".
           MOVE SPACES TO PROM-TIPO.
           ACCEPT PROM-TIPO.
           EVALUATE TRUE
             WHEN PROM-PERCENTUAL
               PERFORM 0350-LE-PRODUTO
               IF WRK-VALIDO NOT = 'S'
                   GO TO 0300-SAIDA
               END-IF
               DISPLAY "DESCONTO (%, NN,NN) : "
               ACCEPT PROM-PERC
               IF PROM-PERC = ZEROS
                   DISPLAY "PERCENTUAL ZERO - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
             WHEN PROM-LEVE-PAGUE
               PERFORM 0350-LE-PRODUTO
               IF WRK-VALIDO NOT = 'S'
                   GO TO 0300-SAIDA
               END-IF
               DISPLAY "LEVE (N) : "
               ACCEPT PROM-LEVE
               DISPLAY "PAGUE (M) : "
               ACCEPT PROM-PAGUE
               IF PROM-LEVE = ZEROS OR PROM-PAGUE NOT < PROM-LEVE
                   DISPLAY "PAGUE PRECISA SER MENOR QUE LEVE - NADA "
                           "GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
             WHEN PROM-TOTAL-PEDIDO
               DISPLAY "DESCONTO NO TOTAL (%, NN,NN) : "
               ACCEPT PROM-PERC
               IF PROM-PERC = ZEROS
                   DISPLAY "PERCENTUAL ZERO - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
               DISPLAY "VALOR MINIMO DAS MERCADORIAS (0 = QUALQUER) : "
               ACCEPT PROM-VALOR-MINIMO
             WHEN OTHER
               DISPLAY "TIPO INVALIDO - NADA GRAVADO"
               GO TO 0300-SAIDA
           END-EVALUATE.
           DISPLAY "INICIO (AAAAMMDD) : ".
           ACCEPT PROM-INICIO.
           DISPLAY "FIM (AAAAMMDD) : ".
           ACCEPT PROM-FIM.
           IF PROM-FIM < PROM-INICIO
               DISPLAY "FIM ANTES DO INICIO - NADA GRAVADO"
               GO TO 0300-SAIDA
           END-IF.
           DISPLAY "PUBLICO: T-TODOS  C-SO CLIENTES IDENTIFICADOS  "
                   "E-UM CLIENTE : ".
           MOVE SPACES TO PROM-PUBLICO.
           ACCEPT PROM-PUBLICO.
           EVALUATE TRUE
             WHEN PROM-PARA-TODOS
               CONTINUE
             WHEN PROM-PARA-CLIENTES
               CONTINUE
             WHEN PROM-PARA-UM-CLIENTE
               PERFORM 0360-LE-CLIENTE
               IF WRK-VALIDO NOT = 'S'
                   GO TO 0300-SAIDA
               END-IF
             WHEN OTHER
               DISPLAY "PUBLICO INVALIDO - NADA GRAVADO"
               GO TO 0300-SAIDA
           END-EVALUATE.
           MOVE 'A'             TO PROM-SITUACAO.
           MOVE WRK-RESPONSAVEL TO PROM-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PROM-DATAHORA.
           IF WRK-NOVA = 'S'
               WRITE PROM-REG
                 INVALID KEY
                   DISPLAY "PROMOCAO NAO GRAVADA"
                 NOT INVALID KEY
                   DISPLAY "PROMOCAO GRAVADA"
               END-WRITE
           ELSE
               REWRITE PROM-REG
                 INVALID KEY
                   DISPLAY "PROMOCAO NAO REGRAVADA"
                 NOT INVALID KEY
                   DISPLAY "PROMOCAO REGRAVADA"
               END-REWRITE
           END-IF.

       0300-SAIDA.
           EXIT.

       0350-LE-PRODUTO               SECTION.
           MOVE 'N' TO WRK-VALIDO.
           DISPLAY "CODIGO DO PRODUTO : ".
           ACCEPT PROM-PRODUTO.
           IF PROM-PRODUTO = ZEROS
               GO TO 0350-SAIDA
           END-IF.
           IF WRK-PRODUTOS-ABERTO = 'S'
               MOVE PROM-PRODUTO TO PROD-CODIGO
               READ PRODUTOS
                 INVALID KEY
                   DISPLAY "PRODUTO NAO CADASTRADO - NADA GRAVADO"
                   GO TO 0350-SAIDA
                 NOT INVALID KEY
                   DISPLAY "PRODUTO: " PROD-DESCRICAO
               END-READ
           END-IF.
           MOVE 'S' TO WRK-VALIDO.

       0350-SAIDA.
           EXIT.

       0360-LE-CLIENTE               SECTION.
           MOVE 'N' TO WRK-VALIDO.
           DISPLAY "PAIS DO CLIENTE (DDI, ENTER=055) : ".
           ACCEPT PROM-CLI-PAIS.
           IF PROM-CLI-PAIS = ZEROS
               MOVE 55 TO PROM-CLI-PAIS
           END-IF.
           DISPLAY "TELEFONE DO CLIENTE : ".
           ACCEPT PROM-CLI-FONE.
           IF PROM-CLI-FONE = ZEROS
               DISPLAY "CLIENTE NAO INFORMADO - NADA GRAVADO"
               GO TO 0360-SAIDA
           END-IF.
           IF WRK-CLIENTES-ABERTO = 'S'
               MOVE PROM-CLI-PAIS TO CLIENTES-PAIS
               MOVE PROM-CLI-FONE TO CLIENTES-FONE
               READ CLIENTES
                 INVALID KEY
                   DISPLAY "CLIENTE NAO CADASTRADO - NADA GRAVADO"
                   GO TO 0360-SAIDA
                 NOT INVALID KEY
                   DISPLAY "CLIENTE: " CLIENTES-NOME
               END-READ
           END-IF.
           MOVE 'S' TO WRK-VALIDO.

       0360-SAIDA.
           EXIT.

       0400-LISTAR-PROMOCOES         SECTION.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE LOW-VALUES TO PROM-CODIGO.
           START PROMOCOES KEY IS NOT LESS PROM-CODIGO
             INVALID KEY
               MOVE 23 TO FS-PROMOCOES
             NOT INVALID KEY
               READ PROMOCOES NEXT RECORD
           END-START.
           PERFORM UNTIL FS-PROMOCOES NOT = 0
               ADD 1 TO WRK-QT-LISTADOS
               DISPLAY PROM-CODIGO " " PROM-DESCRICAO " "
                       PROM-INICIO " A " PROM-FIM " SITUACAO "
                       PROM-SITUACAO
               MOVE PROM-PERC TO WRK-PERC-ED
               EVALUATE TRUE
                 WHEN PROM-PERCENTUAL
                   DISPLAY "       PRODUTO " PROM-PRODUTO " "
                           WRK-PERC-ED "% DE DESCONTO"
                 WHEN PROM-LEVE-PAGUE
                   DISPLAY "       PRODUTO " PROM-PRODUTO " LEVE "
                           PROM-LEVE " PAGUE " PROM-PAGUE
                 WHEN OTHER
                   MOVE PROM-VALOR-MINIMO TO WRK-VALOR-ED
                   DISPLAY "       " WRK-PERC-ED "% NO TOTAL A PARTIR "
                           "DE " WRK-VALOR-ED
               END-EVALUATE
               EVALUATE TRUE
                 WHEN PROM-PARA-CLIENTES
                   DISPLAY "       SO CLIENTES IDENTIFICADOS"
                 WHEN PROM-PARA-UM-CLIENTE
                   DISPLAY "       SO O CLIENTE " PROM-CLI-PAIS "-"
                           PROM-CLI-FONE
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               READ PROMOCOES NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-PROMOCOES.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUMA PROMOCAO CADASTRADA"
           END-IF.

       0500-SUSPENDER                SECTION.
           DISPLAY "CODIGO DA PROMOCAO : ".
           MOVE SPACES TO PROM-CODIGO.
           ACCEPT PROM-CODIGO.
           READ PROMOCOES
             INVALID KEY
               DISPLAY "PROMOCAO NAO ENCONTRADA"
               GO TO 0500-SAIDA
           END-READ.
           IF PROM-ATIVA
               MOVE 'S' TO PROM-SITUACAO
           ELSE
               MOVE 'A' TO PROM-SITUACAO
           END-IF.
           MOVE WRK-RESPONSAVEL TO PROM-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PROM-DATAHORA.
           REWRITE PROM-REG
             INVALID KEY
               DISPLAY "PROMOCAO NAO REGRAVADA"
             NOT INVALID KEY
               IF PROM-ATIVA
                   DISPLAY "PROMOCAO REATIVADA"
               ELSE
                   DISPLAY "PROMOCAO SUSPENSA"
               END-IF
           END-REWRITE.

       0500-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PROMOCOES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PROMOCOES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PROMOCOES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.

       COPY CFGLER.
