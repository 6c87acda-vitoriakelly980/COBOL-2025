       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCOM.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DO CADASTRO DE COMISSAO DE VENDAS:
      *            - VINCULO OPERADOR X MATRICULA (VENDEDOR.DAT.TXT,
      *              VIDE VENDREG.cpy): A MATRICULA PRECISA EXISTIR E
      *              ESTAR ATIVA NO CADASTRO DE FUNCIONARIOS
      *            - TAXAS DE COMISSAO (COMISSAO.DAT.TXT, VIDE
      *              COMISREG.cpy) POR PRODUTO, POR CATEGORIA DE
      *              PRODUTO OU GERAL
      *          O LOTE MENSAL COMISMES CALCULA A COMISSAO POR ESTAS
      *          TABELAS E GRAVA NAS VARIAVEIS DA FOLHA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT VENDEDOR ASSIGN TO WRK-ARQ-VENDEDOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-VENDEDOR
               RECORD KEY      IS VEND-OPERADOR.

           SELECT COMISSAO ASSIGN TO WRK-ARQ-COMISSAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-COMISSAO
               RECORD KEY      IS COM-CHAVE.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  VENDEDOR.
       COPY VENDREG.

       FD  COMISSAO.
       COPY COMISREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  PRODUTOS.
       COPY PRODREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-VENDEDOR             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-COMISSAO             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  FS-VENDEDOR                  PIC 9(02) VALUE ZEROS.
       77  FS-COMISSAO                  PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTOS-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-RESPONSAVEL              PIC X(08) VALUE SPACES.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-FUNC-ID                  PIC 9(05) VALUE ZEROS.
       77  WRK-TIPO                     PIC X(01) VALUE SPACES.
       77  WRK-CODIGO                   PIC X(05) VALUE SPACES.
       77  WRK-PRODUTO                  PIC 9(05) VALUE ZEROS.
       77  WRK-VALIDO                   PIC X(01) VALUE 'N'.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-PERC-ED                  PIC Z9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN I-O VENDEDOR.
           IF FS-VENDEDOR = 35
               OPEN OUTPUT VENDEDOR
               CLOSE VENDEDOR
               OPEN I-O VENDEDOR
           END-IF.
           OPEN I-O COMISSAO.
           IF FS-COMISSAO = 35
               OPEN OUTPUT COMISSAO
               CLOSE COMISSAO
               OPEN I-O COMISSAO
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT = 0
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO FOI ABERTO, "
                       "STATUS=" FS-FUNCIONARIOS
               CLOSE VENDEDOR COMISSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    O CATALOGO SO CONFERE O CODIGO DA TAXA POR PRODUTO.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS = 0
               MOVE 'S' TO WRK-PRODUTOS-ABERTO
           END-IF.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-RESPONSAVEL.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE VENDEDOR COMISSAO FUNCIONARIOS.
           IF WRK-PRODUTOS-ABERTO = 'S'
               CLOSE PRODUTOS
           END-IF.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== COMISSAO DE VENDAS =====".
           DISPLAY "1 - VINCULAR OPERADOR A MATRICULA".
           DISPLAY "2 - LISTAR VINCULOS".
           DISPLAY "3 - EXCLUIR VINCULO".
           DISPLAY "4 - INCLUIR/ALTERAR TAXA".
           DISPLAY "5 - LISTAR TAXAS".
           DISPLAY "6 - EXCLUIR TAXA".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-VINCULAR
             WHEN '2'
               PERFORM 0400-LISTAR-VINCULOS
             WHEN '3'
               PERFORM 0450-EXCLUIR-VINCULO
             WHEN '4'
               PERFORM 0500-GRAVAR-TAXA
             WHEN '5'
               PERFORM 0600-LISTAR-TAXAS
             WHEN '6'
               PERFORM 0650-EXCLUIR-TAXA
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-6 OU X"
           END-EVALUATE.

      *    VINCULO EXISTENTE E REGRAVADO COM A NOVA MATRICULA.
       0300-VINCULAR                 SECTION.
           DISPLAY "OPERADOR DO PEDIDO (ID) : ".
           MOVE SPACES TO WRK-OPERADOR.
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR = SPACES
               GO TO 0300-SAIDA
           END-IF.
           DISPLAY "MATRICULA DO FUNCIONARIO : ".
           ACCEPT WRK-FUNC-ID.
           MOVE WRK-FUNC-ID TO FUNC-ID.
           READ FUNCIONARIOS
             INVALID KEY
               DISPLAY "MATRICULA NAO CADASTRADA - NADA GRAVADO"
               GO TO 0300-SAIDA
           END-READ.
           IF FUNC-INATIVO
               DISPLAY "FUNCIONARIO DESATIVADO - NADA GRAVADO"
               GO TO 0300-SAIDA
           END-IF.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.
           MOVE WRK-OPERADOR    TO VEND-OPERADOR.
           MOVE WRK-FUNC-ID     TO VEND-FUNC-ID.
           MOVE WRK-RESPONSAVEL TO VEND-RESPONSAVEL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO VEND-DATAHORA.
           WRITE VEND-REG
             INVALID KEY
               REWRITE VEND-REG
                 INVALID KEY
                   DISPLAY "VINCULO NAO GRAVADO"
                 NOT INVALID KEY
                   DISPLAY "VINCULO REGRAVADO"
               END-REWRITE
             NOT INVALID KEY
               DISPLAY "VINCULO GRAVADO"
           END-WRITE.

       0300-SAIDA.
           EXIT.

       0400-LISTAR-VINCULOS          SECTION.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE LOW-VALUES TO VEND-OPERADOR.
           START VENDEDOR KEY IS NOT LESS VEND-OPERADOR
             INVALID KEY
               MOVE 23 TO FS-VENDEDOR
             NOT INVALID KEY
               READ VENDEDOR NEXT RECORD
           END-START.
           PERFORM UNTIL FS-VENDEDOR NOT = 0
               ADD 1 TO WRK-QT-LISTADOS
               MOVE VEND-FUNC-ID TO FUNC-ID
               READ FUNCIONARIOS
                 INVALID KEY
                   MOVE '(MATRICULA NAO CADASTRADA)' TO FUNC-NOME
               END-READ
               DISPLAY VEND-OPERADOR " -> " VEND-FUNC-ID " "
                       FUNC-NOME
               READ VENDEDOR NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-VENDEDOR.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUM VINCULO CADASTRADO"
           END-IF.

       0450-EXCLUIR-VINCULO          SECTION.
           DISPLAY "OPERADOR DO PEDIDO (ID) : ".
           MOVE SPACES TO VEND-OPERADOR.
           ACCEPT VEND-OPERADOR.
           DELETE VENDEDOR RECORD
             INVALID KEY
               DISPLAY "VINCULO NAO ENCONTRADO"
             NOT INVALID KEY
               DISPLAY "VINCULO EXCLUIDO"
           END-DELETE.

      *    TIPO + CODIGO DA TAXA: PRODUTO PELO CODIGO DO CATALOGO,
      *    CATEGORIA PELO CODIGO LIVRE, GERAL SEM CODIGO.
       0500-GRAVAR-TAXA              SECTION.
           PERFORM 0700-LE-CHAVE-TAXA.
           IF WRK-VALIDO NOT = 'S'
               GO TO 0500-SAIDA
           END-IF.
           READ COMISSAO
             INVALID KEY
               MOVE 23 TO FS-COMISSAO
             NOT INVALID KEY
               MOVE COM-PERC TO WRK-PERC-ED
               DISPLAY "TAXA ATUAL: " WRK-PERC-ED "%"
           END-READ.
           DISPLAY "TAXA DE COMISSAO (%, NN,NN) : ".
           ACCEPT COM-PERC.
           MOVE WRK-TIPO        TO COM-TIPO.
           MOVE WRK-CODIGO      TO COM-CODIGO.
           MOVE WRK-RESPONSAVEL TO COM-RESPONSAVEL.
           MOVE FUNCTION CURRENT-DATE(1:14) TO COM-DATAHORA.
           IF FS-COMISSAO = 23
               WRITE COMIS-REG
                 INVALID KEY
                   DISPLAY "TAXA NAO GRAVADA"
                 NOT INVALID KEY
                   DISPLAY "TAXA GRAVADA"
               END-WRITE
           ELSE
               REWRITE COMIS-REG
                 INVALID KEY
                   DISPLAY "TAXA NAO REGRAVADA"
                 NOT INVALID KEY
                   DISPLAY "TAXA REGRAVADA"
               END-REWRITE
           END-IF.
           MOVE 0 TO FS-COMISSAO.

       0500-SAIDA.
           EXIT.

       0600-LISTAR-TAXAS             SECTION.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE LOW-VALUES TO COM-CHAVE.
           START COMISSAO KEY IS NOT LESS COM-CHAVE
             INVALID KEY
               MOVE 23 TO FS-COMISSAO
             NOT INVALID KEY
               READ COMISSAO NEXT RECORD
           END-START.
           PERFORM UNTIL FS-COMISSAO NOT = 0
               ADD 1 TO WRK-QT-LISTADOS
               MOVE COM-PERC TO WRK-PERC-ED
               EVALUATE TRUE
                 WHEN COM-PRODUTO
                   DISPLAY "PRODUTO   " COM-CODIGO " " WRK-PERC-ED "%"
                 WHEN COM-CATEGORIA
                   DISPLAY "CATEGORIA " COM-CODIGO " " WRK-PERC-ED "%"
                 WHEN OTHER
                   DISPLAY "GERAL           " WRK-PERC-ED "%"
               END-EVALUATE
               READ COMISSAO NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-COMISSAO.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUMA TAXA CADASTRADA"
           END-IF.

       0650-EXCLUIR-TAXA             SECTION.
           PERFORM 0700-LE-CHAVE-TAXA.
           IF WRK-VALIDO NOT = 'S'
               GO TO 0650-SAIDA
           END-IF.
           DELETE COMISSAO RECORD
             INVALID KEY
               DISPLAY "TAXA NAO ENCONTRADA"
             NOT INVALID KEY
               DISPLAY "TAXA EXCLUIDA"
           END-DELETE.

       0650-SAIDA.
           EXIT.

       0700-LE-CHAVE-TAXA            SECTION.
           MOVE 'N' TO WRK-VALIDO.
           DISPLAY "P-PRODUTO  C-CATEGORIA  G-GERAL : ".
           MOVE SPACES TO WRK-TIPO.
           ACCEPT WRK-TIPO.
           MOVE SPACES TO WRK-CODIGO.
           EVALUATE WRK-TIPO
             WHEN 'P'
               DISPLAY "CODIGO DO PRODUTO : "
               ACCEPT WRK-PRODUTO
               IF WRK-PRODUTOS-ABERTO = 'S'
                   MOVE WRK-PRODUTO TO PROD-CODIGO
                   READ PRODUTOS
                     INVALID KEY
                       DISPLAY "PRODUTO NAO CADASTRADO"
                       GO TO 0700-SAIDA
                     NOT INVALID KEY
                       DISPLAY "PRODUTO: " PROD-DESCRICAO
                   END-READ
               END-IF
               MOVE WRK-PRODUTO TO WRK-CODIGO
             WHEN 'C'
               DISPLAY "CATEGORIA (4 LETRAS) : "
               ACCEPT WRK-CODIGO
               IF WRK-CODIGO = SPACES
                   GO TO 0700-SAIDA
               END-IF
             WHEN 'G'
               CONTINUE
             WHEN OTHER
               DISPLAY "TIPO INVALIDO"
               GO TO 0700-SAIDA
           END-EVALUATE.
           MOVE WRK-TIPO   TO COM-TIPO.
           MOVE WRK-CODIGO TO COM-CODIGO.
           MOVE 'S' TO WRK-VALIDO.

       0700-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-VENDEDOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-VENDEDOR
           END-STRING.
           MOVE SPACES TO WRK-ARQ-COMISSAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COMISSAO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-COMISSAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.

       COPY CFGLER.
