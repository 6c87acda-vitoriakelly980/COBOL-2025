       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTFORN.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DO CADASTRO DE FORNECEDORES
      *          (FORNECEDORES.DAT.TXT, VIDE FORNREG.cpy): INCLUIR COM
      *          CONSISTENCIA DE CODIGO DUPLICADO, CONSULTAR, ALTERAR
      *          DADOS DE CONTATO E PRAZO DE ENTREGA, DESATIVAR/
      *          REATIVAR E LISTAR. A DESATIVACAO E LOGICA: O
      *          FORNECEDOR INATIVO SAI DA COMPRA AUTOMATICA (GERACOMP)
      *          MAS OS PEDIDOS JA EMITIDOS CONTINUAM RECEBIVEIS.
      *          O FORNECEDOR PREFERENCIAL DE CADA PRODUTO E INFORMADO
      *          NO MANTPROD.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT FORNECEDORES ASSIGN TO WRK-ARQ-FORNECEDORES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FORNECEDORES
               RECORD KEY      IS FORN-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  FORNECEDORES.
       COPY FORNREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-FORNECEDORES         PIC X(80) VALUE SPACES.
       77  FS-FORNECEDORES              PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-CODIGO                   PIC 9(05) VALUE ZEROS.
       77  WRK-TEXTO                    PIC X(40) VALUE SPACES.
       77  WRK-PRAZO                    PIC 9(03) VALUE ZEROS.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN I-O FORNECEDORES.
           IF FS-FORNECEDORES = 35
               OPEN OUTPUT FORNECEDORES
               CLOSE FORNECEDORES
               OPEN I-O FORNECEDORES
           END-IF.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE FORNECEDORES.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== CADASTRO DE FORNECEDORES =====".
           DISPLAY "1 - INCLUIR".
           DISPLAY "2 - CONSULTAR".
           DISPLAY "3 - ALTERAR".
           DISPLAY "4 - DESATIVAR/REATIVAR".
           DISPLAY "5 - LISTAR".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-INCLUIR
             WHEN '2'
               PERFORM 0400-CONSULTAR
             WHEN '3'
               PERFORM 0500-ALTERAR
             WHEN '4'
               PERFORM 0600-SITUACAO
             WHEN '5'
               PERFORM 0700-LISTAR
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-5 OU X"
           END-EVALUATE.

       0300-INCLUIR                  SECTION.
           DISPLAY "CODIGO DO FORNECEDOR : ".
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = ZEROS
               DISPLAY "CODIGO ZERO NAO E PERMITIDO"
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-CODIGO TO FORN-CODIGO.
           READ FORNECEDORES
             NOT INVALID KEY
               DISPLAY "CODIGO JA CADASTRADO: " FORN-NOME
               GO TO 0300-SAIDA
           END-READ.
           MOVE SPACES TO FORN-REG.
           MOVE WRK-CODIGO TO FORN-CODIGO.
           DISPLAY "RAZAO SOCIAL : ".
           ACCEPT FORN-NOME.
           DISPLAY "CNPJ/CPF (SO NUMEROS) : ".
           ACCEPT FORN-DOCUMENTO.
           DISPLAY "CONTATO : ".
           ACCEPT FORN-CONTATO.
           DISPLAY "TELEFONE : ".
           ACCEPT FORN-TELEFONE.
           DISPLAY "E-MAIL : ".
           ACCEPT FORN-EMAIL.
           DISPLAY "PRAZO DE ENTREGA (DIAS) : ".
           ACCEPT WRK-PRAZO.
           MOVE WRK-PRAZO    TO FORN-PRAZO.
           MOVE 'A'          TO FORN-SITUACAO.
           MOVE WRK-OPERADOR TO FORN-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FORN-DATAHORA.
           WRITE FORN-REG
             INVALID KEY
               DISPLAY "FORNECEDOR NAO GRAVADO"
             NOT INVALID KEY
               DISPLAY "FORNECEDOR INCLUIDO"
           END-WRITE.

       0300-SAIDA.
           EXIT.

       0400-CONSULTAR                SECTION.
           PERFORM 0900-LE-FORNECEDOR.
           IF FS-FORNECEDORES = 0
               DISPLAY "CODIGO...: " FORN-CODIGO
               DISPLAY "NOME.....: " FORN-NOME
               DISPLAY "DOCUMENTO: " FORN-DOCUMENTO
               DISPLAY "CONTATO..: " FORN-CONTATO
               DISPLAY "TELEFONE.: " FORN-TELEFONE
               DISPLAY "E-MAIL...: " FORN-EMAIL
               DISPLAY "PRAZO....: " FORN-PRAZO " DIAS"
               IF FORN-INATIVO
                   DISPLAY "SITUACAO.: INATIVO"
               ELSE
                   DISPLAY "SITUACAO.: ATIVO"
               END-IF
               DISPLAY "ALTERADO.: " FORN-DATAHORA(1:8)
                       " POR " FORN-OPERADOR
           END-IF.

      *    ENTER MANTEM O VALOR ATUAL DE CADA CAMPO.
       0500-ALTERAR                  SECTION.
           PERFORM 0900-LE-FORNECEDOR.
           IF FS-FORNECEDORES NOT = 0
               GO TO 0500-SAIDA
           END-IF.
           DISPLAY "RAZAO SOCIAL (" FORN-NOME ") : ".
           MOVE SPACES TO WRK-TEXTO.
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO FORN-NOME
           END-IF.
           DISPLAY "CONTATO (" FORN-CONTATO ") : ".
           MOVE SPACES TO WRK-TEXTO.
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO FORN-CONTATO
           END-IF.
           DISPLAY "TELEFONE (" FORN-TELEFONE ") : ".
           MOVE SPACES TO WRK-TEXTO.
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO FORN-TELEFONE
           END-IF.
           DISPLAY "E-MAIL (" FORN-EMAIL ") : ".
           MOVE SPACES TO WRK-TEXTO.
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO FORN-EMAIL
           END-IF.
           DISPLAY "PRAZO DE ENTREGA (0 = MANTEM " FORN-PRAZO ") : ".
           ACCEPT WRK-PRAZO.
           IF WRK-PRAZO NOT = ZEROS
               MOVE WRK-PRAZO TO FORN-PRAZO
           END-IF.
           MOVE WRK-OPERADOR TO FORN-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FORN-DATAHORA.
           REWRITE FORN-REG
             INVALID KEY
               DISPLAY "FORNECEDOR NAO REGRAVADO"
             NOT INVALID KEY
               DISPLAY "FORNECEDOR ALTERADO"
           END-REWRITE.

       0500-SAIDA.
           EXIT.

       0600-SITUACAO                 SECTION.
           PERFORM 0900-LE-FORNECEDOR.
           IF FS-FORNECEDORES NOT = 0
               GO TO 0600-SAIDA
           END-IF.
           IF FORN-INATIVO
               MOVE 'A' TO FORN-SITUACAO
           ELSE
               MOVE 'I' TO FORN-SITUACAO
           END-IF.
           MOVE WRK-OPERADOR TO FORN-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FORN-DATAHORA.
           REWRITE FORN-REG
             INVALID KEY
               DISPLAY "FORNECEDOR NAO REGRAVADO"
             NOT INVALID KEY
               IF FORN-INATIVO
                   DISPLAY "FORNECEDOR DESATIVADO"
               ELSE
                   DISPLAY "FORNECEDOR REATIVADO"
               END-IF
           END-REWRITE.

       0600-SAIDA.
           EXIT.

       0700-LISTAR                   SECTION.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE ZEROS TO FORN-CODIGO.
           START FORNECEDORES KEY IS NOT LESS FORN-CODIGO
             INVALID KEY
               MOVE 23 TO FS-FORNECEDORES
             NOT INVALID KEY
               READ FORNECEDORES NEXT RECORD
           END-START.
           PERFORM UNTIL FS-FORNECEDORES NOT = 0
               ADD 1 TO WRK-QT-LISTADOS
               DISPLAY FORN-CODIGO " " FORN-NOME " PRAZO "
                       FORN-PRAZO " SIT " FORN-SITUACAO
               READ FORNECEDORES NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-FORNECEDORES.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUM FORNECEDOR CADASTRADO"
           END-IF.

       0900-LE-FORNECEDOR            SECTION.
           DISPLAY "CODIGO DO FORNECEDOR : ".
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO FORN-CODIGO.
           READ FORNECEDORES
             INVALID KEY
               DISPLAY "FORNECEDOR NAO ENCONTRADO"
               MOVE 23 TO FS-FORNECEDORES
             NOT INVALID KEY
               MOVE 0 TO FS-FORNECEDORES
           END-READ.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-FORNECEDORES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FORNECEDORES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FORNECEDORES
           END-STRING.

       COPY CFGLER.
