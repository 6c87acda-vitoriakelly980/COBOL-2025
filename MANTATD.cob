       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTATD.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DOS CHAMADOS DE ATENDIMENTO AO CLIENTE
      *          (ATENDIM.DAT.TXT, LAYOUT ATDREG.cpy) - O FIM DA
      *          PLANILHA DE RECLAMACOES. O OPERADOR ENTRA COM A MESMA
      *          SENHA DO SISTEMA CLIENTES (OPERADOR.DAT.TXT) E CADA
      *          ABERTURA / ANDAMENTO / FECHAMENTO LEVA O OPERADOR E A
      *          DATA. FUNCOES:
      *            1 - ABRIR CHAMADO (CLIENTE ATIVO DO CADASTRO,
      *                CATEGORIA DA TABELA ATDCATWS.cpy)
      *            2 - CONSULTAR CHAMADO (COM DIAS EM ABERTO X SLA)
      *            3 - REGISTRAR ANDAMENTO (NOTA DE ANDAMENTO)
      *            4 - FECHAR (EXIGE A NOTA DE RESOLUCAO)
      *            5 - CHAMADOS DO CLIENTE
      *          O ENVELHECIMENTO DIARIO DOS ABERTOS SAI NO SLAATD E OS
      *          ABERTOS DO CLIENTE NA FICHA 360 (PERFICLI).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT ATENDIM ASSIGN TO WRK-ARQ-ATENDIM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ATENDIM
               RECORD KEY      IS ATD-CHAVE.

           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-OPERADOR
               RECORD KEY      IS OPER-ID.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  ATENDIM.
       COPY ATDREG.

       FD  CLIENTES.
       COPY CLIREG.

      *    MESMO LAYOUT DO OPERADOR DO SISTEMA CLIENTES (FD OPERADOR
      *    DO clientesprojeto.COB): SO O NECESSARIO PARA O SIGN-ON.
       FD  OPERADOR.
       01  OPER-REG.
           05 OPER-ID                   PIC X(08).
           05 OPER-NOME                 PIC X(30).
           05 OPER-SENHA                PIC X(08).
           05 OPER-PERFIL               PIC X(01).
              88 OPER-TOTAL             VALUE 'T'.
           05 OPER-FALHAS               PIC 9(02).
           05 OPER-SITUACAO             PIC X(01).
              88 OPER-BLOQUEADO         VALUE 'B'.
           05 OPER-SENHA-DATA           PIC 9(08).
           05 OPER-SENHA-ANT OCCURS 3 TIMES
                                        PIC X(08).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ATENDIM              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-OPERADOR             PIC X(80) VALUE SPACES.
       77  FS-ATENDIM                   PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES                  PIC 9(02) VALUE ZEROS.
       77  FS-OPERADOR                  PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-SENHA-INF                PIC X(08) VALUE SPACES.
       77  WRK-LOGIN-OK                 PIC X(01) VALUE 'N'.
           88 LOGIN-OK                  VALUE 'S'.
       77  WRK-PAIS                     PIC 9(03) VALUE ZEROS.
       77  WRK-FONE                     PIC 9(12) VALUE ZEROS.
       77  WRK-NUMERO                   PIC 9(05) VALUE ZEROS.
       77  WRK-ULT-NUMERO               PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-OK                   PIC X(01) VALUE 'N'.
       77  WRK-CATEGORIA                PIC X(02) VALUE SPACES.
       77  WRK-CAT-ACHADA               PIC 9(02) VALUE ZEROS.
       77  WRK-NOTA                     PIC X(60) VALUE SPACES.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ABERTO              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-SITUACAO-TXT             PIC X(12) VALUE SPACES.
       COPY ATDCATWS.
       COPY FUSAUTW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0050-SIGNON.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO NEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ATENDIM.
           IF FS-ATENDIM = 35
               OPEN OUTPUT ATENDIM
               CLOSE ATENDIM
               OPEN I-O ATENDIM
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE ATENDIM.
           GOBACK.

      *    QUALQUER OPERADOR DO CLIENTES QUE NAO ESTEJA BLOQUEADO
      *    ATENDE; O BLOQUEIO POR FALHAS CONTINUA SENDO DO CLIENTES.
       0050-SIGNON                   SECTION.
           OPEN INPUT OPERADOR.
           IF FS-OPERADOR NOT = 0
               DISPLAY "CADASTRO DE OPERADORES NAO FOI ABERTO, "
                       "STATUS=" FS-OPERADOR
               GO TO 0050-SAIDA
           END-IF.
           DISPLAY "OPERADOR :".
           ACCEPT WRK-OPERADOR.
           DISPLAY "SENHA    :".
           ACCEPT WRK-SENHA-INF.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADOR
             INVALID KEY
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
             NOT INVALID KEY
               IF OPER-SENHA = WRK-SENHA-INF
                       AND NOT OPER-BLOQUEADO
                   MOVE 'S' TO WRK-LOGIN-OK
                   DISPLAY "BEM-VINDO, " OPER-NOME
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               END-IF
           END-READ.
           CLOSE OPERADOR.

       0050-SAIDA.
           EXIT.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== CHAMADOS DE ATENDIMENTO =====".
           DISPLAY "1 - ABRIR CHAMADO".
           DISPLAY "2 - CONSULTAR CHAMADO".
           DISPLAY "3 - REGISTRAR ANDAMENTO".
           DISPLAY "4 - FECHAR CHAMADO".
           DISPLAY "5 - CHAMADOS DO CLIENTE".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-ABRIR
             WHEN '2'
               PERFORM 0400-CONSULTAR
             WHEN '3'
               PERFORM 0500-ANDAMENTO
             WHEN '4'
               PERFORM 0600-FECHAR
             WHEN '5'
               PERFORM 0700-LISTA-CLIENTE
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-5 OU X"
           END-EVALUATE.

      *    O CHAMADO SO ABRE PARA CLIENTE ATIVO DO CADASTRO; O NUMERO
      *    E O SEGUINTE AO ULTIMO CHAMADO DAQUELE CLIENTE.
       0300-ABRIR                    SECTION.
           PERFORM 0900-LE-CLIENTE.
           IF WRK-CLI-OK NOT = 'S'
               GO TO 0300-SAIDA
           END-IF.
           PERFORM 0960-MOSTRA-CATEGORIAS.
           DISPLAY "CATEGORIA : ".
           MOVE SPACES TO WRK-CATEGORIA.
           ACCEPT WRK-CATEGORIA.
           PERFORM 0970-BUSCA-CATEGORIA.
           IF WRK-CAT-ACHADA = 0
               DISPLAY "CATEGORIA INVALIDA - CHAMADO NAO ABERTO"
               GO TO 0300-SAIDA
           END-IF.
           DISPLAY "ASSUNTO : ".
           MOVE SPACES TO WRK-NOTA.
           ACCEPT WRK-NOTA.
           IF WRK-NOTA = SPACES
               DISPLAY "ASSUNTO OBRIGATORIO - CHAMADO NAO ABERTO"
               GO TO 0300-SAIDA
           END-IF.
           PERFORM 0950-PROXIMO-NUMERO.
           MOVE WRK-PAIS              TO ATD-PAIS.
           MOVE WRK-FONE              TO ATD-FONE.
           MOVE WRK-ULT-NUMERO        TO ATD-NUMERO.
           ADD 1                      TO ATD-NUMERO.
           MOVE WRK-CATEGORIA         TO ATD-CATEGORIA.
           SET ATD-ABERTO             TO TRUE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE              TO ATD-DATA-ABERT ATD-DATA-ATU.
           MOVE FUNCTION CURRENT-DATE(9:6) TO ATD-HORA-ABERT.
           MOVE WRK-OPERADOR          TO ATD-OPER-ABERT ATD-OPER-ATU.
           MOVE ZEROS                 TO ATD-DATA-FECHAM.
           MOVE WRK-NOTA              TO ATD-ASSUNTO.
           MOVE SPACES                TO ATD-RESOLUCAO.
           WRITE ATD-REG
             INVALID KEY
               DISPLAY "CHAMADO NAO GRAVADO, STATUS=" FS-ATENDIM
             NOT INVALID KEY
               DISPLAY "CHAMADO " ATD-NUMERO " ABERTO - PRAZO "
                       WRK-CAT-SLA(WRK-CAT-ACHADA) " DIAS"
           END-WRITE.

       0300-SAIDA.
           EXIT.

       0400-CONSULTAR                SECTION.
           PERFORM 0910-LE-CHAMADO.
           IF FS-ATENDIM = 0
               PERFORM 0800-MOSTRA-CHAMADO
           END-IF.

      *    O PRIMEIRO ANDAMENTO TIRA O CHAMADO DE ABERTO; A NOTA MAIS
      *    RECENTE FICA NO CAMPO DE RESOLUCAO ATE O FECHAMENTO.
       0500-ANDAMENTO                SECTION.
           PERFORM 0910-LE-CHAMADO.
           IF FS-ATENDIM NOT = 0
               GO TO 0500-SAIDA
           END-IF.
           IF ATD-FECHADO
               DISPLAY "CHAMADO JA FECHADO"
               GO TO 0500-SAIDA
           END-IF.
           PERFORM 0800-MOSTRA-CHAMADO.
           DISPLAY "NOTA DE ANDAMENTO : ".
           MOVE SPACES TO WRK-NOTA.
           ACCEPT WRK-NOTA.
           IF WRK-NOTA = SPACES
               DISPLAY "NOTA EM BRANCO - NADA REGISTRADO"
               GO TO 0500-SAIDA
           END-IF.
           SET ATD-ANDAMENTO TO TRUE.
           MOVE WRK-NOTA TO ATD-RESOLUCAO.
           ACCEPT ATD-DATA-ATU FROM DATE YYYYMMDD.
           MOVE WRK-OPERADOR TO ATD-OPER-ATU.
           REWRITE ATD-REG
             INVALID KEY
               DISPLAY "CHAMADO NAO REGRAVADO"
             NOT INVALID KEY
               DISPLAY "ANDAMENTO REGISTRADO"
           END-REWRITE.

       0500-SAIDA.
           EXIT.

       0600-FECHAR                   SECTION.
           PERFORM 0910-LE-CHAMADO.
           IF FS-ATENDIM NOT = 0
               GO TO 0600-SAIDA
           END-IF.
           IF ATD-FECHADO
               DISPLAY "CHAMADO JA FECHADO"
               GO TO 0600-SAIDA
           END-IF.
           PERFORM 0800-MOSTRA-CHAMADO.
           DISPLAY "NOTA DE RESOLUCAO : ".
           MOVE SPACES TO WRK-NOTA.
           ACCEPT WRK-NOTA.
           IF WRK-NOTA = SPACES
               DISPLAY "RESOLUCAO OBRIGATORIA - CHAMADO NAO FECHADO"
               GO TO 0600-SAIDA
           END-IF.
           DISPLAY "CONFIRMA O FECHAMENTO (S/N) ? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0600-SAIDA
           END-IF.
           SET ATD-FECHADO TO TRUE.
           MOVE WRK-NOTA TO ATD-RESOLUCAO.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE     TO ATD-DATA-ATU ATD-DATA-FECHAM.
           MOVE WRK-OPERADOR TO ATD-OPER-ATU.
           REWRITE ATD-REG
             INVALID KEY
               DISPLAY "CHAMADO NAO REGRAVADO"
             NOT INVALID KEY
               DISPLAY "CHAMADO FECHADO"
           END-REWRITE.

       0600-SAIDA.
           EXIT.

       0700-LISTA-CLIENTE            SECTION.
           DISPLAY "PAIS (DDI, ENTER=055) : ".
           MOVE ZEROS TO WRK-PAIS.
           ACCEPT WRK-PAIS.
           IF WRK-PAIS = ZEROS
               MOVE 55 TO WRK-PAIS
           END-IF.
           DISPLAY "TELEFONE : ".
           ACCEPT WRK-FONE.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE WRK-PAIS TO ATD-PAIS.
           MOVE WRK-FONE TO ATD-FONE.
           MOVE ZEROS    TO ATD-NUMERO.
           START ATENDIM KEY IS NOT LESS ATD-CHAVE
             INVALID KEY
               MOVE 23 TO FS-ATENDIM
             NOT INVALID KEY
               READ ATENDIM NEXT RECORD
           END-START.
           PERFORM UNTIL FS-ATENDIM NOT = 0
                   OR ATD-PAIS NOT = WRK-PAIS
                   OR ATD-FONE NOT = WRK-FONE
               ADD 1 TO WRK-QT-LISTADOS
               PERFORM 0850-SITUACAO-TXT
               DISPLAY ATD-NUMERO " " ATD-DATA-ABERT " "
                       ATD-CATEGORIA " " WRK-SITUACAO-TXT " "
                       ATD-ASSUNTO
               READ ATENDIM NEXT RECORD
           END-PERFORM.
           IF WRK-QT-LISTADOS = 0
               DISPLAY "NENHUM CHAMADO PARA ESTE CLIENTE"
           END-IF.

       0800-MOSTRA-CHAMADO           SECTION.
           PERFORM 0850-SITUACAO-TXT.
           MOVE ATD-CATEGORIA TO WRK-CATEGORIA.
           PERFORM 0970-BUSCA-CATEGORIA.
           DISPLAY "CLIENTE.....: " ATD-PAIS " " ATD-FONE.
           DISPLAY "CHAMADO.....: " ATD-NUMERO.
           IF WRK-CAT-ACHADA > 0
               DISPLAY "CATEGORIA...: " ATD-CATEGORIA " "
                       WRK-CAT-NOME(WRK-CAT-ACHADA) " (PRAZO "
                       WRK-CAT-SLA(WRK-CAT-ACHADA) " DIAS)"
           ELSE
               DISPLAY "CATEGORIA...: " ATD-CATEGORIA
           END-IF.
           DISPLAY "SITUACAO....: " WRK-SITUACAO-TXT.
           DISPLAY "ABERTURA....: " ATD-DATA-ABERT " "
                   ATD-HORA-ABERT " POR " ATD-OPER-ABERT.
           DISPLAY "ULT.ATUALIZ.: " ATD-DATA-ATU " POR " ATD-OPER-ATU.
           DISPLAY "ASSUNTO.....: " ATD-ASSUNTO.
           DISPLAY "NOTA........: " ATD-RESOLUCAO.
           IF ATD-FECHADO
               DISPLAY "FECHADO EM..: " ATD-DATA-FECHAM
           ELSE
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
               COMPUTE WRK-DIAS-ABERTO =
                       FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                     - FUNCTION INTEGER-OF-DATE(ATD-DATA-ABERT)
               DISPLAY "DIAS ABERTO.: " WRK-DIAS-ABERTO
               IF WRK-CAT-ACHADA > 0
                   IF WRK-DIAS-ABERTO > WRK-CAT-SLA(WRK-CAT-ACHADA)
                       DISPLAY "*** FORA DO PRAZO ***"
                   END-IF
               END-IF
           END-IF.

       0850-SITUACAO-TXT             SECTION.
           EVALUATE TRUE
             WHEN ATD-ABERTO
               MOVE 'ABERTO'       TO WRK-SITUACAO-TXT
             WHEN ATD-ANDAMENTO
               MOVE 'EM ANDAMENTO' TO WRK-SITUACAO-TXT
             WHEN OTHER
               MOVE 'FECHADO'      TO WRK-SITUACAO-TXT
           END-EVALUATE.

      *    CLIENTE ATIVO E NAO ANONIMIZADO. CHAVE QUE FOI FUNDIDA EM
      *    OUTRA (CLIENTES.FUS.TXT) INDICA O SOBREVIVENTE A USAR.
       0900-LE-CLIENTE               SECTION.
           MOVE 'N' TO WRK-CLI-OK.
           DISPLAY "PAIS (DDI, ENTER=055) : ".
           MOVE ZEROS TO WRK-PAIS.
           ACCEPT WRK-PAIS.
           IF WRK-PAIS = ZEROS
               MOVE 55 TO WRK-PAIS
           END-IF.
           DISPLAY "TELEFONE : ".
           ACCEPT WRK-FONE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = 0
               DISPLAY "CADASTRO DE CLIENTES INDISPONIVEL, STATUS="
                       FS-CLIENTES
               GO TO 0900-SAIDA
           END-IF.
           MOVE WRK-PAIS TO CLIENTES-PAIS.
           MOVE WRK-FONE TO CLIENTES-FONE.
           READ CLIENTES
             INVALID KEY
               DISPLAY "CLIENTE NAO CADASTRADO"
             NOT INVALID KEY
               IF CLIENTES-ATIVO
                   MOVE 'S' TO WRK-CLI-OK
                   DISPLAY "CLIENTE: " CLIENTES-NOME
               ELSE
                   DISPLAY "CLIENTE INATIVO/ANONIMIZADO - CHAMADO "
                           "NAO ABERTO"
                   PERFORM 0920-TESTA-FUSAO
               END-IF
           END-READ.
           CLOSE CLIENTES.

       0900-SAIDA.
           EXIT.

       0910-LE-CHAMADO               SECTION.
           DISPLAY "PAIS (DDI, ENTER=055) : ".
           MOVE ZEROS TO WRK-PAIS.
           ACCEPT WRK-PAIS.
           IF WRK-PAIS = ZEROS
               MOVE 55 TO WRK-PAIS
           END-IF.
           DISPLAY "TELEFONE : ".
           ACCEPT WRK-FONE.
           DISPLAY "NUMERO DO CHAMADO : ".
           ACCEPT WRK-NUMERO.
           MOVE WRK-PAIS   TO ATD-PAIS.
           MOVE WRK-FONE   TO ATD-FONE.
           MOVE WRK-NUMERO TO ATD-NUMERO.
           READ ATENDIM
             INVALID KEY
               DISPLAY "CHAMADO NAO ENCONTRADO"
               MOVE 23 TO FS-ATENDIM
             NOT INVALID KEY
               MOVE 0 TO FS-ATENDIM
           END-READ.

       0920-TESTA-FUSAO              SECTION.
           MOVE 'C'            TO FUSAUTIL-FUNCAO.
           MOVE CLIENTES-CHAVE TO FUSAUTIL-VITIMA.
           CALL 'FUSAUTIL' USING FUSAUTIL-PARM.
           IF FUSAUTIL-ACHOU = 'S'
               DISPLAY "CADASTRO FUNDIDO - USE A CHAVE "
                       FUSAUTIL-SOB-PAIS " " FUSAUTIL-SOB-FONE
           END-IF.

      *    ULTIMO NUMERO JA USADO PELO CLIENTE (ZERO SE NENHUM).
       0950-PROXIMO-NUMERO           SECTION.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           MOVE WRK-PAIS TO ATD-PAIS.
           MOVE WRK-FONE TO ATD-FONE.
           MOVE ZEROS    TO ATD-NUMERO.
           START ATENDIM KEY IS NOT LESS ATD-CHAVE
             INVALID KEY
               MOVE 23 TO FS-ATENDIM
             NOT INVALID KEY
               READ ATENDIM NEXT RECORD
           END-START.
           PERFORM UNTIL FS-ATENDIM NOT = 0
                   OR ATD-PAIS NOT = WRK-PAIS
                   OR ATD-FONE NOT = WRK-FONE
               MOVE ATD-NUMERO TO WRK-ULT-NUMERO
               READ ATENDIM NEXT RECORD
           END-PERFORM.

       0960-MOSTRA-CATEGORIAS        SECTION.
           DISPLAY "CATEGORIAS (CODIGO / NOME / PRAZO EM DIAS):".
           PERFORM VARYING WRK-CAT-I FROM 1 BY 1
                   UNTIL WRK-CAT-I > WRK-CAT-QTDE
               DISPLAY "  " WRK-CAT-CODIGO(WRK-CAT-I) " "
                       WRK-CAT-NOME(WRK-CAT-I) " "
                       WRK-CAT-SLA(WRK-CAT-I)
           END-PERFORM.

       0970-BUSCA-CATEGORIA          SECTION.
           MOVE ZEROS TO WRK-CAT-ACHADA.
           PERFORM VARYING WRK-CAT-I FROM 1 BY 1
                   UNTIL WRK-CAT-I > WRK-CAT-QTDE
               IF WRK-CAT-CODIGO(WRK-CAT-I) = WRK-CATEGORIA
                   MOVE WRK-CAT-I TO WRK-CAT-ACHADA
               END-IF
           END-PERFORM.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-ATENDIM.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ATENDIM.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ATENDIM
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPERADOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-OPERADOR
           END-STRING.

       COPY CFGLER.
