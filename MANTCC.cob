       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCC.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DOS DEPARTAMENTOS / CENTROS DE CUSTO
      *          (CCUSTO.DAT.TXT, VIDE CCREG.cpy) E DA LOTACAO DOS
      *          FUNCIONARIOS NELES (LOTACAO.DAT.TXT, VIDE LOTREG.cpy).
      *          CENTRO: INCLUIR, LISTAR, ALTERAR DESCRICAO E
      *          RESPONSAVEL, ATIVAR/DESATIVAR (NUNCA APAGA - AS
      *          COMPETENCIAS PASSADAS APONTAM PARA ELE).
      *          LOTACAO: LOTAR OU TRANSFERIR O FUNCIONARIO ATIVO PARA
      *          UM CENTRO ATIVO A PARTIR DE UMA DATA DE VIGENCIA E
      *          LISTAR O HISTORICO DE LOTACOES DA MATRICULA. A FOLHA
      *          (FOLHAPAG) USA O CENTRO EM VIGOR NO MES DA
      *          COMPETENCIA (VIDE LOTACHA.cpy).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT CCUSTO ASSIGN TO WRK-ARQ-CCUSTO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CCUSTO
               RECORD KEY      IS CC-CODIGO.

           SELECT LOTACAO ASSIGN TO WRK-ARQ-LOTACAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-LOTACAO
               RECORD KEY      IS LOT-CHAVE.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  CCUSTO.
       COPY CCREG.

       FD  LOTACAO.
       COPY LOTREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CCUSTO               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-LOTACAO              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  FS-CCUSTO                    PIC 9(02) VALUE ZEROS.
       77  FS-LOTACAO                   PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-CODIGO                   PIC X(06) VALUE SPACES.
       77  WRK-FUNC-ID                  PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIDA                PIC 9(08) VALUE ZEROS.
       77  WRK-TEXTO                    PIC X(30) VALUE SPACES.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       COPY DATAWS.
       COPY LOTWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN I-O CCUSTO.
           IF FS-CCUSTO = 35
               OPEN OUTPUT CCUSTO
               CLOSE CCUSTO
               OPEN I-O CCUSTO
           END-IF.
           OPEN I-O LOTACAO.
           IF FS-LOTACAO = 35
               OPEN OUTPUT LOTACAO
               CLOSE LOTACAO
               OPEN I-O LOTACAO
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT = 0
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO FOI ABERTO, "
                       "STATUS=" FS-FUNCIONARIOS
               CLOSE CCUSTO LOTACAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE CCUSTO.
           CLOSE LOTACAO.
           CLOSE FUNCIONARIOS.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "==== DEPARTAMENTOS / CENTROS DE CUSTO ====".
           DISPLAY "1 - INCLUIR CENTRO".
           DISPLAY "2 - LISTAR CENTROS".
           DISPLAY "3 - ALTERAR CENTRO".
           DISPLAY "4 - ATIVAR / DESATIVAR CENTRO".
           DISPLAY "5 - LOTAR / TRANSFERIR FUNCIONARIO".
           DISPLAY "6 - HISTORICO DE LOTACAO DA MATRICULA".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-INCLUI
             WHEN '2'
               PERFORM 0400-LISTA
             WHEN '3'
               PERFORM 0500-ALTERA
             WHEN '4'
               PERFORM 0550-SITUACAO
             WHEN '5'
               PERFORM 0600-TRANSFERE
             WHEN '6'
               PERFORM 0700-HISTORICO
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-6 OU X"
           END-EVALUATE.

       0300-INCLUI                   SECTION.
           DISPLAY "CODIGO DO CENTRO : ".
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               DISPLAY "CODIGO EM BRANCO - NADA GRAVADO"
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-CODIGO TO CC-CODIGO.
           READ CCUSTO
             NOT INVALID KEY
               DISPLAY "CENTRO JA CADASTRADO: " CC-DESCRICAO
               GO TO 0300-SAIDA
           END-READ.
           MOVE SPACES     TO CC-REG.
           MOVE WRK-CODIGO TO CC-CODIGO.
           DISPLAY "DESCRICAO : ".
           ACCEPT CC-DESCRICAO.
           PERFORM UNTIL CC-DESCRICAO NOT = SPACES
               DISPLAY "INFORME A DESCRICAO :"
               ACCEPT CC-DESCRICAO
           END-PERFORM.
           DISPLAY "RESPONSAVEL : ".
           ACCEPT CC-RESPONSAVEL.
           SET CC-ATIVO TO TRUE.
           WRITE CC-REG
             INVALID KEY
               DISPLAY "CENTRO NAO GRAVADO"
             NOT INVALID KEY
               DISPLAY "CENTRO INCLUIDO"
           END-WRITE.

       0300-SAIDA.
           EXIT.

       0400-LISTA                    SECTION.
           MOVE ZEROS  TO WRK-QT-LISTADOS.
           MOVE SPACES TO CC-CODIGO.
           START CCUSTO KEY IS NOT LESS CC-CODIGO
             INVALID KEY
               MOVE 23 TO FS-CCUSTO
           END-START.
           IF FS-CCUSTO = 0
               READ CCUSTO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CCUSTO NOT = 0
               ADD 1 TO WRK-QT-LISTADOS
               DISPLAY CC-CODIGO " " CC-DESCRICAO " "
                       CC-RESPONSAVEL " SIT " CC-SITUACAO
               READ CCUSTO NEXT RECORD
           END-PERFORM.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUM CENTRO CADASTRADO"
           END-IF.

      *    EM BRANCO MANTEM O VALOR ATUAL.
       0500-ALTERA                   SECTION.
           PERFORM 0900-LE-CENTRO.
           IF FS-CCUSTO NOT = 0
               GO TO 0500-SAIDA
           END-IF.
           DISPLAY "DESCRICAO ATUAL: " CC-DESCRICAO.
           DISPLAY "NOVA DESCRICAO (BRANCO MANTEM) : ".
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO CC-DESCRICAO
           END-IF.
           DISPLAY "RESPONSAVEL ATUAL: " CC-RESPONSAVEL.
           DISPLAY "NOVO RESPONSAVEL (BRANCO MANTEM) : ".
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO CC-RESPONSAVEL
           END-IF.
           REWRITE CC-REG
             INVALID KEY
               DISPLAY "CENTRO NAO REGRAVADO"
             NOT INVALID KEY
               DISPLAY "CENTRO ALTERADO"
           END-REWRITE.

       0500-SAIDA.
           EXIT.

       0550-SITUACAO                 SECTION.
           PERFORM 0900-LE-CENTRO.
           IF FS-CCUSTO NOT = 0
               GO TO 0550-SAIDA
           END-IF.
           IF CC-ATIVO
               DISPLAY "CENTRO ATIVO - CONFIRMA A DESATIVACAO (S/N) ? "
           ELSE
               DISPLAY "CENTRO DESATIVADO - CONFIRMA A REATIVACAO "
                       "(S/N) ? "
           END-IF.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0550-SAIDA
           END-IF.
           IF CC-ATIVO
               SET CC-INATIVO TO TRUE
           ELSE
               SET CC-ATIVO TO TRUE
           END-IF.
           REWRITE CC-REG
             INVALID KEY
               DISPLAY "CENTRO NAO REGRAVADO"
             NOT INVALID KEY
               DISPLAY "SITUACAO GRAVADA: " CC-SITUACAO
           END-REWRITE.

       0550-SAIDA.
           EXIT.

      *    A LOTACAO NOVA VALE A PARTIR DA DATA DE VIGENCIA; A ANTERIOR
      *    FICA NO HISTORICO. DUAS LOTACOES COM O MESMO INICIO: A NOVA
      *    CORRIGE A QUE JA EXISTIA.
       0600-TRANSFERE                SECTION.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           MOVE WRK-FUNC-ID TO FUNC-ID.
           READ FUNCIONARIOS
             INVALID KEY
               DISPLAY "MATRICULA NAO CADASTRADA - NADA GRAVADO"
               GO TO 0600-SAIDA
             NOT INVALID KEY
               IF FUNC-INATIVO
                   DISPLAY "FUNCIONARIO DESATIVADO - NADA GRAVADO"
                   GO TO 0600-SAIDA
               END-IF
           END-READ.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.
           MOVE WRK-FUNC-ID TO WRK-LOT-FUNC-ID.
           MOVE 99999999    TO WRK-LOT-DATA.
           PERFORM 9680-ACHA-LOTACAO.
           IF WRK-LOT-CCUSTO = SPACES
               DISPLAY "SEM LOTACAO ANTERIOR"
           ELSE
               DISPLAY "LOTACAO ATUAL: " WRK-LOT-CCUSTO
                       " DESDE " WRK-LOT-VIGENCIA
           END-IF.
           PERFORM 0900-LE-CENTRO.
           IF FS-CCUSTO NOT = 0
               GO TO 0600-SAIDA
           END-IF.
           IF NOT CC-ATIVO
               DISPLAY "CENTRO DESATIVADO - NADA GRAVADO"
               GO TO 0600-SAIDA
           END-IF.
           DISPLAY "VIGENCIA (AAAAMMDD, 0 = HOJE) : ".
           ACCEPT WRK-DATA-LIDA.
           IF WRK-DATA-LIDA = ZEROS
               MOVE WRK-HOJE TO WRK-DATA-LIDA
           END-IF.
           MOVE WRK-DATA-LIDA TO WRK-DATA-RAW.
           PERFORM 9060-DATA-SPLIT.
           PERFORM UNTIL WRK-DATA-OK
               DISPLAY "DATA INVALIDA, DIGITE AAAAMMDD :"
               ACCEPT WRK-DATA-LIDA
               MOVE WRK-DATA-LIDA TO WRK-DATA-RAW
               PERFORM 9060-DATA-SPLIT
           END-PERFORM.
           MOVE WRK-DATA-LIDA TO WRK-LOT-DATA.
           PERFORM 9680-ACHA-LOTACAO.
           IF WRK-LOT-CCUSTO = CC-CODIGO
               DISPLAY "FUNCIONARIO JA ESTA NESTE CENTRO NA DATA - "
                       "NADA GRAVADO"
               GO TO 0600-SAIDA
           END-IF.
           MOVE WRK-FUNC-ID   TO LOT-FUNC-ID.
           MOVE WRK-DATA-LIDA TO LOT-INICIO.
           MOVE CC-CODIGO     TO LOT-CCUSTO.
           MOVE WRK-HOJE      TO LOT-REGISTRO.
           WRITE LOT-REG
             INVALID KEY
               REWRITE LOT-REG
                 INVALID KEY
                   DISPLAY "LOTACAO NAO GRAVADA"
                 NOT INVALID KEY
                   DISPLAY "LOTACAO DO DIA CORRIGIDA"
               END-REWRITE
             NOT INVALID KEY
               DISPLAY "LOTACAO GRAVADA"
           END-WRITE.

       0600-SAIDA.
           EXIT.

       0700-HISTORICO                SECTION.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           MOVE ZEROS       TO WRK-QT-LISTADOS.
           MOVE WRK-FUNC-ID TO LOT-FUNC-ID.
           MOVE ZEROS       TO LOT-INICIO.
           START LOTACAO KEY IS NOT LESS LOT-CHAVE
             INVALID KEY
               MOVE 23 TO FS-LOTACAO
           END-START.
           IF FS-LOTACAO = 0
               READ LOTACAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-LOTACAO NOT = 0
                   OR LOT-FUNC-ID NOT = WRK-FUNC-ID
               ADD 1 TO WRK-QT-LISTADOS
               MOVE LOT-CCUSTO TO CC-CODIGO
               READ CCUSTO
                 INVALID KEY
                   MOVE '(CENTRO NAO CADASTRADO)' TO CC-DESCRICAO
               END-READ
               DISPLAY "DESDE " LOT-INICIO " " LOT-CCUSTO " "
                       CC-DESCRICAO " (REGISTRADA EM "
                       LOT-REGISTRO ")"
               READ LOTACAO NEXT RECORD
           END-PERFORM.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "SEM LOTACAO PARA ESTA MATRICULA"
           END-IF.

       0900-LE-CENTRO                SECTION.
           DISPLAY "CODIGO DO CENTRO : ".
           ACCEPT WRK-CODIGO.
           MOVE WRK-CODIGO TO CC-CODIGO.
           READ CCUSTO
             INVALID KEY
               DISPLAY "CENTRO NAO CADASTRADO"
               MOVE 23 TO FS-CCUSTO
             NOT INVALID KEY
               MOVE 0 TO FS-CCUSTO
           END-READ.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CCUSTO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CCUSTO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CCUSTO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-LOTACAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'LOTACAO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-LOTACAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.

       COPY CFGLER.

       COPY DATASPLT.

       COPY LOTACHA.
