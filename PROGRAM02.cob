      *          INCLUSAO, E DESATIVAR LOGICO EM VEZ DE DELETE FISICO.
      *          O ARQUIVO SEQUENCIAL ANTIGO E MIGRADO UMA UNICA VEZ
      *          PELO CONVFUNC.
      *          A DESATIVACAO E O DESLIGAMENTO: PEDE A DATA E O MOTIVO
      *          (D DISPENSA, P PEDIDO, T TERMINO DE CONTRATO), MOSTRA
      *          O CALCULO DA RESCISAO (CALL 'RESCISAO', VIDE
      *          RESCISW.cpy) E, CONFIRMADO, GRAVA A RESCISAO E SO
      *          ENTAO MARCA O FUNCIONARIO COMO INATIVO.
      *          A CONSULTA MOSTRA TAMBEM O DEPARTAMENTO / CENTRO DE
      *          CUSTO EM QUE O FUNCIONARIO ESTA LOTADO HOJE E DESDE
      *          QUANDO (LOTACAO.DAT.TXT E CCUSTO.DAT.TXT, MANTIDOS
      *          PELO MANTCC; SEM ELES, SO NAO MOSTRA A LOTACAO).
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

           SELECT LOTACAO ASSIGN TO WRK-ARQ-LOTACAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-LOTACAO
               RECORD KEY      IS LOT-CHAVE.

           SELECT CCUSTO ASSIGN TO WRK-ARQ-CCUSTO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CCUSTO
               RECORD KEY      IS CC-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  LOTACAO.
       COPY LOTREG.

       FD  CCUSTO.
       COPY CCREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-FUNCIONARIOS PIC X(80) VALUE SPACES.
       77  FS-FUNCIONARIOS PIC 9(02)  VALUE ZEROS.
       77  WRK-ARQ-LOTACAO PIC X(80)  VALUE SPACES.
       77  WRK-ARQ-CCUSTO  PIC X(80)  VALUE SPACES.
       77  FS-LOTACAO      PIC 9(02)  VALUE ZEROS.
       77  FS-CCUSTO       PIC 9(02)  VALUE ZEROS.
       77  WRK-LOT-ABERTO  PIC X(01)  VALUE 'N'.
       77  WRK-CC-ABERTO   PIC X(01)  VALUE 'N'.
       77  WRK-CC-DESCRICAO PIC X(30) VALUE SPACES.
       77  WRK-OPCAO       PIC X(01)  VALUE SPACES.
       77  WRK-ID          PIC 9(05)  VALUE ZEROS.
       77  WRK-IDADE       PIC 9(03)  VALUE ZEROS.
       77  WRK-SALARIO     PIC 9(10)V99 VALUE ZEROS.
       77  WRK-SALARIO-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-CONFIRMA    PIC X(01)  VALUE 'N'.
       77  WRK-DATA-DESLIG PIC 9(08)  VALUE ZEROS.
       77  WRK-MOTIVO      PIC X(01)  VALUE SPACES.
       COPY DATAWS.
       COPY RESCISW.
       COPY LOTWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL        SECTION.
               CLOSE FUNCIONARIOS
               OPEN I-O FUNCIONARIOS
           END-IF.
           OPEN INPUT LOTACAO.
           IF FS-LOTACAO = 0
               MOVE 'S' TO WRK-LOT-ABERTO
           END-IF.
           OPEN INPUT CCUSTO.
           IF FS-CCUSTO = 0
               MOVE 'S' TO WRK-CC-ABERTO
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE FUNCIONARIOS.
           IF WRK-LOT-ABERTO = 'S'
               CLOSE LOTACAO
           END-IF.
           IF WRK-CC-ABERTO = 'S'
               CLOSE CCUSTO
           END-IF.
           GOBACK.

       0100-MENU             SECTION.
           DISPLAY "1 - INCLUIR".
           DISPLAY "2 - CONSULTAR".
           DISPLAY "3 - ALTERAR".
           DISPLAY "4 - DESATIVAR (RESCISAO)".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.
               ELSE
                   DISPLAY "SITUACAO.: ATIVO"
               END-IF
               IF WRK-LOT-ABERTO = 'S'
                   PERFORM 0450-MOSTRA-LOTACAO
               END-IF
           END-IF.

       0450-MOSTRA-LOTACAO   SECTION.
           MOVE FUNC-ID TO WRK-LOT-FUNC-ID.
           ACCEPT WRK-LOT-DATA FROM DATE YYYYMMDD.
           PERFORM 9680-ACHA-LOTACAO.
           IF WRK-LOT-CCUSTO = SPACES
               DISPLAY "DEPTO....: SEM LOTACAO"
           ELSE
               MOVE SPACES TO WRK-CC-DESCRICAO
               IF WRK-CC-ABERTO = 'S'
                   MOVE WRK-LOT-CCUSTO TO CC-CODIGO
                   READ CCUSTO
                     INVALID KEY
                       MOVE '(CENTRO NAO CADASTRADO)'
                         TO WRK-CC-DESCRICAO
                     NOT INVALID KEY
                       MOVE CC-DESCRICAO TO WRK-CC-DESCRICAO
                   END-READ
               END-IF
               DISPLAY "DEPTO....: " WRK-LOT-CCUSTO " "
                       WRK-CC-DESCRICAO " DESDE " WRK-LOT-VIGENCIA
           END-IF.

       0500-ALTERAR          SECTION.
               IF FUNC-INATIVO
                   DISPLAY "FUNCIONARIO JA DESATIVADO"
               ELSE
                   PERFORM 0650-RESCISAO
               END-IF
           END-IF.

       0650-RESCISAO         SECTION.
           DISPLAY "DATA DO DESLIGAMENTO (AAAAMMDD): ".
           ACCEPT WRK-DATA-DESLIG.
           MOVE WRK-DATA-DESLIG TO WRK-DATA-RAW.
           PERFORM 9060-DATA-SPLIT.
           PERFORM UNTIL WRK-DATA-OK
               DISPLAY "DATA INVALIDA, DIGITE AAAAMMDD :"
               ACCEPT WRK-DATA-DESLIG
               MOVE WRK-DATA-DESLIG TO WRK-DATA-RAW
               PERFORM 9060-DATA-SPLIT
           END-PERFORM.
           DISPLAY "MOTIVO (D-DISPENSA P-PEDIDO T-TERMINO): ".
           ACCEPT WRK-MOTIVO.
           PERFORM UNTIL WRK-MOTIVO = 'D' OR 'P' OR 'T'
               DISPLAY "MOTIVO INVALIDO, DIGITE D, P OU T :"
               ACCEPT WRK-MOTIVO
           END-PERFORM.
           MOVE 'C'             TO RESC-FUNCAO.
           MOVE FUNC-ID         TO RESC-FUNC-ID.
           MOVE FUNC-NOME       TO RESC-NOME.
           MOVE FUNC-SALARIO    TO RESC-SALARIO.
           MOVE WRK-DATA-DESLIG TO RESC-DATA.
           MOVE WRK-MOTIVO      TO RESC-MOTIVO.
           CALL 'RESCISAO' USING RESC-PARM.
           IF RESC-RETORNO NOT = '00'
               DISPLAY "RESCISAO NAO CALCULADA: " RESC-MENSAGEM
               GO TO 0650-SAIDA
           END-IF.
           DISPLAY "CONFIRMA A RESCISAO E A DESATIVACAO DE " FUNC-NOME
                   " (S/N) ? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0650-SAIDA
           END-IF.
           MOVE 'G' TO RESC-FUNCAO.
           CALL 'RESCISAO' USING RESC-PARM.
           IF RESC-RETORNO NOT = '00'
               DISPLAY "RESCISAO NAO GRAVADA: " RESC-MENSAGEM
               DISPLAY "FUNCIONARIO CONTINUA ATIVO"
               GO TO 0650-SAIDA
           END-IF.
           SET FUNC-INATIVO TO TRUE.
           REWRITE FUNC-REG
             INVALID KEY
               DISPLAY "FUNCIONARIO NAO REGRAVADO"
             NOT INVALID KEY
               DISPLAY "RESCISAO GRAVADA - FUNCIONARIO DESATIVADO"
           END-REWRITE.

       0650-SAIDA.
           EXIT.

       0700-PEDE-IDADE       SECTION.
           DISPLAY "Digite a idade :".
           ACCEPT WRK-IDADE.
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-LOTACAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'LOTACAO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-LOTACAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CCUSTO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CCUSTO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CCUSTO
           END-STRING.

       COPY CFGLER.

       COPY DATASPLT.

       COPY LOTACHA.
