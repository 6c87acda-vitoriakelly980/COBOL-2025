       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCRA.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DO CADASTRO DE CRACHAS DO RELOGIO DE PONTO
      *          (CRACHA.DAT.TXT, VIDE CRAREG.cpy), QUE O IMPPONTO USA
      *          PARA LIGAR CADA MARCACAO A MATRICULA E SABER A
      *          JORNADA DIARIA DO FUNCIONARIO. FUNCOES: VINCULAR
      *          CRACHA (A MATRICULA PRECISA EXISTIR E ESTAR ATIVA;
      *          CRACHA JA CADASTRADO E REGRAVADO COM OS NOVOS DADOS),
      *          LISTAR E EXCLUIR (CRACHA DEVOLVIDO OU PERDIDO).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT CRACHA ASSIGN TO WRK-ARQ-CRACHA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CRACHA
               RECORD KEY      IS CRA-CRACHA.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  CRACHA.
       COPY CRAREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CRACHA               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  FS-CRACHA                    PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-CRACHA                   PIC X(10) VALUE SPACES.
       77  WRK-FUNC-ID                  PIC 9(05) VALUE ZEROS.
       77  WRK-JORNADA                  PIC 9(02)V99 VALUE ZEROS.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-JORNADA-ED               PIC Z9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN I-O CRACHA.
           IF FS-CRACHA = 35
               OPEN OUTPUT CRACHA
               CLOSE CRACHA
               OPEN I-O CRACHA
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT = 0
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO FOI ABERTO, "
                       "STATUS=" FS-FUNCIONARIOS
               CLOSE CRACHA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE CRACHA FUNCIONARIOS.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== CRACHAS DO RELOGIO DE PONTO =====".
           DISPLAY "1 - VINCULAR CRACHA A MATRICULA".
           DISPLAY "2 - LISTAR CRACHAS".
           DISPLAY "3 - EXCLUIR CRACHA".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-VINCULAR
             WHEN '2'
               PERFORM 0400-LISTAR
             WHEN '3'
               PERFORM 0500-EXCLUIR
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-3 OU X"
           END-EVALUATE.

      *    CRACHA EXISTENTE E REGRAVADO COM A NOVA MATRICULA/JORNADA.
       0300-VINCULAR                 SECTION.
           DISPLAY "NUMERO DO CRACHA : ".
           MOVE SPACES TO WRK-CRACHA.
           ACCEPT WRK-CRACHA.
           IF WRK-CRACHA = SPACES
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
           DISPLAY "JORNADA DIARIA EM HORAS (0 = 8,00) : ".
           ACCEPT WRK-JORNADA.
           IF WRK-JORNADA = ZEROS
               MOVE 8 TO WRK-JORNADA
           END-IF.
           IF WRK-JORNADA > 12
               DISPLAY "JORNADA ACIMA DE 12 HORAS - NADA GRAVADO"
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-CRACHA  TO CRA-CRACHA.
           MOVE WRK-FUNC-ID TO CRA-FUNC-ID.
           MOVE WRK-JORNADA TO CRA-JORNADA.
           WRITE CRA-REG
             INVALID KEY
               REWRITE CRA-REG
                 INVALID KEY
                   DISPLAY "CRACHA NAO GRAVADO"
                 NOT INVALID KEY
                   DISPLAY "CRACHA REGRAVADO"
               END-REWRITE
             NOT INVALID KEY
               DISPLAY "CRACHA GRAVADO"
           END-WRITE.

       0300-SAIDA.
           EXIT.

       0400-LISTAR                   SECTION.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE LOW-VALUES TO CRA-CRACHA.
           START CRACHA KEY IS NOT LESS CRA-CRACHA
             INVALID KEY
               MOVE 23 TO FS-CRACHA
             NOT INVALID KEY
               READ CRACHA NEXT RECORD
           END-START.
           PERFORM UNTIL FS-CRACHA NOT = 0
               ADD 1 TO WRK-QT-LISTADOS
               MOVE CRA-FUNC-ID TO FUNC-ID
               READ FUNCIONARIOS
                 INVALID KEY
                   MOVE '(MATRICULA NAO CADASTRADA)' TO FUNC-NOME
               END-READ
               MOVE CRA-JORNADA TO WRK-JORNADA-ED
               DISPLAY CRA-CRACHA " -> " CRA-FUNC-ID " "
                       FUNC-NOME " JORNADA " WRK-JORNADA-ED
               READ CRACHA NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-CRACHA.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUM CRACHA CADASTRADO"
           END-IF.

       0500-EXCLUIR                  SECTION.
           DISPLAY "NUMERO DO CRACHA : ".
           MOVE SPACES TO CRA-CRACHA.
           ACCEPT CRA-CRACHA.
           READ CRACHA
             INVALID KEY
               DISPLAY "CRACHA NAO ENCONTRADO"
             NOT INVALID KEY
               DISPLAY "EXCLUIR O CRACHA DA MATRICULA " CRA-FUNC-ID
                       " (S/N) ? "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   DELETE CRACHA RECORD
                     INVALID KEY
                       DISPLAY "CRACHA NAO EXCLUIDO"
                     NOT INVALID KEY
                       DISPLAY "CRACHA EXCLUIDO"
                   END-DELETE
               END-IF
           END-READ.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CRACHA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CRACHA.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CRACHA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.

       COPY CFGLER.
