       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTMAT.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DO CADASTRO DE MATERIAS (MATERIAS.DAT.TXT,
      *          VIDE MATEREG.cpy) - O FIM DA MATERIA DIGITADA LIVRE
      *          NO PROGRAM13 E NA CHAMADA. CADA MATERIA TEM CODIGO,
      *          NOME, CARGA HORARIA, DURACAO DA AULA E O PROFESSOR
      *          (OPERADOR DO OPERADOR.DAT.TXT), O UNICO QUE LANCA
      *          NOTA NELA ALEM DA COORDENACAO. SO A COORDENACAO
      *          (PERFIL 'T', COM A SENHA DO SISTEMA CLIENTES) MANTEM
      *          O CADASTRO. FUNCOES:
      *            1 - GRAVAR MATERIA (CODIGO JA CADASTRADO E
      *                REGRAVADO; O PROFESSOR PRECISA EXISTIR E NAO
      *                ESTAR BLOQUEADO)
      *            2 - LISTAR MATERIAS
      *            3 - DESATIVAR / REATIVAR (MATERIA NAO E EXCLUIDA:
      *                O HISTORICO DA TURMA GUARDA O CODIGO)
      *          A CONVERSAO DOS NOMES ANTIGOS PARA CODIGO E O CONVMAT.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT MATERIAS ASSIGN TO WRK-ARQ-MATERIAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MATERIAS
               RECORD KEY      IS MATE-CODIGO.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-OPERADOR
               RECORD KEY      IS OPER-ID.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  MATERIAS.
       COPY MATEREG.

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
       77  WRK-ARQ-MATERIAS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-OPERADOR             PIC X(80) VALUE SPACES.
       77  FS-MATERIAS                  PIC 9(02) VALUE ZEROS.
       77  FS-OPERADOR                  PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-SENHA-INF                PIC X(08) VALUE SPACES.
       77  WRK-LOGIN-OK                 PIC X(01) VALUE 'N'.
           88 LOGIN-OK                  VALUE 'S'.
       77  WRK-CODIGO                   PIC X(06) VALUE SPACES.
       77  WRK-NOME                     PIC X(30) VALUE SPACES.
       77  WRK-CARGA                    PIC 9(03) VALUE ZEROS.
       77  WRK-MIN-AULA                 PIC 9(03) VALUE ZEROS.
       77  WRK-PROFESSOR                PIC X(08) VALUE SPACES.
       77  WRK-EXISTE                   PIC X(01) VALUE 'N'.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-AULAS-PREV               PIC 9(04) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0050-SIGNON.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO NEGADO - SOMENTE A COORDENACAO "
                       "(PERFIL 'T') MANTEM AS MATERIAS"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O MATERIAS.
           IF FS-MATERIAS = 35
               OPEN OUTPUT MATERIAS
               CLOSE MATERIAS
               OPEN I-O MATERIAS
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE MATERIAS OPERADOR.
           GOBACK.

      *    SENHA DO SISTEMA CLIENTES; SO O PERFIL 'T' (COORDENACAO)
      *    ENTRA. O OPERADOR FICA ABERTO PARA CONFERIR O PROFESSOR.
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
                       AND OPER-TOTAL
                   MOVE 'S' TO WRK-LOGIN-OK
                   DISPLAY "BEM-VINDO, " OPER-NOME
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               END-IF
           END-READ.
           IF NOT LOGIN-OK
               CLOSE OPERADOR
           END-IF.

       0050-SAIDA.
           EXIT.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== CADASTRO DE MATERIAS =====".
           DISPLAY "1 - GRAVAR MATERIA".
           DISPLAY "2 - LISTAR MATERIAS".
           DISPLAY "3 - DESATIVAR / REATIVAR MATERIA".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-GRAVAR
             WHEN '2'
               PERFORM 0400-LISTAR
             WHEN '3'
               PERFORM 0500-SITUACAO
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-3 OU X"
           END-EVALUATE.

      *    MATERIA EXISTENTE E REGRAVADA; NA ALTERACAO, NOME E
      *    PROFESSOR EM BRANCO E CARGA ZERO MANTEM O QUE ESTAVA.
       0300-GRAVAR                   SECTION.
           DISPLAY "CODIGO DA MATERIA (ATE 6 POSICOES) : ".
           MOVE SPACES TO WRK-CODIGO.
           ACCEPT WRK-CODIGO.
           IF WRK-CODIGO = SPACES
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-CODIGO TO MATE-CODIGO.
           MOVE 'S' TO WRK-EXISTE.
           READ MATERIAS
             INVALID KEY
               MOVE 'N' TO WRK-EXISTE
               MOVE SPACES TO MATE-NOME MATE-PROFESSOR
               MOVE ZEROS  TO MATE-CARGA-HORARIA MATE-MIN-AULA
               SET MATE-ATIVA TO TRUE
             NOT INVALID KEY
               DISPLAY "ATUAL: " MATE-NOME " " MATE-CARGA-HORARIA
                       "H AULA " MATE-MIN-AULA "MIN PROF. "
                       MATE-PROFESSOR
           END-READ.
           DISPLAY "NOME DA MATERIA : ".
           MOVE SPACES TO WRK-NOME.
           ACCEPT WRK-NOME.
           IF WRK-NOME = SPACES
               IF WRK-EXISTE = 'N'
                   DISPLAY "NOME EM BRANCO - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
           ELSE
               MOVE WRK-NOME TO MATE-NOME
           END-IF.
           DISPLAY "CARGA HORARIA NO PERIODO (HORAS) : ".
           MOVE ZEROS TO WRK-CARGA.
           ACCEPT WRK-CARGA.
           IF WRK-CARGA = ZEROS
               IF WRK-EXISTE = 'N'
                   DISPLAY "CARGA HORARIA ZERADA - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
           ELSE
               MOVE WRK-CARGA TO MATE-CARGA-HORARIA
           END-IF.
           DISPLAY "DURACAO DA AULA EM MINUTOS (0 = 50) : ".
           MOVE ZEROS TO WRK-MIN-AULA.
           ACCEPT WRK-MIN-AULA.
           IF WRK-MIN-AULA = ZEROS
               IF WRK-EXISTE = 'N'
                   MOVE 50 TO MATE-MIN-AULA
               END-IF
           ELSE
               MOVE WRK-MIN-AULA TO MATE-MIN-AULA
           END-IF.
           DISPLAY "PROFESSOR (OPERADOR DO SISTEMA) : ".
           MOVE SPACES TO WRK-PROFESSOR.
           ACCEPT WRK-PROFESSOR.
           IF WRK-PROFESSOR = SPACES
               IF WRK-EXISTE = 'N'
                   DISPLAY "PROFESSOR EM BRANCO - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
           ELSE
               MOVE WRK-PROFESSOR TO OPER-ID
               READ OPERADOR
                 INVALID KEY
                   DISPLAY "OPERADOR NAO CADASTRADO - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-READ
               IF OPER-BLOQUEADO
                   DISPLAY "OPERADOR BLOQUEADO - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
               DISPLAY "PROFESSOR: " OPER-NOME
               MOVE WRK-PROFESSOR TO MATE-PROFESSOR
           END-IF.
           MOVE WRK-CODIGO TO MATE-CODIGO.
           WRITE MATE-REG
             INVALID KEY
               REWRITE MATE-REG
                 INVALID KEY
                   DISPLAY "MATERIA NAO GRAVADA"
                 NOT INVALID KEY
                   DISPLAY "MATERIA REGRAVADA"
               END-REWRITE
             NOT INVALID KEY
               DISPLAY "MATERIA GRAVADA"
           END-WRITE.

       0300-SAIDA.
           EXIT.

      *    A LISTA MOSTRA TAMBEM AS AULAS PREVISTAS QUE O RELPRES USA
      *    (CARGA HORARIA EM MINUTOS / DURACAO DA AULA).
       0400-LISTAR                   SECTION.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE LOW-VALUES TO MATE-CODIGO.
           START MATERIAS KEY IS NOT LESS MATE-CODIGO
             INVALID KEY
               MOVE 23 TO FS-MATERIAS
             NOT INVALID KEY
               READ MATERIAS NEXT RECORD
           END-START.
           PERFORM UNTIL FS-MATERIAS NOT = 0
               ADD 1 TO WRK-QT-LISTADOS
               IF MATE-MIN-AULA = ZEROS
                   MOVE 50 TO MATE-MIN-AULA
               END-IF
               COMPUTE WRK-AULAS-PREV =
                       MATE-CARGA-HORARIA * 60 / MATE-MIN-AULA
               DISPLAY MATE-CODIGO " " MATE-NOME " "
                       MATE-CARGA-HORARIA "H " WRK-AULAS-PREV
                       " AULAS PROF. " MATE-PROFESSOR " "
                       MATE-SITUACAO
               READ MATERIAS NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-MATERIAS.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUMA MATERIA CADASTRADA"
           END-IF.

       0500-SITUACAO                 SECTION.
           DISPLAY "CODIGO DA MATERIA : ".
           MOVE SPACES TO MATE-CODIGO.
           ACCEPT MATE-CODIGO.
           READ MATERIAS
             INVALID KEY
               DISPLAY "MATERIA NAO ENCONTRADA"
               GO TO 0500-SAIDA
           END-READ.
           IF MATE-INATIVA
               DISPLAY "REATIVAR " MATE-NOME " (S/N) ? "
           ELSE
               DISPLAY "DESATIVAR " MATE-NOME " (S/N) ? "
           END-IF.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0500-SAIDA
           END-IF.
           IF MATE-INATIVA
               SET MATE-ATIVA TO TRUE
           ELSE
               SET MATE-INATIVA TO TRUE
           END-IF.
           REWRITE MATE-REG
             INVALID KEY
               DISPLAY "MATERIA NAO REGRAVADA"
             NOT INVALID KEY
               DISPLAY "SITUACAO DA MATERIA: " MATE-SITUACAO
           END-REWRITE.

       0500-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-MATERIAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MATERIAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MATERIAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPERADOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-OPERADOR
           END-STRING.

       COPY CFGLER.
