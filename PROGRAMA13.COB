      * Autor: VITORIA KELLY
      * Data:
      * Assunto: EVALUATE
      *          ALUNO BLOQUEADO POR INADIMPLENCIA (INADALU) E
      *          AVISADO NA TELA; O LANCAMENTO DA NOTA SEGUE NORMAL.
      *          PERIODO FECHADO PELO FECHAPER NAO ACEITA AVALIACAO
      *          NEM RECUPERACAO; APROVACAO COMPARA A MEDIA NUMERICA.
      *          ENTRA COM A SENHA DO OPERADOR; A MATERIA E O CODIGO
      *          DO CADASTRO (MANTMAT), ATIVA, E SO O PROFESSOR DELA
      *          OU A COORDENACAO (PERFIL 'T') LANCA OU ALTERA NOTA.
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS     IS FS-ALUNOS
               RECORD KEY      IS ALUNO-MATRICULA.

           SELECT PERLET ASSIGN TO WRK-ARQ-PERLET
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PERLET
               RECORD KEY      IS PERL-PERIODO.

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
       FD  ALUNOS.
       COPY ALUNREG.

       FD  PERLET.
       COPY PERLREG.

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
       77  WRK-ARQ-TURMA PIC X(80)    VALUE SPACES.
       77  WRK-NOTA-RECUP PIC 9(04)V99 VALUE ZEROS.
       77  WRK-MENOR-NOTA PIC 9(04)V99 VALUE ZEROS.
       77  WRK-MENOR-IDX  PIC 9(02)   VALUE ZEROS.
       77  WRK-ARQ-PERLET PIC X(80)   VALUE SPACES.
       77  FS-PERLET      PIC 9(02)   VALUE ZEROS.
       77  WRK-PER-FECHADO PIC X(01)  VALUE 'N'.
       77  WRK-ARQ-MATERIAS PIC X(80) VALUE SPACES.
       77  FS-MATERIAS    PIC 9(02)   VALUE ZEROS.
       77  WRK-ARQ-OPERADOR PIC X(80) VALUE SPACES.
       77  FS-OPERADOR    PIC 9(02)   VALUE ZEROS.
       77  WRK-OPERADOR   PIC X(08)   VALUE SPACES.
       77  WRK-SENHA-INF  PIC X(08)   VALUE SPACES.
       77  WRK-OPER-PERFIL PIC X(01)  VALUE SPACES.
       77  WRK-LOGIN-OK   PIC X(01)   VALUE 'N'.
           88 LOGIN-OK                VALUE 'S'.
       77  WRK-MATERIA-OK PIC X(01)   VALUE 'N'.

       PROCEDURE DIVISION.
       0001-PRINCIPAL                   SECTION.

           PERFORM 9800-LE-CONFIG
           PERFORM 9810-MONTA-ARQUIVOS
           PERFORM 0050-SIGNON
           IF NOT LOGIN-OK
               DISPLAY "ACESSO NEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM UNTIL WRK-CONTINUA NOT = 'S'
               DISPLAY "1 - AVALIACAO  2 - RECUPERACAO"
               ACCEPT WRK-FUNCAO
                   PERFORM 0400-RECUPERACAO
               ELSE
                   PERFORM 0100-INICIALIZAR
                   IF WRK-PER-FECHADO NOT = 'S'
                           AND WRK-MATERIA-OK = 'S'
                       PERFORM 0200-PROCESSAR
                   END-IF
               END-IF
               DISPLAY "AVALIAR OUTRO ALUNO (S/N) ? "
               ACCEPT WRK-CONTINUA
           PERFORM 0300-FINALIZAR
           GOBACK.

      *    SENHA DO SISTEMA CLIENTES (OPERADOR.DAT.TXT): O OPERADOR
      *    IDENTIFICA O PROFESSOR; O PERFIL 'T' E A COORDENACAO.
       0050-SIGNON                      SECTION.
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
                   MOVE OPER-PERFIL TO WRK-OPER-PERFIL
                   DISPLAY "BEM-VINDO, " OPER-NOME
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               END-IF
           END-READ.
           CLOSE OPERADOR.

       0050-SAIDA.
           EXIT.

      *    O ALUNO ENTRA PELA MATRICULA DO CADASTRO (MANTALU) E O
      *    NOME E SO EXIBIDO: ACABOU A GRAFIA LIVRE QUE DIVIDIA O
      *    HISTORICO. A MATRICULA VAI EM DIGITOS NO CAMPO DA CHAVE.
                   ELSE
                       MOVE 'S' TO WRK-ALUNO-OK
                       DISPLAY "ALUNO: " ALUNO-NOME
                       IF ALUNO-BLOQUEADO
                           DISPLAY "*** ALUNO BLOQUEADO POR "
                                   "INADIMPLENCIA - AVISE A SECRETARIA"
                       END-IF
                   END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO WRK-ALUNO.
           MOVE WRK-MATRICULA TO WRK-ALUNO.

           DISPLAY "DIGITE O CODIGO DA MATERIA : "
           ACCEPT WRK-MATERIA.
           PERFORM 0160-VALIDA-MATERIA.
           IF WRK-MATERIA-OK NOT = 'S'
               GO TO 0100-SAIDA
           END-IF.

           DISPLAY "DIGITE O PERIODO LETIVO (EX. 2026.1) : "
           ACCEPT WRK-PERIODO.
           PERFORM 0150-VERIFICA-PERIODO.
           IF WRK-PER-FECHADO = 'S'
               GO TO 0100-SAIDA
           END-IF.

           DISPLAY "QUANTOS COMPONENTES DE NOTA (1 A 10) : "
           ACCEPT WRK-QT-NOTAS.
               ACCEPT WRK-PESO(WRK-I)
           END-PERFORM.

       0100-SAIDA.
           EXIT.

      *    PERIODO FECHADO PELO FECHAPER NAO ACEITA AVALIACAO NEM
      *    RECUPERACAO; SO O SUPERVISOR REABRE. SEM O CONTROLE DE
      *    PERIODOS (NENHUM FECHAMENTO AINDA) TUDO ESTA ABERTO.
       0150-VERIFICA-PERIODO            SECTION.
           MOVE 'N' TO WRK-PER-FECHADO.
           OPEN INPUT PERLET.
           IF FS-PERLET NOT = 0
               GO TO 0150-SAIDA
           END-IF.
           MOVE WRK-PERIODO TO PERL-PERIODO.
           READ PERLET
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PERL-FECHADO
                   MOVE 'S' TO WRK-PER-FECHADO
                   DISPLAY "PERIODO " WRK-PERIODO " FECHADO EM "
                           PERL-DATA-FECHA " - ALTERACAO SO APOS "
                           "REABERTURA PELO SUPERVISOR"
               END-IF
           END-READ.
           CLOSE PERLET.

       0150-SAIDA.
           EXIT.

      *    SO MATERIA DO CADASTRO (MANTMAT), ATIVA, E SO O PROFESSOR
      *    DELA OU A COORDENACAO (PERFIL 'T') LANCA OU ALTERA NOTA.
       0160-VALIDA-MATERIA              SECTION.
           MOVE 'N' TO WRK-MATERIA-OK.
           OPEN INPUT MATERIAS.
           IF FS-MATERIAS NOT = 0
               DISPLAY "CADASTRO DE MATERIAS NAO FOI ABERTO, STATUS="
                       FS-MATERIAS " - CADASTRE PELO MANTMAT"
               GO TO 0160-SAIDA
           END-IF.
           IF WRK-MATERIA(7:9) NOT = SPACES
               DISPLAY "MATERIA NAO CADASTRADA - USE O CODIGO DO "
                       "MANTMAT"
               CLOSE MATERIAS
               GO TO 0160-SAIDA
           END-IF.
           MOVE WRK-MATERIA TO MATE-CODIGO.
           READ MATERIAS
             INVALID KEY
               DISPLAY "MATERIA NAO CADASTRADA - USE O CODIGO DO "
                       "MANTMAT"
             NOT INVALID KEY
               EVALUATE TRUE
                 WHEN MATE-INATIVA
                   DISPLAY "MATERIA DESATIVADA: " MATE-NOME
                 WHEN MATE-PROFESSOR NOT = WRK-OPERADOR
                         AND WRK-OPER-PERFIL NOT = 'T'
                   DISPLAY "SO O PROFESSOR DA MATERIA ("
                           MATE-PROFESSOR ") OU A COORDENACAO "
                           "LANCA NOTA"
                 WHEN OTHER
                   MOVE 'S' TO WRK-MATERIA-OK
                   DISPLAY "MATERIA: " MATE-NOME
               END-EVALUATE
           END-READ.
           CLOSE MATERIAS.

       0160-SAIDA.
           EXIT.

       0200-PROCESSAR                   SECTION.

           MOVE ZEROS TO WRK-SOMA-NOTAS WRK-SOMA-PESOS.


           EVALUATE TRUE
              WHEN WRK-MEDIA GREATER 10
              DISPLAY "ENTRE COM NOTAS CORRETAS "
              MOVE "INVALIDA" TO WRK-SITUACAO

              WHEN WRK-MEDIA GREATER 6
              DISPLAY "APROVADO "
              MOVE "APROVADO" TO WRK-SITUACAO

      *    POR FALTA NAO SE CURA COM PROVA.
       0400-RECUPERACAO                  SECTION.
           PERFORM 0100-INICIALIZAR-CHAVE.
           IF WRK-PER-FECHADO = 'S' OR WRK-MATERIA-OK NOT = 'S'
               GO TO 0400-SAIDA
           END-IF.
           OPEN I-O TURMA.
           IF FS-TURMA NOT = 0
               DISPLAY "ARQUIVO DA TURMA NAO FOI ABERTO, STATUS="
           MOVE WRK-NOTA-RECUP TO TURMA-NOTA-RECUP.
           MOVE WRK-MEDIA      TO TURMA-MEDIA.
           MOVE WRK-MEDIA      TO WRK-MEDIA2.
           IF WRK-MEDIA GREATER 6
               MOVE 'APROVADO (RECUP)' TO TURMA-SITUACAO
               DISPLAY "APROVADO PELA RECUPERACAO"
           ELSE
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-ALUNO-OK
                   DISPLAY "ALUNO: " ALUNO-NOME
                   IF ALUNO-BLOQUEADO
                       DISPLAY "*** ALUNO BLOQUEADO POR INADIMPLENCIA"
                               " - AVISE A SECRETARIA"
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE ALUNOS.
           MOVE SPACES TO WRK-ALUNO.
           MOVE WRK-MATRICULA TO WRK-ALUNO.
           DISPLAY "DIGITE O CODIGO DA MATERIA : ".
           ACCEPT WRK-MATERIA.
           PERFORM 0160-VALIDA-MATERIA.
           DISPLAY "DIGITE O PERIODO LETIVO (EX. 2026.1) : ".
           ACCEPT WRK-PERIODO.
           PERFORM 0150-VERIFICA-PERIODO.

       0300-FINALIZAR                    SECTION.

                  'ALUNOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALUNOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PERLET.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PERLETIVO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PERLET
           END-STRING.
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
