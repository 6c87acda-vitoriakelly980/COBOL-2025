      *          REGRAVA EM VEZ DE DUPLICAR, COMO O PROGRAM13 FAZ COM
      *          A REAVALIACAO. A REGRA DOS 75% DE PRESENCA E
      *          APLICADA NA AVALIACAO (PROGRAM13) E O QUADRO DA
      *          TURMA SAI PELO RELPRES. PERIODO FECHADO PELO
      *          FECHAPER NAO ACEITA CHAMADA. A MATERIA E O CODIGO
      *          DO CADASTRO DE MATERIAS (MANTMAT) E PRECISA ESTAR
      *          ATIVA. A CHAMADA E DA TURMA (TURNO + LETRA, VIDE
      *          MANTSEC) E SO ACEITA ALUNO MATRICULADO NELA - QUEM
      *          ESTA NA FILA DE ESPERA OU DESISTIU E RECUSADO.
      *AUTHOR  : VITORIA KELLY
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

           SELECT SECAO ASSIGN TO WRK-ARQ-SECAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-SECAO
               RECORD KEY      IS SEC-CHAVE.

           SELECT INSCRICAO ASSIGN TO WRK-ARQ-INSCRICAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-INSCRICAO
               RECORD KEY      IS INSC-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
       FD  ALUNOS.
       COPY ALUNREG.

       FD  PERLET.
       COPY PERLREG.

       FD  MATERIAS.
       COPY MATEREG.

       FD  SECAO.
       COPY SECAREG.

       FD  INSCRICAO.
       COPY INSCREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PRESENCA             PIC X(80) VALUE SPACES.
       77  WRK-MATRICULA                PIC 9(06) VALUE ZEROS.
       77  WRK-PRESENTE                 PIC X(01) VALUE 'S'.
       77  WRK-QT-LANCADOS              PIC 9(03) VALUE ZEROS.
       77  WRK-ARQ-PERLET               PIC X(80) VALUE SPACES.
       77  FS-PERLET                    PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-MATERIAS             PIC X(80) VALUE SPACES.
       77  FS-MATERIAS                  PIC 9(02) VALUE ZEROS.
       77  WRK-MATERIA-OK               PIC X(01) VALUE 'N'.
       77  WRK-ARQ-SECAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-INSCRICAO            PIC X(80) VALUE SPACES.
       77  FS-SECAO                     PIC 9(02) VALUE ZEROS.
       77  FS-INSCRICAO                 PIC 9(02) VALUE ZEROS.
       77  WRK-TURNO                    PIC X(01) VALUE SPACES.
       77  WRK-LETRA                    PIC X(01) VALUE SPACES.
       COPY DATAWS.

       PROCEDURE DIVISION.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           OPEN INPUT MATERIAS.
           IF FS-MATERIAS NOT = 0
               DISPLAY "CADASTRO DE MATERIAS NAO FOI ABERTO, STATUS="
                       FS-MATERIAS " - CADASTRE PELO MANTMAT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-MATERIA-OK = 'S'
               DISPLAY "CODIGO DA MATERIA : "
               MOVE SPACES TO WRK-MATERIA
               ACCEPT WRK-MATERIA
               PERFORM 0160-VALIDA-MATERIA
           END-PERFORM.
           CLOSE MATERIAS.
           DISPLAY "PERIODO LETIVO (EX. 2026.1) : ".
           ACCEPT WRK-PERIODO.
           PERFORM 0150-VERIFICA-PERIODO.
           PERFORM 0170-VALIDA-SECAO.
           DISPLAY "DATA DA AULA (AAAAMMDD) : ".
           ACCEPT WRK-DATA-RAW.
           PERFORM 9060-DATA-SPLIT.
           IF FS-ALUNOS NOT = 0
               DISPLAY "CADASTRO DE ALUNOS NAO FOI ABERTO, STATUS="
                       FS-ALUNOS " - CADASTRE PELO MANTALU"
               CLOSE PRESENCA INSCRICAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

      *    A CHAMADA DE PERIODO FECHADO PELO FECHAPER MUDARIA A REGRA
      *    DOS 75% DEPOIS DA SITUACAO FINAL: SO APOS A REABERTURA.
       0150-VERIFICA-PERIODO         SECTION.
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
                   DISPLAY "PERIODO " WRK-PERIODO " FECHADO EM "
                           PERL-DATA-FECHA " - CHAMADA SO APOS "
                           "REABERTURA PELO SUPERVISOR"
                   CLOSE PERLET
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-READ.
           CLOSE PERLET.

       0150-SAIDA.
           EXIT.

      *    SO MATERIA DO CADASTRO (MANTMAT) E ATIVA RECEBE CHAMADA.
       0160-VALIDA-MATERIA           SECTION.
           IF WRK-MATERIA(7:9) NOT = SPACES
               DISPLAY "MATERIA NAO CADASTRADA - USE O CODIGO DO "
                       "MANTMAT"
               GO TO 0160-SAIDA
           END-IF.
           MOVE WRK-MATERIA TO MATE-CODIGO.
           READ MATERIAS
             INVALID KEY
               DISPLAY "MATERIA NAO CADASTRADA - USE O CODIGO DO "
                       "MANTMAT"
             NOT INVALID KEY
               IF MATE-INATIVA
                   DISPLAY "MATERIA DESATIVADA: " MATE-NOME
               ELSE
                   MOVE 'S' TO WRK-MATERIA-OK
                   DISPLAY "MATERIA: " MATE-NOME
               END-IF
           END-READ.

       0160-SAIDA.
           EXIT.

      *    A TURMA PRECISA ESTAR NO CADASTRO DO MANTSEC; AS INSCRICOES
      *    FICAM ABERTAS PARA CONFERIR CADA ALUNO DA CHAMADA.
       0170-VALIDA-SECAO             SECTION.
           OPEN INPUT SECAO.
           IF FS-SECAO NOT = 0
               DISPLAY "CADASTRO DE TURMAS NAO FOI ABERTO, STATUS="
                       FS-SECAO " - CADASTRE PELO MANTSEC"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'N' TO WRK-MATERIA-OK.
           PERFORM UNTIL WRK-MATERIA-OK = 'S'
               DISPLAY "TURNO (M/T/N) : "
               MOVE SPACE TO WRK-TURNO
               ACCEPT WRK-TURNO
               DISPLAY "LETRA DA TURMA (BRANCO = A) : "
               MOVE SPACE TO WRK-LETRA
               ACCEPT WRK-LETRA
               IF WRK-LETRA = SPACE
                   MOVE 'A' TO WRK-LETRA
               END-IF
               MOVE WRK-MATERIA TO SEC-MATERIA
               MOVE WRK-PERIODO TO SEC-PERIODO
               MOVE WRK-TURNO   TO SEC-TURNO
               MOVE WRK-LETRA   TO SEC-LETRA
               READ SECAO
                 INVALID KEY
                   DISPLAY "TURMA NAO CADASTRADA NO PERIODO - USE O "
                           "MANTSEC"
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-MATERIA-OK
                   DISPLAY "TURMA " SEC-TURNO SEC-LETRA " SALA "
                           SEC-SALA " - " SEC-QT-MATRICULADOS
                           " MATRICULADOS"
               END-READ
           END-PERFORM.
           CLOSE SECAO.
           OPEN INPUT INSCRICAO.
           IF FS-INSCRICAO NOT = 0
               DISPLAY "INSCRICOES NAO FORAM ABERTAS, STATUS="
                       FS-INSCRICAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               GO TO 0200-LACO
           END-READ.
           DISPLAY "ALUNO: " ALUNO-NOME.
           MOVE WRK-MATERIA   TO INSC-MATERIA.
           MOVE WRK-PERIODO   TO INSC-PERIODO.
           MOVE WRK-TURNO     TO INSC-TURNO.
           MOVE WRK-LETRA     TO INSC-LETRA.
           MOVE WRK-MATRICULA TO INSC-MATRICULA.
           READ INSCRICAO
             INVALID KEY
               MOVE SPACE TO INSC-SITUACAO
           END-READ.
           IF NOT INSC-MATRICULADO
               DISPLAY "ALUNO NAO MATRICULADO NESTA TURMA - CHAMADA "
                       "RECUSADA"
               GO TO 0200-LACO
           END-IF.
           DISPLAY "PRESENTE (S/N) ? ".
           ACCEPT WRK-PRESENTE.
           MOVE SPACES TO WRK-ALUNO.
       0300-FINALIZAR                SECTION.
           CLOSE PRESENCA.
           CLOSE ALUNOS.
           CLOSE INSCRICAO.
           DISPLAY "PRESENCAS LANCADAS NA AULA: " WRK-QT-LANCADOS.

       9790-ROTINAS-CONFIG           SECTION.
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
           MOVE SPACES TO WRK-ARQ-SECAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'SECAO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-SECAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-INSCRICAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INSCRICAO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-INSCRICAO
           END-STRING.

       COPY CFGLER.

