      *          PRESREG.cpy), AS PRESENCAS E O PERCENTUAL, MARCANDO
      *          QUEM ESTA ABAIXO DOS 75% DO REGULAMENTO - ANTES DE A
      *          AVALIACAO DO PROGRAM13 REPROVAR POR FALTA. SAI NA
      *          TELA E EM RELPRES.RPT.TXT. A CARGA HORARIA DA
      *          MATERIA NO CADASTRO (MANTMAT) DA AS AULAS PREVISTAS
      *          DO PERIODO E O LIMITE DE FALTAS (25% DELAS): O ALUNO
      *          QUE JA FALTOU MAIS QUE O LIMITE E MARCADO, MESMO COM
      *          O PERCENTUAL DAS AULAS DADAS AINDA ACIMA DE 75%.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS     IS FS-PRESENCA
               RECORD KEY      IS PRESENCA-CHAVE.

           SELECT MATERIAS ASSIGN TO WRK-ARQ-MATERIAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MATERIAS
               RECORD KEY      IS MATE-CODIGO.

           SELECT PRESREL ASSIGN TO WRK-ARQ-PRESREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PRESREL.
       FD  PRESENCA.
       COPY PRESREG.

       FD  MATERIAS.
       COPY MATEREG.

       FD  PRESREL.
       01  PRESREL-REG                  PIC X(90).

       77  WRK-ARQ-PRESREL              PIC X(80) VALUE SPACES.
       77  FS-PRESENCA                  PIC 9(02) VALUE ZEROS.
       77  FS-PRESREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-MATERIAS             PIC X(80) VALUE SPACES.
       77  FS-MATERIAS                  PIC 9(02) VALUE ZEROS.
       77  WRK-AULAS-PREV               PIC 9(04) VALUE ZEROS.
       77  WRK-LIMITE-FALTAS            PIC 9(04) VALUE ZEROS.
       77  WRK-FALTAS                   PIC 9(03) VALUE ZEROS.
       77  WRK-MAIOR-AULAS              PIC 9(03) VALUE ZEROS.
       77  WRK-QT-ESTOURO               PIC 9(03) VALUE ZEROS.
       77  WRK-MATERIA                  PIC X(15) VALUE SPACES.
       77  WRK-PERIODO                  PIC X(06) VALUE SPACES.
       77  WRK-QT-ALUNOS                PIC 9(03) VALUE ZEROS.
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           PERFORM 0150-AULAS-PREVISTAS.

      *    AULAS PREVISTAS = CARGA HORARIA EM MINUTOS / DURACAO DA
      *    AULA; O LIMITE DE FALTAS E O QUE SOBRA DOS 75%. MATERIA
      *    FORA DO CADASTRO SAI SO COM O PERCENTUAL DAS AULAS DADAS.
       0150-AULAS-PREVISTAS          SECTION.
           MOVE ZEROS TO WRK-AULAS-PREV WRK-LIMITE-FALTAS.
           MOVE SPACES TO WRK-LINHA.
           OPEN INPUT MATERIAS.
           IF FS-MATERIAS NOT = 0
               MOVE 'CADASTRO DE MATERIAS AUSENTE - SEM AULAS PREVISTAS'
                 TO WRK-LINHA
               PERFORM 0500-GRAVA-LINHA
               GO TO 0150-SAIDA
           END-IF.
           MOVE WRK-MATERIA TO MATE-CODIGO.
           READ MATERIAS
             INVALID KEY
               MOVE 'MATERIA NAO CADASTRADA - SEM AULAS PREVISTAS'
                 TO WRK-LINHA
           END-READ.
           CLOSE MATERIAS.
           IF WRK-LINHA NOT = SPACES
               PERFORM 0500-GRAVA-LINHA
               GO TO 0150-SAIDA
           END-IF.
           IF MATE-MIN-AULA = ZEROS
               MOVE 50 TO MATE-MIN-AULA
           END-IF.
           COMPUTE WRK-AULAS-PREV =
                   MATE-CARGA-HORARIA * 60 / MATE-MIN-AULA.
           COMPUTE WRK-LIMITE-FALTAS = WRK-AULAS-PREV * 25 / 100.
           STRING MATE-NOME           DELIMITED BY SIZE
                  ' CARGA '           DELIMITED BY SIZE
                  MATE-CARGA-HORARIA  DELIMITED BY SIZE
                  'H AULAS PREVISTAS ' DELIMITED BY SIZE
                  WRK-AULAS-PREV      DELIMITED BY SIZE
                  ' LIMITE DE FALTAS ' DELIMITED BY SIZE
                  WRK-LIMITE-FALTAS   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.

       0150-SAIDA.
           EXIT.

       0200-ACUMULA                  SECTION.
           MOVE LOW-VALUES TO PRESENCA-CHAVE.
                   ADD 1 TO WRK-QT-ABAIXO
                   MOVE '** ABAIXO DE 75% **' TO WRK-LINHA(60:20)
               END-IF
               IF WRK-ALU-AULAS(WRK-T) > WRK-MAIOR-AULAS
                   MOVE WRK-ALU-AULAS(WRK-T) TO WRK-MAIOR-AULAS
               END-IF
               COMPUTE WRK-FALTAS = WRK-ALU-AULAS(WRK-T)
                                  - WRK-ALU-PRESENTES(WRK-T)
               IF WRK-AULAS-PREV > 0
                       AND WRK-FALTAS > WRK-LIMITE-FALTAS
                   ADD 1 TO WRK-QT-ESTOURO
                   MOVE '** FALTAS > LIMITE **' TO WRK-LINHA(60:21)
               END-IF
               PERFORM 0500-GRAVA-LINHA
           END-PERFORM.
           IF WRK-AULAS-PREV > 0
               MOVE SPACES TO WRK-LINHA
               STRING 'AULAS DADAS '       DELIMITED BY SIZE
                      WRK-MAIOR-AULAS      DELIMITED BY SIZE
                      ' DE '               DELIMITED BY SIZE
                      WRK-AULAS-PREV       DELIMITED BY SIZE
                      ' PREVISTAS - ACIMA DO LIMITE DE FALTAS '
                                           DELIMITED BY SIZE
                      WRK-QT-ESTOURO       DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0500-GRAVA-LINHA
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ALUNOS NA TURMA '  DELIMITED BY SIZE
                  WRK-QT-ALUNOS       DELIMITED BY SIZE
                  'RELPRES.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRESREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MATERIAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MATERIAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MATERIAS
           END-STRING.

       COPY CFGLER.
