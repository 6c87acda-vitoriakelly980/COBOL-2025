       IDENTIFICATION DIVISION.
       PROGRAM-ID. FECHAPER.
      ******************************************************************
      *OBJETIVO: FECHAMENTO DO PERIODO LETIVO. ATE AQUI AS AVALIACOES
      *          DO TURMA.IDX.TXT FICAVAM ABERTAS PARA SEMPRE E A
      *          PROMOCAO ERA DECIDIDA A MAO.
      *          COM 'PER XXXXXX' NA LINHA DE COMANDO (E, OPCIONAL, NA
      *          POSICAO 12, 'PROX XXXXXX' - PADRAO: AAAA.1 FECHA PARA
      *          AAAA.2 E AAAA.2 PARA O AAAA+1.1), FECHA O PERIODO:
      *            - CONFIRMA A SITUACAO FINAL DE CADA AVALIACAO DO
      *              PERIODO: PRESENCA ABAIXO DE 75% NA CHAMADA
      *              (PRESENCA.IDX.TXT) REPROVA POR FALTA; SENAO MEDIA
      *              FINAL (JA COM A RECUPERACAO) ACIMA DE 6 APROVA -
      *              'APROVADO (RECUP)' QUANDO HOUVE RECUPERACAO - E O
      *              RESTO E REPROVADO. SITUACAO DIFERENTE DA GRAVADA E
      *              CORRIGIDA NO REGISTRO E LISTADA;
      *            - ALUNO ATIVO APROVADO EM TODAS AS MATERIAS DO
      *              PERIODO E MATRICULADO NO PERIODO SEGUINTE
      *              (MATRIPER.DAT.TXT, VIDE MATRREG.cpy);
      *            - LISTA DOS RETIDOS POR MATERIA (ORDENADA PELA
      *              MATERIA) NO RELATORIO FECHAPER.RPT.TXT;
      *            - GRAVA O PERIODO COMO FECHADO NO CONTROLE
      *              (PERLETIVO.DAT.TXT, VIDE PERLREG.cpy): O PROGRAM13
      *              E A CHAMADA PASSAM A RECUSAR LANCAMENTO NELE.
      *          PERIODO JA FECHADO E RECUSADO (RC 8).
      *          SEM PARAMETRO, TELA DO SUPERVISOR (PERFIL 'T',
      *          CONFERIDO COM SENHA COMO NO CONCBCO) PARA REABRIR UM
      *          PERIODO FECHADO, COM MOTIVO. FECHAMENTO E REABERTURA
      *          FICAM REGISTRADOS EM PERLETIVO.LOG.TXT.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT TURMA ASSIGN TO WRK-ARQ-TURMA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-TURMA
               RECORD KEY      IS TURMA-CHAVE.

           SELECT PRESENCA ASSIGN TO WRK-ARQ-PRESENCA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRESENCA
               RECORD KEY      IS PRESENCA-CHAVE.

           SELECT ALUNOS ASSIGN TO WRK-ARQ-ALUNOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ALUNOS
               RECORD KEY      IS ALUNO-MATRICULA.

           SELECT PERLET ASSIGN TO WRK-ARQ-PERLET
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PERLET
               RECORD KEY      IS PERL-PERIODO.

           SELECT MATRIPER ASSIGN TO WRK-ARQ-MATRIPER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MATRIPER
               RECORD KEY      IS MATR-CHAVE.

           SELECT PERLOG ASSIGN TO WRK-ARQ-PERLOG
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PERLOG.

           SELECT RELAT ASSIGN TO WRK-ARQ-RELAT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RELAT.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-OPERADOR
               RECORD KEY      IS OPER-ID.

           SELECT ORDRET ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  TURMA.
       COPY TURMAREG.

       FD  PRESENCA.
       COPY PRESREG.

       FD  ALUNOS.
       COPY ALUNREG.

       FD  PERLET.
       COPY PERLREG.

       FD  MATRIPER.
       COPY MATRREG.

      *    FECHAMENTO ('F', OPERADOR 'BATCH') E REABERTURA ('R', PELO
      *    SUPERVISOR): QUEM, QUANDO, QUAL PERIODO E POR QUE.
       FD  PERLOG.
       01  PLOG-REG.
           05 PLOG-DATA                 PIC 9(08).
           05 PLOG-HORA                 PIC 9(06).
           05 PLOG-OPERADOR             PIC X(08).
           05 PLOG-PERIODO              PIC X(06).
           05 PLOG-ACAO                 PIC X(01).
           05 PLOG-MOTIVO               PIC X(30).

       FD  RELAT.
       01  RELAT-REG                    PIC X(100).

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

      *    RETIDO NUMA MATERIA DO PERIODO, PARA A LISTA POR MATERIA.
       SD  ORDRET.
       01  ORDRET-REG.
           05 ORDR-MATERIA              PIC X(15).
           05 ORDR-ALUNO                PIC X(30).
           05 ORDR-SITUACAO             PIC X(20).
           05 ORDR-MEDIA                PIC 9(04)V99.
           05 ORDR-AULAS                PIC 9(03).
           05 ORDR-PRESENTES            PIC 9(03).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-TURMA                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRESENCA             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ALUNOS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PERLET               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MATRIPER             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PERLOG               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RELAT                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-OPERADOR             PIC X(80) VALUE SPACES.
       77  FS-TURMA                     PIC 9(02) VALUE ZEROS.
       77  FS-PRESENCA                  PIC 9(02) VALUE ZEROS.
       77  FS-ALUNOS                    PIC 9(02) VALUE ZEROS.
       77  FS-PERLET                    PIC 9(02) VALUE ZEROS.
       77  FS-MATRIPER                  PIC 9(02) VALUE ZEROS.
       77  FS-PERLOG                    PIC 9(02) VALUE ZEROS.
       77  FS-RELAT                     PIC 9(02) VALUE ZEROS.
       77  FS-OPERADOR                  PIC 9(02) VALUE ZEROS.
       77  FS-ORDRET                    PIC 9(02) VALUE ZEROS.
       77  WRK-PRESENCA-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-PERL-EXISTE              PIC X(01) VALUE 'N'.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-PROXIMO                  PIC X(06) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-AGORA                    PIC 9(08) VALUE ZEROS.
       77  WRK-PROX-ANO                 PIC 9(04) VALUE ZEROS.
       77  WRK-SUPERVISOR               PIC X(08) VALUE SPACES.
       77  WRK-SENHA-INF                PIC X(08) VALUE SPACES.
       77  WRK-LOGIN-OK                 PIC X(01) VALUE 'N'.
           88 LOGIN-OK                  VALUE 'S'.
       77  WRK-MOTIVO                   PIC X(30) VALUE SPACES.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-SITUACAO                 PIC X(20) VALUE SPACES.
       77  WRK-QT-AULAS                 PIC 9(03) VALUE ZEROS.
       77  WRK-QT-PRESENTES             PIC 9(03) VALUE ZEROS.
       77  WRK-PCT-PRESENCA             PIC 9(03)V99 VALUE ZEROS.
      *    ALUNO EM APURACAO.
       77  WRK-ALU-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-ALU-CHAVE                PIC X(30) VALUE SPACES.
       77  WRK-ALU-MATERIAS             PIC 9(02) VALUE ZEROS.
       77  WRK-ALU-RETIDAS              PIC 9(02) VALUE ZEROS.
      *    QUEBRA DA LISTA DE RETIDOS.
       77  WRK-GRUPO-ABERTO             PIC X(01) VALUE 'N'.
       77  WRK-MATERIA-ATUAL            PIC X(15) VALUE SPACES.
       77  WRK-QT-MATERIA               PIC 9(05) VALUE ZEROS.
      *    TOTAIS DO PROCESSAMENTO.
       77  WRK-QT-AVALIACOES            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CORRIGIDAS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ALUNOS                PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PROMOVIDOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-JA-MATRICULADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DESFEITAS             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-NAO-PROMOVIDOS        PIC 9(05) VALUE ZEROS.
       77  WRK-QT-RETIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-MEDIA-ED                 PIC Z9,99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       01  WRK-PERIODO                  PIC X(06) VALUE SPACES.
       01  WRK-PERIODO-R REDEFINES WRK-PERIODO.
           05 WRK-PER-ANO               PIC X(04).
           05 WRK-PER-PONTO             PIC X(01).
           05 WRK-PER-SEMESTRE          PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           IF WRK-PARAMETRO(1:4) = 'PER '
               PERFORM 0100-INICIALIZAR
               SORT ORDRET ON ASCENDING KEY ORDR-MATERIA
                              ASCENDING KEY ORDR-ALUNO
                   INPUT PROCEDURE IS 0200-APURA-PERIODO
                   OUTPUT PROCEDURE IS 0500-LISTA-RETIDOS
               PERFORM 0700-FINALIZAR
           ELSE
               PERFORM 0900-REABERTURA
           END-IF.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           MOVE WRK-PARAMETRO(5:6) TO WRK-PERIODO.
           IF WRK-PERIODO = SPACES
               DISPLAY "INFORME O PERIODO: PER XXXXXX"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WRK-PARAMETRO(12:5) = 'PROX '
                   AND WRK-PARAMETRO(17:6) NOT = SPACES
               MOVE WRK-PARAMETRO(17:6) TO WRK-PROXIMO
           ELSE
               PERFORM 0150-PROXIMO-PERIODO
           END-IF.
           IF WRK-PROXIMO = SPACES OR WRK-PROXIMO = WRK-PERIODO
               DISPLAY "PERIODO SEGUINTE A " WRK-PERIODO
                       " NAO DEDUZIDO - INFORME PROX XXXXXX"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PERLET.
           IF FS-PERLET = 35
               OPEN OUTPUT PERLET
               CLOSE PERLET
               OPEN I-O PERLET
           END-IF.
           IF FS-PERLET NOT = 0
               DISPLAY "CONTROLE DE PERIODOS NAO FOI ABERTO, STATUS="
                       FS-PERLET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-PERIODO TO PERL-PERIODO.
           READ PERLET
             INVALID KEY
               MOVE 'N' TO WRK-PERL-EXISTE
             NOT INVALID KEY
               MOVE 'S' TO WRK-PERL-EXISTE
           END-READ.
           IF WRK-PERL-EXISTE = 'S' AND PERL-FECHADO
               DISPLAY "PERIODO " WRK-PERIODO " JA FECHADO EM "
                       PERL-DATA-FECHA " - REABERTURA SO PELO "
                       "SUPERVISOR"
               CLOSE PERLET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O TURMA.
           IF FS-TURMA NOT = 0
               DISPLAY "ARQUIVO DE TURMAS NAO FOI ABERTO, STATUS="
                       FS-TURMA
               CLOSE PERLET
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT = 0
               DISPLAY "CADASTRO DE ALUNOS NAO FOI ABERTO, STATUS="
                       FS-ALUNOS
               CLOSE PERLET TURMA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O MATRIPER.
           IF FS-MATRIPER = 35
               OPEN OUTPUT MATRIPER
               CLOSE MATRIPER
               OPEN I-O MATRIPER
           END-IF.
           IF FS-MATRIPER NOT = 0
               DISPLAY "MATRICULAS DO PERIODO NAO FORAM ABERTAS, "
                       "STATUS=" FS-MATRIPER
               CLOSE PERLET TURMA ALUNOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM A CHAMADA, FICA A SITUACAO DE FALTA JA GRAVADA.
           OPEN INPUT PRESENCA.
           IF FS-PRESENCA = 0
               MOVE 'S' TO WRK-PRESENCA-ABERTO
           ELSE
               DISPLAY "CHAMADA NAO FOI ABERTA - REGRA DOS 75% NAO "
                       "REAPLICADA"
           END-IF.
           OPEN OUTPUT RELAT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FECHAMENTO DO PERIODO LETIVO ' DELIMITED BY SIZE
                  WRK-PERIODO                     DELIMITED BY SIZE
                  ' EM '                          DELIMITED BY SIZE
                  WRK-HOJE                        DELIMITED BY SIZE
                  ' - MATRICULAS PARA '           DELIMITED BY SIZE
                  WRK-PROXIMO                     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

      *    FORMATO AAAA.S DO PROGRAM13; OUTRO FORMATO EXIGE O PROX.
       0150-PROXIMO-PERIODO          SECTION.
           MOVE SPACES TO WRK-PROXIMO.
           IF WRK-PER-ANO NOT NUMERIC OR WRK-PER-PONTO NOT = '.'
               GO TO 0150-SAIDA
           END-IF.
           EVALUATE WRK-PER-SEMESTRE
             WHEN '1'
               STRING WRK-PER-ANO DELIMITED BY SIZE
                      '.2'        DELIMITED BY SIZE
                 INTO WRK-PROXIMO
               END-STRING
             WHEN '2'
               MOVE WRK-PER-ANO TO WRK-PROX-ANO
               ADD 1 TO WRK-PROX-ANO
               STRING WRK-PROX-ANO DELIMITED BY SIZE
                      '.1'         DELIMITED BY SIZE
                 INTO WRK-PROXIMO
               END-STRING
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

       0150-SAIDA.
           EXIT.

      *    O TURMA E LIDO INTEIRO NA ORDEM DA CHAVE (ALUNO + MATERIA +
      *    PERIODO): AS AVALIACOES DO PERIODO DE UM MESMO ALUNO VEM
      *    SEGUIDAS, ENTAO A TROCA DE ALUNO FECHA A PROMOCAO DELE.
       0200-APURA-PERIODO            SECTION.
           MOVE 'SITUACOES CORRIGIDAS NO FECHAMENTO' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE LOW-VALUES TO TURMA-CHAVE.
           START TURMA KEY IS NOT LESS TURMA-CHAVE
             INVALID KEY
               MOVE 23 TO FS-TURMA
             NOT INVALID KEY
               READ TURMA NEXT RECORD
           END-START.
           PERFORM UNTIL FS-TURMA NOT = 0
               IF TURMA-PERIODO = WRK-PERIODO
                   IF WRK-ALU-ABERTO = 'S'
                           AND TURMA-ALUNO NOT = WRK-ALU-CHAVE
                       PERFORM 0400-FECHA-ALUNO
                   END-IF
                   IF WRK-ALU-ABERTO NOT = 'S'
                       MOVE 'S'         TO WRK-ALU-ABERTO
                       MOVE TURMA-ALUNO TO WRK-ALU-CHAVE
                       MOVE ZEROS TO WRK-ALU-MATERIAS WRK-ALU-RETIDAS
                   END-IF
                   PERFORM 0300-CONFIRMA-SITUACAO
               END-IF
               READ TURMA NEXT RECORD
           END-PERFORM.
           IF WRK-ALU-ABERTO = 'S'
               PERFORM 0400-FECHA-ALUNO
           END-IF.
           MOVE 0 TO FS-TURMA.

       0300-CONFIRMA-SITUACAO        SECTION.
           ADD 1 TO WRK-QT-AVALIACOES.
           ADD 1 TO WRK-ALU-MATERIAS.
           MOVE ZEROS TO WRK-QT-AULAS WRK-QT-PRESENTES.
           IF WRK-PRESENCA-ABERTO = 'S'
               PERFORM 0310-CONTA-PRESENCA
           END-IF.
           MOVE ZEROS TO WRK-PCT-PRESENCA.
           IF WRK-QT-AULAS > 0
               COMPUTE WRK-PCT-PRESENCA ROUNDED =
                       WRK-QT-PRESENTES * 100 / WRK-QT-AULAS
           END-IF.
           EVALUATE TRUE
             WHEN WRK-QT-AULAS > 0 AND WRK-PCT-PRESENCA < 75
               MOVE 'REPROVADO POR FALTA' TO WRK-SITUACAO
             WHEN WRK-QT-AULAS = 0
                     AND TURMA-SITUACAO = 'REPROVADO POR FALTA'
               MOVE TURMA-SITUACAO TO WRK-SITUACAO
             WHEN TURMA-MEDIA > 6
               IF TURMA-MEDIA-ORIG IS NUMERIC
                       AND TURMA-MEDIA-ORIG > ZEROS
                   MOVE 'APROVADO (RECUP)' TO WRK-SITUACAO
               ELSE
                   MOVE 'APROVADO' TO WRK-SITUACAO
               END-IF
             WHEN OTHER
               MOVE 'REPROVADO' TO WRK-SITUACAO
           END-EVALUATE.
           IF WRK-SITUACAO NOT = TURMA-SITUACAO
               MOVE SPACES TO WRK-LINHA
               STRING TURMA-ALUNO(1:6) DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      TURMA-MATERIA    DELIMITED BY SIZE
                      ' DE '           DELIMITED BY SIZE
                      TURMA-SITUACAO   DELIMITED BY SIZE
                      ' PARA '         DELIMITED BY SIZE
                      WRK-SITUACAO     DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
               MOVE WRK-SITUACAO TO TURMA-SITUACAO
               REWRITE TURMA-REG
                 INVALID KEY
                   DISPLAY "AVALIACAO NAO REGRAVADA: " TURMA-ALUNO(1:6)
                           " " TURMA-MATERIA
                   MOVE 4 TO RETURN-CODE
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-CORRIGIDAS
               END-REWRITE
           END-IF.
           IF TURMA-SITUACAO(1:8) NOT = 'APROVADO'
               ADD 1 TO WRK-ALU-RETIDAS
               ADD 1 TO WRK-QT-RETIDOS
               MOVE TURMA-MATERIA    TO ORDR-MATERIA
               MOVE TURMA-ALUNO      TO ORDR-ALUNO
               MOVE TURMA-SITUACAO   TO ORDR-SITUACAO
               MOVE TURMA-MEDIA      TO ORDR-MEDIA
               MOVE WRK-QT-AULAS     TO ORDR-AULAS
               MOVE WRK-QT-PRESENTES TO ORDR-PRESENTES
               RELEASE ORDRET-REG
           END-IF.

      *    A MESMA CONTAGEM DO 0230-APLICA-FALTAS DO PROGRAM13.
       0310-CONTA-PRESENCA           SECTION.
           MOVE LOW-VALUES    TO PRESENCA-CHAVE.
           MOVE TURMA-ALUNO   TO PRESENCA-ALUNO.
           MOVE TURMA-MATERIA TO PRESENCA-MATERIA.
           MOVE TURMA-PERIODO TO PRESENCA-PERIODO.
           START PRESENCA KEY IS NOT LESS PRESENCA-CHAVE
             INVALID KEY
               MOVE 23 TO FS-PRESENCA
             NOT INVALID KEY
               READ PRESENCA NEXT RECORD
           END-START.
           PERFORM UNTIL FS-PRESENCA NOT = 0
                         OR PRESENCA-ALUNO NOT = TURMA-ALUNO
                         OR PRESENCA-MATERIA NOT = TURMA-MATERIA
                         OR PRESENCA-PERIODO NOT = TURMA-PERIODO
               ADD 1 TO WRK-QT-AULAS
               IF PRESENCA-PRESENTE
                   ADD 1 TO WRK-QT-PRESENTES
               END-IF
               READ PRESENCA NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-PRESENCA.

      *    APROVADO EM TODAS AS MATERIAS E ATIVO: MATRICULA NO PERIODO
      *    SEGUINTE. MATRICULA DE PROMOCAO DE UM FECHAMENTO ANTERIOR
      *    DESTE PERIODO (REABERTO) DE QUEM NAO PASSOU MAIS E DESFEITA;
      *    MATRICULA FEITA A MAO NUNCA E TOCADA.
       0400-FECHA-ALUNO              SECTION.
           MOVE 'N' TO WRK-ALU-ABERTO.
           ADD 1 TO WRK-QT-ALUNOS.
           IF WRK-ALU-CHAVE(1:6) NOT NUMERIC
               ADD 1 TO WRK-QT-NAO-PROMOVIDOS
               GO TO 0400-SAIDA
           END-IF.
           MOVE WRK-PROXIMO         TO MATR-PERIODO.
           MOVE WRK-ALU-CHAVE(1:6)  TO MATR-MATRICULA.
           MOVE WRK-ALU-CHAVE(1:6)  TO ALUNO-MATRICULA.
           READ ALUNOS
             INVALID KEY
               MOVE 'I' TO ALUNO-SITUACAO
           END-READ.
           IF WRK-ALU-RETIDAS > ZEROS OR NOT ALUNO-ATIVO
               ADD 1 TO WRK-QT-NAO-PROMOVIDOS
               READ MATRIPER
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF MATR-PROMOVIDO
                           AND MATR-PERIODO-ANT = WRK-PERIODO
                       DELETE MATRIPER RECORD
                         INVALID KEY
                           CONTINUE
                         NOT INVALID KEY
                           ADD 1 TO WRK-QT-DESFEITAS
                       END-DELETE
                   END-IF
               END-READ
               GO TO 0400-SAIDA
           END-IF.
           MOVE 'P'         TO MATR-ORIGEM.
           MOVE WRK-PERIODO TO MATR-PERIODO-ANT.
           MOVE WRK-HOJE    TO MATR-DATA.
           WRITE MATR-REG
             INVALID KEY
               ADD 1 TO WRK-QT-JA-MATRICULADOS
             NOT INVALID KEY
               ADD 1 TO WRK-QT-PROMOVIDOS
           END-WRITE.

       0400-SAIDA.
           EXIT.

       0500-LISTA-RETIDOS            SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'RETIDOS POR MATERIA' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'N' TO WRK-GRUPO-ABERTO.
           RETURN ORDRET
             AT END
               MOVE 10 TO FS-ORDRET
             NOT AT END
               MOVE 0 TO FS-ORDRET
           END-RETURN.
           PERFORM UNTIL FS-ORDRET NOT = 0
               IF WRK-GRUPO-ABERTO = 'S'
                       AND ORDR-MATERIA NOT = WRK-MATERIA-ATUAL
                   PERFORM 0550-FECHA-MATERIA
               END-IF
               IF WRK-GRUPO-ABERTO NOT = 'S'
                   MOVE 'S'          TO WRK-GRUPO-ABERTO
                   MOVE ORDR-MATERIA TO WRK-MATERIA-ATUAL
                   MOVE ZEROS        TO WRK-QT-MATERIA
                   MOVE SPACES TO WRK-LINHA
                   STRING 'MATERIA: '  DELIMITED BY SIZE
                          ORDR-MATERIA DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0800-GRAVA-LINHA
               END-IF
               ADD 1 TO WRK-QT-MATERIA
               MOVE ORDR-ALUNO(1:6) TO ALUNO-MATRICULA
               READ ALUNOS
                 INVALID KEY
                   MOVE '(MATRICULA NAO CADASTRADA)' TO ALUNO-NOME
               END-READ
               MOVE ORDR-MEDIA TO WRK-MEDIA-ED
               MOVE SPACES TO WRK-LINHA
               STRING '  '            DELIMITED BY SIZE
                      ORDR-ALUNO(1:6) DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      ALUNO-NOME      DELIMITED BY SIZE
                      ' MEDIA '       DELIMITED BY SIZE
                      WRK-MEDIA-ED    DELIMITED BY SIZE
                      ' PRESENCA '    DELIMITED BY SIZE
                      ORDR-PRESENTES  DELIMITED BY SIZE
                      '/'             DELIMITED BY SIZE
                      ORDR-AULAS      DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      ORDR-SITUACAO   DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
               RETURN ORDRET
                 AT END
                   MOVE 10 TO FS-ORDRET
                 NOT AT END
                   MOVE 0 TO FS-ORDRET
               END-RETURN
           END-PERFORM.
           IF WRK-GRUPO-ABERTO = 'S'
               PERFORM 0550-FECHA-MATERIA
           ELSE
               MOVE '  NENHUM ALUNO RETIDO NO PERIODO' TO WRK-LINHA
               PERFORM 0800-GRAVA-LINHA
           END-IF.

       0550-FECHA-MATERIA            SECTION.
           MOVE 'N' TO WRK-GRUPO-ABERTO.
           MOVE SPACES TO WRK-LINHA.
           STRING '  RETIDOS NA MATERIA: ' DELIMITED BY SIZE
                  WRK-QT-MATERIA           DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0700-FINALIZAR                SECTION.
           IF WRK-PERL-EXISTE NOT = 'S'
               INITIALIZE PERL-REG
               MOVE WRK-PERIODO TO PERL-PERIODO
           END-IF.
           SET PERL-FECHADO       TO TRUE.
           MOVE WRK-HOJE          TO PERL-DATA-FECHA.
           MOVE WRK-PROXIMO       TO PERL-PROXIMO.
           MOVE WRK-QT-AVALIACOES TO PERL-QT-AVALIACOES.
           MOVE WRK-QT-CORRIGIDAS TO PERL-QT-CORRIGIDAS.
           MOVE WRK-QT-PROMOVIDOS TO PERL-QT-PROMOVIDOS.
           MOVE WRK-QT-RETIDOS    TO PERL-QT-RETIDOS.
           IF WRK-PERL-EXISTE = 'S'
               REWRITE PERL-REG
                 INVALID KEY
                   DISPLAY "CONTROLE DO PERIODO NAO REGRAVADO"
                   MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE PERL-REG
                 INVALID KEY
                   DISPLAY "CONTROLE DO PERIODO NAO GRAVADO"
                   MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.
           MOVE 'BATCH'      TO WRK-SUPERVISOR.
           MOVE 'F'          TO PLOG-ACAO.
           MOVE 'FECHAMENTO DO PERIODO' TO WRK-MOTIVO.
           PERFORM 0950-GRAVA-LOG.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AVALIACOES: '      DELIMITED BY SIZE
                  WRK-QT-AVALIACOES   DELIMITED BY SIZE
                  '  CORRIGIDAS: '    DELIMITED BY SIZE
                  WRK-QT-CORRIGIDAS   DELIMITED BY SIZE
                  '  RETENCOES: '     DELIMITED BY SIZE
                  WRK-QT-RETIDOS      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ALUNOS: '          DELIMITED BY SIZE
                  WRK-QT-ALUNOS       DELIMITED BY SIZE
                  '  MATRICULADOS EM ' DELIMITED BY SIZE
                  WRK-PROXIMO         DELIMITED BY SIZE
                  ': '                DELIMITED BY SIZE
                  WRK-QT-PROMOVIDOS   DELIMITED BY SIZE
                  '  JA MATRICULADOS: ' DELIMITED BY SIZE
                  WRK-QT-JA-MATRICULADOS DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'NAO PROMOVIDOS: '  DELIMITED BY SIZE
                  WRK-QT-NAO-PROMOVIDOS DELIMITED BY SIZE
                  '  MATRICULAS DESFEITAS: ' DELIMITED BY SIZE
                  WRK-QT-DESFEITAS    DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE PERLET TURMA ALUNOS MATRIPER RELAT.
           IF WRK-PRESENCA-ABERTO = 'S'
               CLOSE PRESENCA
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO RELAT-REG.
           WRITE RELAT-REG.

      *    REABERTURA: SO PERFIL 'T', SO PERIODO FECHADO, COM MOTIVO.
      *    O PERIODO FICA 'R' E PODE SER FECHADO DE NOVO PELO LOTE.
       0900-REABERTURA               SECTION.
           PERFORM 0910-SIGNON-SUPERVISOR.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO NEGADO - SOMENTE PERFIL 'T' REABRE "
                       "PERIODO LETIVO"
               MOVE 8 TO RETURN-CODE
               GO TO 0900-SAIDA
           END-IF.
           OPEN I-O PERLET.
           IF FS-PERLET NOT = 0
               DISPLAY "NENHUM PERIODO FECHADO ATE HOJE"
               GO TO 0900-SAIDA
           END-IF.
           DISPLAY "PERIODO A REABRIR (EX. 2026.1) : ".
           MOVE SPACES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO.
           MOVE WRK-PERIODO TO PERL-PERIODO.
           READ PERLET
             INVALID KEY
               DISPLAY "PERIODO NUNCA FOI FECHADO"
               CLOSE PERLET
               GO TO 0900-SAIDA
           END-READ.
           IF NOT PERL-FECHADO
               DISPLAY "PERIODO JA ESTA ABERTO (REABERTO EM "
                       PERL-DATA-REABRE " POR " PERL-SUPERVISOR ")"
               CLOSE PERLET
               GO TO 0900-SAIDA
           END-IF.
           DISPLAY "FECHADO EM " PERL-DATA-FECHA ": " PERL-QT-AVALIACOES
                   " AVALIACOES, " PERL-QT-PROMOVIDOS
                   " MATRICULADOS EM " PERL-PROXIMO.
           DISPLAY "MOTIVO DA REABERTURA : ".
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               DISPLAY "MOTIVO OBRIGATORIO - PERIODO NAO REABERTO"
               CLOSE PERLET
               GO TO 0900-SAIDA
           END-IF.
           DISPLAY "CONFIRMA A REABERTURA DE " WRK-PERIODO " (S/N) ? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               CLOSE PERLET
               GO TO 0900-SAIDA
           END-IF.
           SET PERL-REABERTO   TO TRUE.
           MOVE WRK-HOJE       TO PERL-DATA-REABRE.
           MOVE WRK-SUPERVISOR TO PERL-SUPERVISOR.
           REWRITE PERL-REG
             INVALID KEY
               DISPLAY "PERIODO NAO REGRAVADO - CONTINUA FECHADO"
               CLOSE PERLET
               GO TO 0900-SAIDA
           END-REWRITE.
           CLOSE PERLET.
           MOVE 'R' TO PLOG-ACAO.
           PERFORM 0950-GRAVA-LOG.
           DISPLAY "PERIODO " WRK-PERIODO " REABERTO - FECHE DE NOVO "
                   "PELO LOTE APOS OS ACERTOS".

       0900-SAIDA.
           EXIT.

       0910-SIGNON-SUPERVISOR        SECTION.
           OPEN INPUT OPERADOR.
           IF FS-OPERADOR NOT = 0
               DISPLAY "CADASTRO DE OPERADORES NAO FOI ABERTO, "
                       "STATUS=" FS-OPERADOR
               GO TO 0910-SAIDA
           END-IF.
           DISPLAY "SUPERVISOR :".
           ACCEPT WRK-SUPERVISOR.
           DISPLAY "SENHA      :".
           ACCEPT WRK-SENHA-INF.
           MOVE WRK-SUPERVISOR TO OPER-ID.
           READ OPERADOR
             INVALID KEY
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
             NOT INVALID KEY
               IF OPER-SENHA = WRK-SENHA-INF
                       AND OPER-TOTAL
                       AND NOT OPER-BLOQUEADO
                   MOVE 'S' TO WRK-LOGIN-OK
                   DISPLAY "BEM-VINDO, " OPER-NOME
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS, OU SEM "
                           "PERFIL DE SUPERVISOR"
               END-IF
           END-READ.
           CLOSE OPERADOR.

       0910-SAIDA.
           EXIT.

      *    PLOG-ACAO JA PREENCHIDO PELO CHAMADOR.
       0950-GRAVA-LOG                SECTION.
           OPEN EXTEND PERLOG.
           IF FS-PERLOG = 35
               OPEN OUTPUT PERLOG
               CLOSE PERLOG
               OPEN EXTEND PERLOG
           END-IF.
           ACCEPT WRK-AGORA FROM TIME.
           MOVE WRK-HOJE         TO PLOG-DATA.
           MOVE WRK-AGORA(1:6)   TO PLOG-HORA.
           MOVE WRK-SUPERVISOR   TO PLOG-OPERADOR.
           MOVE WRK-PERIODO      TO PLOG-PERIODO.
           MOVE WRK-MOTIVO       TO PLOG-MOTIVO.
           WRITE PLOG-REG.
           CLOSE PERLOG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-TURMA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'TURMA.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TURMA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRESENCA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRESENCA.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRESENCA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ALUNOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALUNOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALUNOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PERLET.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PERLETIVO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PERLET
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MATRIPER.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MATRIPER.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MATRIPER
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PERLOG.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PERLETIVO.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PERLOG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELAT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FECHAPER.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RELAT
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPERADOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-OPERADOR
           END-STRING.

       COPY CFGLER.
