       IDENTIFICATION DIVISION.
       PROGRAM-ID. LISTSEC.
      ******************************************************************
      *OBJETIVO: LISTA DA TURMA PARA O PROFESSOR: PARA CADA TURMA
      *          (SECAO.DAT.TXT) DO PERIODO, O CABECALHO COM MATERIA,
      *          PROFESSOR, TURNO E SALA, OS ALUNOS MATRICULADOS
      *          (INSCRICAO.DAT.TXT) EM ORDEM ALFABETICA COM O ESPACO
      *          PARA A ASSINATURA E, NO FIM, A FILA DE ESPERA NA
      *          ORDEM DAS SENHAS. SAI NA TELA E EM LISTSEC.RPT.TXT.
      *          PARAMETROS (LINHA DE COMANDO):
      *            PER XXXXXX          - PERIODO LETIVO (OBRIGATORIO)
      *            PER XXXXXX MAT YYYYYY - SO AS TURMAS DA MATERIA
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

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

           SELECT MATERIAS ASSIGN TO WRK-ARQ-MATERIAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MATERIAS
               RECORD KEY      IS MATE-CODIGO.

           SELECT ALUNOS ASSIGN TO WRK-ARQ-ALUNOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ALUNOS
               RECORD KEY      IS ALUNO-MATRICULA.

           SELECT RELAT ASSIGN TO WRK-ARQ-RELAT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RELAT.

           SELECT ORDLST ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  SECAO.
       COPY SECAREG.

       FD  INSCRICAO.
       COPY INSCREG.

       FD  MATERIAS.
       COPY MATEREG.

       FD  ALUNOS.
       COPY ALUNREG.

       FD  RELAT.
       01  RELAT-REG                    PIC X(100).

      *    UM ALUNO DA TURMA: MATRICULADOS ('1') POR NOME, DEPOIS A
      *    FILA ('2') PELA SENHA.
       SD  ORDLST.
       01  ORDLST-REG.
           05 ORDL-SECAO                PIC X(14).
           05 ORDL-TIPO                 PIC X(01).
           05 ORDL-SENHA                PIC 9(05).
           05 ORDL-NOME                 PIC X(30).
           05 ORDL-MATRICULA            PIC 9(06).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-SECAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-INSCRICAO            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MATERIAS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ALUNOS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RELAT                PIC X(80) VALUE SPACES.
       77  FS-SECAO                     PIC 9(02) VALUE ZEROS.
       77  FS-INSCRICAO                 PIC 9(02) VALUE ZEROS.
       77  FS-MATERIAS                  PIC 9(02) VALUE ZEROS.
       77  FS-ALUNOS                    PIC 9(02) VALUE ZEROS.
       77  FS-RELAT                     PIC 9(02) VALUE ZEROS.
       77  FS-ORDLST                    PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-PERIODO                  PIC X(06) VALUE SPACES.
       77  WRK-FILTRO-MATERIA           PIC X(06) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-GRUPO-ABERTO             PIC X(01) VALUE 'N'.
       77  WRK-SECAO-ATUAL              PIC X(14) VALUE SPACES.
       77  WRK-FILA-ABERTA              PIC X(01) VALUE 'N'.
       77  WRK-NR                       PIC 9(03) VALUE ZEROS.
       77  WRK-QT-FILA                  PIC 9(03) VALUE ZEROS.
       77  WRK-QT-TURMAS                PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ALUNOS                PIC 9(05) VALUE ZEROS.
       77  WRK-TURNO-TXT                PIC X(05) VALUE SPACES.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-INICIALIZAR.
           SORT ORDLST ON ASCENDING KEY ORDL-SECAO
                          ASCENDING KEY ORDL-TIPO
                          ASCENDING KEY ORDL-SENHA
                          ASCENDING KEY ORDL-NOME
               INPUT PROCEDURE IS 0200-SELECIONA
               OUTPUT PROCEDURE IS 0500-IMPRIME.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           IF WRK-PARAMETRO(1:4) NOT = 'PER '
                   OR WRK-PARAMETRO(5:6) = SPACES
               DISPLAY "INFORME O PERIODO: PER XXXXXX [MAT YYYYYY]"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-PARAMETRO(5:6) TO WRK-PERIODO.
           IF WRK-PARAMETRO(12:4) = 'MAT '
               MOVE WRK-PARAMETRO(16:6) TO WRK-FILTRO-MATERIA
           END-IF.
           OPEN INPUT SECAO.
           IF FS-SECAO NOT = 0
               DISPLAY "CADASTRO DE TURMAS NAO FOI ABERTO, STATUS="
                       FS-SECAO " - CADASTRE PELO MANTSEC"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT INSCRICAO.
           IF FS-INSCRICAO NOT = 0
               DISPLAY "INSCRICOES NAO FORAM ABERTAS, STATUS="
                       FS-INSCRICAO
               CLOSE SECAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT = 0
               DISPLAY "CADASTRO DE ALUNOS NAO FOI ABERTO, STATUS="
                       FS-ALUNOS
               CLOSE SECAO INSCRICAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MATERIAS.
           IF FS-MATERIAS NOT = 0
               DISPLAY "CADASTRO DE MATERIAS NAO FOI ABERTO, STATUS="
                       FS-MATERIAS
               CLOSE SECAO INSCRICAO ALUNOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RELAT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LISTAS DAS TURMAS DO PERIODO ' DELIMITED BY SIZE
                  WRK-PERIODO                     DELIMITED BY SIZE
                  ' - EMITIDA EM '                DELIMITED BY SIZE
                  WRK-HOJE                        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

      *    O INSCRICAO E LIDO INTEIRO; DESISTENTE NAO SAI NA LISTA.
       0200-SELECIONA                SECTION.
           MOVE LOW-VALUES TO INSC-CHAVE.
           START INSCRICAO KEY IS NOT LESS INSC-CHAVE
             INVALID KEY
               MOVE 23 TO FS-INSCRICAO
             NOT INVALID KEY
               READ INSCRICAO NEXT RECORD
           END-START.
           PERFORM UNTIL FS-INSCRICAO NOT = 0
               IF INSC-PERIODO = WRK-PERIODO
                       AND NOT INSC-DESISTENTE
                       AND (WRK-FILTRO-MATERIA = SPACES
                            OR INSC-MATERIA = WRK-FILTRO-MATERIA)
                   PERFORM 0250-LIBERA-ALUNO
               END-IF
               READ INSCRICAO NEXT RECORD
           END-PERFORM.

       0250-LIBERA-ALUNO             SECTION.
           MOVE INSC-SECAO     TO ORDL-SECAO.
           MOVE INSC-MATRICULA TO ORDL-MATRICULA.
           IF INSC-MATRICULADO
               MOVE '1'   TO ORDL-TIPO
               MOVE ZEROS TO ORDL-SENHA
           ELSE
               MOVE '2'   TO ORDL-TIPO
               MOVE INSC-SENHA TO ORDL-SENHA
           END-IF.
           MOVE INSC-MATRICULA TO ALUNO-MATRICULA.
           READ ALUNOS
             INVALID KEY
               MOVE '(MATRICULA NAO CADASTRADA)' TO ALUNO-NOME
           END-READ.
           MOVE ALUNO-NOME TO ORDL-NOME.
           RELEASE ORDLST-REG.

       0500-IMPRIME                  SECTION.
           RETURN ORDLST
             AT END
               MOVE 10 TO FS-ORDLST
             NOT AT END
               MOVE 0 TO FS-ORDLST
           END-RETURN.
           PERFORM UNTIL FS-ORDLST NOT = 0
               IF WRK-GRUPO-ABERTO = 'S'
                       AND ORDL-SECAO NOT = WRK-SECAO-ATUAL
                   PERFORM 0550-FECHA-TURMA
               END-IF
               IF WRK-GRUPO-ABERTO NOT = 'S'
                   PERFORM 0520-ABRE-TURMA
               END-IF
               IF ORDL-TIPO = '1'
                   ADD 1 TO WRK-NR WRK-QT-ALUNOS
                   MOVE SPACES TO WRK-LINHA
                   STRING WRK-NR          DELIMITED BY SIZE
                          '  '            DELIMITED BY SIZE
                          ORDL-MATRICULA  DELIMITED BY SIZE
                          '  '            DELIMITED BY SIZE
                          ORDL-NOME       DELIMITED BY SIZE
                          '  ______________________________'
                                          DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
               ELSE
                   IF WRK-FILA-ABERTA NOT = 'S'
                       MOVE 'S' TO WRK-FILA-ABERTA
                       MOVE SPACES TO WRK-LINHA
                       PERFORM 0800-GRAVA-LINHA
                       MOVE '  FILA DE ESPERA (ORDEM DAS SENHAS):'
                         TO WRK-LINHA
                       PERFORM 0800-GRAVA-LINHA
                   END-IF
                   ADD 1 TO WRK-QT-FILA
                   MOVE SPACES TO WRK-LINHA
                   STRING '  SENHA '      DELIMITED BY SIZE
                          ORDL-SENHA      DELIMITED BY SIZE
                          '  '            DELIMITED BY SIZE
                          ORDL-MATRICULA  DELIMITED BY SIZE
                          '  '            DELIMITED BY SIZE
                          ORDL-NOME       DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
               END-IF
               PERFORM 0800-GRAVA-LINHA
               RETURN ORDLST
                 AT END
                   MOVE 10 TO FS-ORDLST
                 NOT AT END
                   MOVE 0 TO FS-ORDLST
               END-RETURN
           END-PERFORM.
           IF WRK-GRUPO-ABERTO = 'S'
               PERFORM 0550-FECHA-TURMA
           ELSE
               MOVE 'NENHUM ALUNO INSCRITO NAS TURMAS DO PERIODO'
                 TO WRK-LINHA
               PERFORM 0800-GRAVA-LINHA
           END-IF.

      *    CABECALHO DA TURMA: DADOS DA SECAO E DA MATERIA.
       0520-ABRE-TURMA               SECTION.
           MOVE 'S' TO WRK-GRUPO-ABERTO.
           MOVE 'N' TO WRK-FILA-ABERTA.
           MOVE ORDL-SECAO TO WRK-SECAO-ATUAL.
           MOVE ZEROS TO WRK-NR WRK-QT-FILA.
           ADD 1 TO WRK-QT-TURMAS.
           MOVE ORDL-SECAO TO SEC-CHAVE.
           READ SECAO
             INVALID KEY
               MOVE SPACES TO SEC-SALA
               MOVE ZEROS  TO SEC-VAGAS
           END-READ.
           MOVE SEC-MATERIA TO MATE-CODIGO.
           READ MATERIAS
             INVALID KEY
               MOVE '(MATERIA NAO CADASTRADA)' TO MATE-NOME
               MOVE SPACES TO MATE-PROFESSOR
           END-READ.
           EVALUATE SEC-TURNO
             WHEN 'M'
               MOVE 'MANHA' TO WRK-TURNO-TXT
             WHEN 'T'
               MOVE 'TARDE' TO WRK-TURNO-TXT
             WHEN OTHER
               MOVE 'NOITE' TO WRK-TURNO-TXT
           END-EVALUATE.
           MOVE ALL '=' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TURMA '        DELIMITED BY SIZE
                  SEC-MATERIA     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  MATE-NOME       DELIMITED BY SIZE
                  ' PERIODO '     DELIMITED BY SIZE
                  SEC-PERIODO     DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-TURNO-TXT   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  SEC-LETRA       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PROFESSOR '    DELIMITED BY SIZE
                  MATE-PROFESSOR  DELIMITED BY SIZE
                  '  SALA '       DELIMITED BY SIZE
                  SEC-SALA        DELIMITED BY SIZE
                  '  VAGAS '      DELIMITED BY SIZE
                  SEC-VAGAS       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'NR   MATRIC  NOME' TO WRK-LINHA.
           MOVE 'ASSINATURA'         TO WRK-LINHA(46:10).
           PERFORM 0800-GRAVA-LINHA.

       0550-FECHA-TURMA              SECTION.
           MOVE 'N' TO WRK-GRUPO-ABERTO.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           STRING '  MATRICULADOS: ' DELIMITED BY SIZE
                  WRK-NR             DELIMITED BY SIZE
                  '  NA FILA: '      DELIMITED BY SIZE
                  WRK-QT-FILA        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0700-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           STRING 'TURMAS LISTADAS: '  DELIMITED BY SIZE
                  WRK-QT-TURMAS        DELIMITED BY SIZE
                  '  ALUNOS MATRICULADOS: ' DELIMITED BY SIZE
                  WRK-QT-ALUNOS        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE SECAO INSCRICAO ALUNOS MATERIAS RELAT.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO RELAT-REG.
           WRITE RELAT-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
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
           MOVE SPACES TO WRK-ARQ-MATERIAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MATERIAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MATERIAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ALUNOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALUNOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALUNOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELAT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'LISTSEC.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RELAT
           END-STRING.

       COPY CFGLER.
