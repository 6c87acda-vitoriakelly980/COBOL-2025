       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTSEC.
      ******************************************************************
      *OBJETIVO: TURMAS (SECOES) DO PERIODO E INSCRICAO DOS ALUNOS.
      *          ATE AQUI O ALUNO "ESTAVA" NA MATERIA SO POR TER NOTA
      *          NO TURMA.IDX.TXT; AGORA CADA MATERIA DO PERIODO TEM
      *          SUAS TURMAS (SECAO.DAT.TXT, VIDE SECAREG.cpy) COM
      *          TURNO, SALA E LIMITE DE VAGAS, E O ALUNO DO CADASTRO
      *          (ALUNOS.DAT.TXT) E INSCRITO NUMA DELAS
      *          (INSCRICAO.DAT.TXT, VIDE INSCREG.cpy). FUNCOES:
      *            1 - GRAVAR TURMA (MATERIA ATIVA DO MANTMAT; VAGAS
      *                NAO FICAM ABAIXO DOS MATRICULADOS)
      *            2 - LISTAR AS TURMAS DO PERIODO
      *            3 - INSCREVER ALUNO: COM VAGA, MATRICULADO (E
      *                MATRICULADO NO PERIODO, MATRIPER ORIGEM 'M',
      *                SE AINDA NAO ESTIVER); TURMA LOTADA, VAI PARA A
      *                FILA DE ESPERA NA ORDEM DE CHEGADA. UM ALUNO SO
      *                FICA NUMA TURMA DE CADA MATERIA NO PERIODO.
      *            4 - DESISTENCIA: A VAGA ABERTA E OFERECIDA NA HORA
      *                A PRIMEIRA SENHA DA FILA, QUE PASSA A
      *                MATRICULADO, E A SECRETARIA RECEBE O AVISO PELA
      *                FILA DE NOTIFICACOES (ROTINA NOTIFICA).
      *            5 - INSCRICOES DO ALUNO
      *          PERIODO FECHADO PELO FECHAPER NAO ACEITA INSCRICAO NEM
      *          DESISTENCIA. A LISTA DA TURMA PARA O PROFESSOR SAI NO
      *          LISTSEC E A CHAMADA (PRESENCA) SO ACEITA MATRICULADO.
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

           SELECT MATRIPER ASSIGN TO WRK-ARQ-MATRIPER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MATRIPER
               RECORD KEY      IS MATR-CHAVE.

           SELECT PERLET ASSIGN TO WRK-ARQ-PERLET
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PERLET
               RECORD KEY      IS PERL-PERIODO.

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

       FD  MATRIPER.
       COPY MATRREG.

       FD  PERLET.
       COPY PERLREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-SECAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-INSCRICAO            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MATERIAS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ALUNOS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MATRIPER             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PERLET               PIC X(80) VALUE SPACES.
       77  FS-SECAO                     PIC 9(02) VALUE ZEROS.
       77  FS-INSCRICAO                 PIC 9(02) VALUE ZEROS.
       77  FS-MATERIAS                  PIC 9(02) VALUE ZEROS.
       77  FS-ALUNOS                    PIC 9(02) VALUE ZEROS.
       77  FS-MATRIPER                  PIC 9(02) VALUE ZEROS.
       77  FS-PERLET                    PIC 9(02) VALUE ZEROS.
       77  WRK-PERLET-ABERTO            PIC X(01) VALUE 'N'.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-MATERIA-TXT              PIC X(15) VALUE SPACES.
       77  WRK-SECAO-OK                 PIC X(01) VALUE 'N'.
       77  WRK-SEC-EXISTE               PIC X(01) VALUE 'N'.
       77  WRK-INSC-EXISTE              PIC X(01) VALUE 'N'.
       77  WRK-PER-FECHADO              PIC X(01) VALUE 'N'.
       77  WRK-ERA-MATRICULADO          PIC X(01) VALUE 'N'.
       77  WRK-SALA                     PIC X(10) VALUE SPACES.
       77  WRK-VAGAS                    PIC 9(03) VALUE ZEROS.
       77  WRK-MATRICULA                PIC 9(06) VALUE ZEROS.
       77  WRK-PERIODO                  PIC X(06) VALUE SPACES.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-MENOR-SENHA              PIC 9(05) VALUE ZEROS.
       77  WRK-MENOR-MATRICULA          PIC 9(06) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-SITUACAO-TXT             PIC X(12) VALUE SPACES.
       01  WRK-SEC-CHAVE.
           05 WRK-SEC-MATERIA           PIC X(06).
           05 WRK-SEC-PERIODO           PIC X(06).
           05 WRK-SEC-TURNO             PIC X(01).
           05 WRK-SEC-LETRA             PIC X(01).
       COPY NOTIFW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT MATERIAS.
           IF FS-MATERIAS NOT = 0
               DISPLAY "CADASTRO DE MATERIAS NAO FOI ABERTO, STATUS="
                       FS-MATERIAS " - CADASTRE PELO MANTMAT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT = 0
               DISPLAY "CADASTRO DE ALUNOS NAO FOI ABERTO, STATUS="
                       FS-ALUNOS " - CADASTRE PELO MANTALU"
               CLOSE MATERIAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O SECAO.
           IF FS-SECAO = 35
               OPEN OUTPUT SECAO
               CLOSE SECAO
               OPEN I-O SECAO
           END-IF.
           OPEN I-O INSCRICAO.
           IF FS-INSCRICAO = 35
               OPEN OUTPUT INSCRICAO
               CLOSE INSCRICAO
               OPEN I-O INSCRICAO
           END-IF.
           OPEN I-O MATRIPER.
           IF FS-MATRIPER = 35
               OPEN OUTPUT MATRIPER
               CLOSE MATRIPER
               OPEN I-O MATRIPER
           END-IF.
      *    SEM O CONTROLE DE PERIODOS (NENHUM FECHAMENTO AINDA) TUDO
      *    ESTA ABERTO.
           OPEN INPUT PERLET.
           IF FS-PERLET = 0
               MOVE 'S' TO WRK-PERLET-ABERTO
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE SECAO INSCRICAO MATERIAS ALUNOS MATRIPER.
           IF WRK-PERLET-ABERTO = 'S'
               CLOSE PERLET
           END-IF.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== TURMAS E INSCRICOES =====".
           DISPLAY "1 - GRAVAR TURMA".
           DISPLAY "2 - LISTAR TURMAS DO PERIODO".
           DISPLAY "3 - INSCREVER ALUNO".
           DISPLAY "4 - DESISTENCIA".
           DISPLAY "5 - INSCRICOES DO ALUNO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-GRAVAR-SECAO
             WHEN '2'
               PERFORM 0400-LISTAR-SECOES
             WHEN '3'
               PERFORM 0500-INSCREVER
             WHEN '4'
               PERFORM 0600-DESISTENCIA
             WHEN '5'
               PERFORM 0900-INSCRICOES-ALUNO
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-5 OU X"
           END-EVALUATE.

      *    TURMA EXISTENTE E REGRAVADA; NA ALTERACAO, SALA EM BRANCO E
      *    VAGAS ZERO MANTEM O QUE ESTAVA. VAGA NOVA COM FILA DE
      *    ESPERA JA E OFERECIDA A QUEM ESTA NA FRENTE.
       0300-GRAVAR-SECAO             SECTION.
           PERFORM 0700-PEDE-SECAO.
           IF WRK-SECAO-OK NOT = 'S'
               GO TO 0300-SAIDA
           END-IF.
           PERFORM 0710-LE-SECAO.
           IF WRK-SEC-EXISTE = 'S'
               DISPLAY "ATUAL: SALA " SEC-SALA " VAGAS " SEC-VAGAS
                       " MATRICULADOS " SEC-QT-MATRICULADOS
                       " NA FILA " SEC-QT-ESPERA
           ELSE
               MOVE WRK-SEC-CHAVE TO SEC-CHAVE
               MOVE SPACES TO SEC-SALA
               MOVE ZEROS  TO SEC-VAGAS SEC-QT-MATRICULADOS
                              SEC-QT-ESPERA SEC-ULT-SENHA
           END-IF.
           DISPLAY "SALA : ".
           MOVE SPACES TO WRK-SALA.
           ACCEPT WRK-SALA.
           IF WRK-SALA = SPACES
               IF WRK-SEC-EXISTE = 'N'
                   DISPLAY "SALA EM BRANCO - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
           ELSE
               MOVE WRK-SALA TO SEC-SALA
           END-IF.
           DISPLAY "LIMITE DE VAGAS : ".
           MOVE ZEROS TO WRK-VAGAS.
           ACCEPT WRK-VAGAS.
           IF WRK-VAGAS = ZEROS
               IF WRK-SEC-EXISTE = 'N'
                   DISPLAY "VAGAS ZERADAS - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
           ELSE
               IF WRK-VAGAS < SEC-QT-MATRICULADOS
                   DISPLAY "VAGAS ABAIXO DOS " SEC-QT-MATRICULADOS
                           " MATRICULADOS - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
               MOVE WRK-VAGAS TO SEC-VAGAS
           END-IF.
           IF WRK-SEC-EXISTE = 'S'
               REWRITE SEC-REG
                 INVALID KEY
                   DISPLAY "TURMA NAO REGRAVADA"
                   GO TO 0300-SAIDA
               END-REWRITE
               DISPLAY "TURMA REGRAVADA"
           ELSE
               WRITE SEC-REG
                 INVALID KEY
                   DISPLAY "TURMA NAO GRAVADA"
                   GO TO 0300-SAIDA
               END-WRITE
               DISPLAY "TURMA GRAVADA"
           END-IF.
           IF SEC-QT-ESPERA > 0
                   AND SEC-QT-MATRICULADOS < SEC-VAGAS
               PERFORM 0800-OFERECE-VAGAS
           END-IF.

       0300-SAIDA.
           EXIT.

      *    A CHAVE COMECA PELA MATERIA: LE O ARQUIVO INTEIRO E MOSTRA
      *    SO O PERIODO PEDIDO.
       0400-LISTAR-SECOES            SECTION.
           DISPLAY "PERIODO LETIVO (EX. 2026.1) : ".
           MOVE SPACES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE LOW-VALUES TO SEC-CHAVE.
           START SECAO KEY IS NOT LESS SEC-CHAVE
             INVALID KEY
               MOVE 23 TO FS-SECAO
             NOT INVALID KEY
               READ SECAO NEXT RECORD
           END-START.
           PERFORM UNTIL FS-SECAO NOT = 0
               IF SEC-PERIODO = WRK-PERIODO
                   ADD 1 TO WRK-QT-LISTADOS
                   DISPLAY SEC-MATERIA " " SEC-TURNO SEC-LETRA
                           " SALA " SEC-SALA " VAGAS " SEC-VAGAS
                           " MATRICULADOS " SEC-QT-MATRICULADOS
                           " NA FILA " SEC-QT-ESPERA
               END-IF
               READ SECAO NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-SECAO.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUMA TURMA NO PERIODO"
           END-IF.

      *    COM VAGA (E SEM NINGUEM NA FILA NA FRENTE) O ALUNO E
      *    MATRICULADO; SENAO RECEBE A PROXIMA SENHA DA FILA.
       0500-INSCREVER                SECTION.
           PERFORM 0700-PEDE-SECAO.
           IF WRK-SECAO-OK NOT = 'S'
               GO TO 0500-SAIDA
           END-IF.
           PERFORM 0710-LE-SECAO.
           IF WRK-SEC-EXISTE NOT = 'S'
               DISPLAY "TURMA NAO CADASTRADA - USE A OPCAO 1"
               GO TO 0500-SAIDA
           END-IF.
           PERFORM 0720-VERIFICA-PERIODO.
           IF WRK-PER-FECHADO = 'S'
               GO TO 0500-SAIDA
           END-IF.
           DISPLAY "MATRICULA DO ALUNO : ".
           MOVE ZEROS TO WRK-MATRICULA.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO ALUNO-MATRICULA.
           READ ALUNOS
             INVALID KEY
               DISPLAY "MATRICULA NAO CADASTRADA - USE O MANTALU"
               GO TO 0500-SAIDA
           END-READ.
           IF ALUNO-INATIVO
               DISPLAY "ALUNO DESATIVADO - NADA GRAVADO"
               GO TO 0500-SAIDA
           END-IF.
           DISPLAY "ALUNO: " ALUNO-NOME.
           IF ALUNO-BLOQUEADO
               DISPLAY "*** ALUNO BLOQUEADO POR INADIMPLENCIA - AVISE "
                       "A SECRETARIA"
           END-IF.
           PERFORM 0730-OUTRA-SECAO.
           IF TAB-ACHOU
               GO TO 0500-SAIDA
           END-IF.
           MOVE WRK-SEC-CHAVE TO INSC-SECAO.
           MOVE WRK-MATRICULA TO INSC-MATRICULA.
           READ INSCRICAO
             INVALID KEY
               MOVE 'N' TO WRK-INSC-EXISTE
             NOT INVALID KEY
               MOVE 'S' TO WRK-INSC-EXISTE
           END-READ.
           MOVE WRK-SEC-CHAVE TO INSC-SECAO.
           MOVE WRK-MATRICULA TO INSC-MATRICULA.
           MOVE WRK-HOJE      TO INSC-DATA.
           MOVE ZEROS         TO INSC-DATA-SAIDA.
           IF SEC-QT-MATRICULADOS < SEC-VAGAS
                   AND SEC-QT-ESPERA = 0
               SET INSC-MATRICULADO TO TRUE
               SET INSC-DIRETO      TO TRUE
               MOVE ZEROS    TO INSC-SENHA
               MOVE WRK-HOJE TO INSC-DATA-VAGA
               ADD 1 TO SEC-QT-MATRICULADOS
           ELSE
               SET INSC-ESPERA TO TRUE
               MOVE SPACE    TO INSC-ORIGEM
               ADD 1 TO SEC-ULT-SENHA
               MOVE SEC-ULT-SENHA TO INSC-SENHA
               MOVE ZEROS    TO INSC-DATA-VAGA
               ADD 1 TO SEC-QT-ESPERA
           END-IF.
           IF WRK-INSC-EXISTE = 'S'
               REWRITE INSC-REG
                 INVALID KEY
                   DISPLAY "INSCRICAO NAO REGRAVADA"
                   GO TO 0500-SAIDA
               END-REWRITE
           ELSE
               WRITE INSC-REG
                 INVALID KEY
                   DISPLAY "INSCRICAO NAO GRAVADA"
                   GO TO 0500-SAIDA
               END-WRITE
           END-IF.
           REWRITE SEC-REG
             INVALID KEY
               DISPLAY "CONTADORES DA TURMA NAO REGRAVADOS"
           END-REWRITE.
           IF INSC-MATRICULADO
               PERFORM 0750-MATRICULA-PERIODO
               DISPLAY "ALUNO MATRICULADO NA TURMA"
           ELSE
               DISPLAY "TURMA LOTADA - ALUNO NA FILA DE ESPERA, "
                       "POSICAO " SEC-QT-ESPERA
           END-IF.

       0500-SAIDA.
           EXIT.

      *    A DESISTENCIA DE UM MATRICULADO LIBERA A VAGA PARA A FILA.
       0600-DESISTENCIA              SECTION.
           PERFORM 0700-PEDE-SECAO.
           IF WRK-SECAO-OK NOT = 'S'
               GO TO 0600-SAIDA
           END-IF.
           PERFORM 0710-LE-SECAO.
           IF WRK-SEC-EXISTE NOT = 'S'
               DISPLAY "TURMA NAO CADASTRADA"
               GO TO 0600-SAIDA
           END-IF.
           PERFORM 0720-VERIFICA-PERIODO.
           IF WRK-PER-FECHADO = 'S'
               GO TO 0600-SAIDA
           END-IF.
           DISPLAY "MATRICULA DO ALUNO : ".
           MOVE ZEROS TO WRK-MATRICULA.
           ACCEPT WRK-MATRICULA.
           MOVE WRK-SEC-CHAVE TO INSC-SECAO.
           MOVE WRK-MATRICULA TO INSC-MATRICULA.
           READ INSCRICAO
             INVALID KEY
               DISPLAY "ALUNO NAO INSCRITO NESTA TURMA"
               GO TO 0600-SAIDA
           END-READ.
           IF INSC-DESISTENTE
               DISPLAY "ALUNO JA DESISTENTE DESDE " INSC-DATA-SAIDA
               GO TO 0600-SAIDA
           END-IF.
           IF INSC-MATRICULADO
               MOVE 'S' TO WRK-ERA-MATRICULADO
               DISPLAY "DESISTENCIA DO ALUNO MATRICULADO (S/N) ? "
           ELSE
               MOVE 'N' TO WRK-ERA-MATRICULADO
               DISPLAY "RETIRAR O ALUNO DA FILA DE ESPERA (S/N) ? "
           END-IF.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0600-SAIDA
           END-IF.
           SET INSC-DESISTENTE TO TRUE.
           MOVE WRK-HOJE TO INSC-DATA-SAIDA.
           REWRITE INSC-REG
             INVALID KEY
               DISPLAY "DESISTENCIA NAO GRAVADA"
               GO TO 0600-SAIDA
           END-REWRITE.
           IF WRK-ERA-MATRICULADO = 'S'
               SUBTRACT 1 FROM SEC-QT-MATRICULADOS
           ELSE
               SUBTRACT 1 FROM SEC-QT-ESPERA
           END-IF.
           REWRITE SEC-REG
             INVALID KEY
               DISPLAY "CONTADORES DA TURMA NAO REGRAVADOS"
           END-REWRITE.
           DISPLAY "DESISTENCIA GRAVADA".
           IF WRK-ERA-MATRICULADO = 'S'
               PERFORM 0800-OFERECE-VAGAS
           END-IF.

       0600-SAIDA.
           EXIT.

      *    IDENTIFICACAO DA TURMA, COMPARTILHADA PELAS FUNCOES: SO
      *    MATERIA DO CADASTRO (MANTMAT) E ATIVA.
       0700-PEDE-SECAO               SECTION.
           MOVE 'N' TO WRK-SECAO-OK.
           DISPLAY "CODIGO DA MATERIA : ".
           MOVE SPACES TO WRK-MATERIA-TXT.
           ACCEPT WRK-MATERIA-TXT.
           IF WRK-MATERIA-TXT = SPACES
               GO TO 0700-SAIDA
           END-IF.
           IF WRK-MATERIA-TXT(7:9) NOT = SPACES
               DISPLAY "MATERIA NAO CADASTRADA - USE O MANTMAT"
               GO TO 0700-SAIDA
           END-IF.
           MOVE WRK-MATERIA-TXT TO MATE-CODIGO.
           READ MATERIAS
             INVALID KEY
               DISPLAY "MATERIA NAO CADASTRADA - USE O MANTMAT"
               GO TO 0700-SAIDA
           END-READ.
           IF MATE-INATIVA
               DISPLAY "MATERIA DESATIVADA: " MATE-NOME
               GO TO 0700-SAIDA
           END-IF.
           DISPLAY "MATERIA: " MATE-NOME.
           MOVE MATE-CODIGO TO WRK-SEC-MATERIA.
           DISPLAY "PERIODO LETIVO (EX. 2026.1) : ".
           MOVE SPACES TO WRK-SEC-PERIODO.
           ACCEPT WRK-SEC-PERIODO.
           IF WRK-SEC-PERIODO = SPACES
               GO TO 0700-SAIDA
           END-IF.
           DISPLAY "TURNO (M/T/N) : ".
           MOVE SPACE TO WRK-SEC-TURNO.
           ACCEPT WRK-SEC-TURNO.
           IF WRK-SEC-TURNO NOT = 'M' AND WRK-SEC-TURNO NOT = 'T'
                   AND WRK-SEC-TURNO NOT = 'N'
               DISPLAY "TURNO INVALIDO. VALIDOS: M, T OU N"
               GO TO 0700-SAIDA
           END-IF.
           DISPLAY "LETRA DA TURMA (BRANCO = A) : ".
           MOVE SPACE TO WRK-SEC-LETRA.
           ACCEPT WRK-SEC-LETRA.
           IF WRK-SEC-LETRA = SPACE
               MOVE 'A' TO WRK-SEC-LETRA
           END-IF.
           MOVE 'S' TO WRK-SECAO-OK.

       0700-SAIDA.
           EXIT.

       0710-LE-SECAO                 SECTION.
           MOVE WRK-SEC-CHAVE TO SEC-CHAVE.
           READ SECAO
             INVALID KEY
               MOVE 'N' TO WRK-SEC-EXISTE
             NOT INVALID KEY
               MOVE 'S' TO WRK-SEC-EXISTE
           END-READ.

      *    INSCRICAO E DESISTENCIA DE PERIODO FECHADO PELO FECHAPER
      *    MUDARIAM A TURMA DEPOIS DA SITUACAO FINAL.
       0720-VERIFICA-PERIODO         SECTION.
           MOVE 'N' TO WRK-PER-FECHADO.
           IF WRK-PERLET-ABERTO NOT = 'S'
               GO TO 0720-SAIDA
           END-IF.
           MOVE WRK-SEC-PERIODO TO PERL-PERIODO.
           READ PERLET
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PERL-FECHADO
                   MOVE 'S' TO WRK-PER-FECHADO
                   DISPLAY "PERIODO " WRK-SEC-PERIODO " FECHADO EM "
                           PERL-DATA-FECHA " - TURMA NAO ALTERADA"
               END-IF
           END-READ.

       0720-SAIDA.
           EXIT.

      *    UM ALUNO SO FICA NUMA TURMA (OU NUMA FILA) DE CADA MATERIA
      *    NO PERIODO: AS TURMAS DA MATERIA+PERIODO FICAM JUNTAS NA
      *    ORDEM DA CHAVE.
       0730-OUTRA-SECAO              SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           MOVE WRK-SEC-MATERIA TO INSC-MATERIA.
           MOVE WRK-SEC-PERIODO TO INSC-PERIODO.
           MOVE LOW-VALUES      TO INSC-TURNO INSC-LETRA.
           MOVE ZEROS           TO INSC-MATRICULA.
           START INSCRICAO KEY IS NOT LESS INSC-CHAVE
             INVALID KEY
               MOVE 23 TO FS-INSCRICAO
             NOT INVALID KEY
               READ INSCRICAO NEXT RECORD
           END-START.
           PERFORM UNTIL FS-INSCRICAO NOT = 0 OR TAB-ACHOU
                         OR INSC-MATERIA NOT = WRK-SEC-MATERIA
                         OR INSC-PERIODO NOT = WRK-SEC-PERIODO
               IF INSC-MATRICULA = WRK-MATRICULA
                       AND NOT INSC-DESISTENTE
                   MOVE 'S' TO WRK-TAB-ACHOU
                   IF INSC-MATRICULADO
                       DISPLAY "ALUNO JA MATRICULADO NA TURMA "
                               INSC-TURNO INSC-LETRA " DESTA MATERIA"
                   ELSE
                       DISPLAY "ALUNO JA NA FILA DA TURMA "
                               INSC-TURNO INSC-LETRA " (SENHA "
                               INSC-SENHA ")"
                   END-IF
               ELSE
                   READ INSCRICAO NEXT RECORD
               END-IF
           END-PERFORM.
           MOVE 0 TO FS-INSCRICAO.

      *    QUEM GANHA VAGA FICA MATRICULADO NO PERIODO (ORIGEM 'M'),
      *    A MENOS QUE A PROMOCAO DO FECHAPER JA O TENHA FEITO.
       0750-MATRICULA-PERIODO        SECTION.
           MOVE SEC-PERIODO   TO MATR-PERIODO.
           MOVE WRK-MATRICULA TO MATR-MATRICULA.
           READ MATRIPER
             INVALID KEY
               SET MATR-MANUAL TO TRUE
               MOVE SPACES   TO MATR-PERIODO-ANT
               MOVE WRK-HOJE TO MATR-DATA
               WRITE MATR-REG
                 INVALID KEY
                   DISPLAY "MATRICULA NO PERIODO NAO GRAVADA"
               END-WRITE
           END-READ.

      *    ENQUANTO HOUVER VAGA E FILA, A MENOR SENHA DA FILA PASSA A
      *    MATRICULADO (ORIGEM 'F') E A SECRETARIA E AVISADA PELA
      *    FILA CENTRAL DE NOTIFICACOES PARA FALAR COM O ALUNO. QUEM
      *    NAO QUISER A VAGA DESISTE E ELA SEGUE PARA O PROXIMO.
       0800-OFERECE-VAGAS            SECTION.

       0800-LACO.
           IF SEC-QT-MATRICULADOS NOT < SEC-VAGAS
                   OR SEC-QT-ESPERA = 0
               GO TO 0800-FIM
           END-IF.
           PERFORM 0810-PRIMEIRO-DA-FILA.
           IF NOT TAB-ACHOU
               MOVE ZEROS TO SEC-QT-ESPERA
               GO TO 0800-FIM
           END-IF.
           MOVE SEC-CHAVE           TO INSC-SECAO.
           MOVE WRK-MENOR-MATRICULA TO INSC-MATRICULA.
           READ INSCRICAO
             INVALID KEY
               GO TO 0800-FIM
           END-READ.
           SET INSC-MATRICULADO TO TRUE.
           SET INSC-DA-FILA     TO TRUE.
           MOVE WRK-HOJE TO INSC-DATA-VAGA.
           REWRITE INSC-REG
             INVALID KEY
               DISPLAY "VAGA NAO OFERECIDA A " INSC-MATRICULA
               GO TO 0800-FIM
           END-REWRITE.
           ADD 1 TO SEC-QT-MATRICULADOS.
           SUBTRACT 1 FROM SEC-QT-ESPERA.
           MOVE INSC-MATRICULA TO WRK-MATRICULA.
           PERFORM 0750-MATRICULA-PERIODO.
           DISPLAY "VAGA OFERECIDA A MATRICULA " WRK-MATRICULA
                   " (SENHA " INSC-SENHA " DA FILA)".
           MOVE 'SECRETARIA' TO NOTIF-DESTINO.
           MOVE 'MANTSEC '   TO NOTIF-ORIGEM.
           MOVE SPACES TO NOTIF-MENSAGEM.
           STRING 'VAGA '            DELIMITED BY SIZE
                  SEC-MATERIA        DELIMITED BY SPACE
                  '/'                DELIMITED BY SIZE
                  SEC-PERIODO        DELIMITED BY SPACE
                  '/'                DELIMITED BY SIZE
                  SEC-TURNO          DELIMITED BY SIZE
                  SEC-LETRA          DELIMITED BY SIZE
                  ' P/ MATRICULA '   DELIMITED BY SIZE
                  WRK-MATRICULA      DELIMITED BY SIZE
                  ' DA FILA - AVISAR' DELIMITED BY SIZE
             INTO NOTIF-MENSAGEM
           END-STRING.
           CALL 'NOTIFICA' USING NOTIF-PARM.
           GO TO 0800-LACO.

       0800-FIM.
           REWRITE SEC-REG
             INVALID KEY
               DISPLAY "CONTADORES DA TURMA NAO REGRAVADOS"
           END-REWRITE.

      *    MENOR SENHA EM ESPERA NA TURMA CORRENTE (SEC-REG).
       0810-PRIMEIRO-DA-FILA         SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           MOVE 99999 TO WRK-MENOR-SENHA.
           MOVE SEC-CHAVE TO INSC-SECAO.
           MOVE ZEROS     TO INSC-MATRICULA.
           START INSCRICAO KEY IS NOT LESS INSC-CHAVE
             INVALID KEY
               MOVE 23 TO FS-INSCRICAO
             NOT INVALID KEY
               READ INSCRICAO NEXT RECORD
           END-START.
           PERFORM UNTIL FS-INSCRICAO NOT = 0
                         OR INSC-SECAO NOT = SEC-CHAVE
               IF INSC-ESPERA AND INSC-SENHA < WRK-MENOR-SENHA
                   MOVE 'S' TO WRK-TAB-ACHOU
                   MOVE INSC-SENHA     TO WRK-MENOR-SENHA
                   MOVE INSC-MATRICULA TO WRK-MENOR-MATRICULA
               END-IF
               READ INSCRICAO NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-INSCRICAO.

      *    A CHAVE COMECA PELA TURMA: LE O ARQUIVO INTEIRO E MOSTRA SO
      *    O ALUNO PEDIDO.
       0900-INSCRICOES-ALUNO         SECTION.
           DISPLAY "MATRICULA DO ALUNO : ".
           MOVE ZEROS TO WRK-MATRICULA.
           ACCEPT WRK-MATRICULA.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE LOW-VALUES TO INSC-CHAVE.
           START INSCRICAO KEY IS NOT LESS INSC-CHAVE
             INVALID KEY
               MOVE 23 TO FS-INSCRICAO
             NOT INVALID KEY
               READ INSCRICAO NEXT RECORD
           END-START.
           PERFORM UNTIL FS-INSCRICAO NOT = 0
               IF INSC-MATRICULA = WRK-MATRICULA
                   ADD 1 TO WRK-QT-LISTADOS
                   EVALUATE TRUE
                     WHEN INSC-MATRICULADO
                       MOVE 'MATRICULADO' TO WRK-SITUACAO-TXT
                     WHEN INSC-ESPERA
                       MOVE 'NA FILA'     TO WRK-SITUACAO-TXT
                     WHEN OTHER
                       MOVE 'DESISTENTE'  TO WRK-SITUACAO-TXT
                   END-EVALUATE
                   DISPLAY INSC-MATERIA " " INSC-PERIODO " "
                           INSC-TURNO INSC-LETRA " "
                           WRK-SITUACAO-TXT " DESDE " INSC-DATA
               END-IF
               READ INSCRICAO NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-INSCRICAO.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUMA INSCRICAO PARA A MATRICULA"
           END-IF.

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
           MOVE SPACES TO WRK-ARQ-MATRIPER.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MATRIPER.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MATRIPER
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PERLET.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PERLETIVO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PERLET
           END-STRING.

       COPY CFGLER.
