       IDENTIFICATION DIVISION.
       PROGRAM-ID. INADALU.
      ******************************************************************
      *OBJETIVO: INADIMPLENCIA DAS MENSALIDADES ESCOLARES, EM DUAS
      *          ETAPAS:
      *            1 - CONCILIA O DEBITO AUTOMATICO: CADA LINHA DA
      *                AGENDA DE PAGAMENTOS (AGENDA.PAG.TXT) GERADA PELO
      *                FATMENS ('MENSALIDADE MMMMMM/AAAAMM') QUE O
      *                AGENDPAG JA LANCOU ('L') BAIXA A MENSALIDADE 'D'
      *                COMO PAGA EM DEBITO NO VENCIMENTO; A QUE FALHOU
      *                ('F') DEVOLVE A MENSALIDADE PARA O BALCAO ('A').
      *            2 - POR ALUNO, CONTA AS MENSALIDADES EM ABERTO COM
      *                VENCIMENTO ANTES DE HOJE. MAIS DE N MESES EM
      *                ATRASO LIGA O BLOQUEIO DO ALUNO (ALUNO-BLOQUEIO,
      *                MOSTRADO PELO MANTALU E PELO PROGRAM13); ALUNO
      *                QUE VOLTOU A FICAR DENTRO DO LIMITE E LIBERADO.
      *          N = 'MESES N' NA LINHA DE COMANDO, PADRAO 2. RELATORIO
      *          DE INADIMPLENCIA POR ALUNO (QUANTIDADE, VALOR, PRIMEIRO
      *          VENCIMENTO EM ATRASO E BLOQUEIO) EM INADALU.RPT.TXT.
      *          RODAR DEPOIS DO LOTE NOTURNO DO AGENDPAG.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT ALUNOS ASSIGN TO WRK-ARQ-ALUNOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ALUNOS
               RECORD KEY      IS ALUNO-MATRICULA.

           SELECT MENSALID ASSIGN TO WRK-ARQ-MENSALID
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MENSALID
               RECORD KEY      IS FAT-CHAVE.

           SELECT AGENDA ASSIGN TO WRK-ARQ-AGENDA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-AGENDA.

           SELECT RELAT ASSIGN TO WRK-ARQ-RELAT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  ALUNOS.
       COPY ALUNREG.

       FD  MENSALID.
       COPY FATAREG.

       FD  AGENDA.
       COPY AGPREG.

       FD  RELAT.
       01  RELAT-REG                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ALUNOS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MENSALID             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-AGENDA               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RELAT                PIC X(80) VALUE SPACES.
       77  FS-ALUNOS                    PIC 9(02) VALUE ZEROS.
       77  FS-MENSALID                  PIC 9(02) VALUE ZEROS.
       77  FS-AGENDA                    PIC 9(02) VALUE ZEROS.
       77  FS-RELAT                     PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-MESES-LIMITE             PIC 9(02) VALUE 2.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-BLOQUEIO-ED              PIC X(10) VALUE SPACES.
      *    ALUNO EM APURACAO.
       77  WRK-QT-VENCIDAS              PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-VENCIDO            PIC 9(07)V99 VALUE ZEROS.
       77  WRK-PRIMEIRO-VENC            PIC 9(08) VALUE ZEROS.
      *    TOTAIS DO PROCESSAMENTO.
       77  WRK-QT-DEB-PAGOS             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DEB-FALHOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-INADIMPLENTES         PIC 9(05) VALUE ZEROS.
       77  WRK-QT-BLOQUEADOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-NOVOS-BLOQ            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LIBERADOS             PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-VENCIDO              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-VENCIDO-ED           PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONCILIA-DEBITOS.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY IS NOT LESS ALUNO-MATRICULA
             INVALID KEY
               MOVE 23 TO FS-ALUNOS
             NOT INVALID KEY
               READ ALUNOS NEXT RECORD
           END-START.
           PERFORM UNTIL FS-ALUNOS NOT = 0
               PERFORM 0300-APURA-ALUNO
               READ ALUNOS NEXT RECORD
           END-PERFORM.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:6) = 'MESES '
               IF WRK-PARAMETRO(7:2) IS NUMERIC
                   MOVE WRK-PARAMETRO(7:2) TO WRK-MESES-LIMITE
               ELSE
                   IF WRK-PARAMETRO(7:1) IS NUMERIC
                       MOVE WRK-PARAMETRO(7:1) TO WRK-MESES-LIMITE
                   END-IF
               END-IF
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN I-O ALUNOS.
           IF FS-ALUNOS NOT = 0
               DISPLAY "CADASTRO DE ALUNOS NAO FOI ABERTO, STATUS="
                       FS-ALUNOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O MENSALID.
           IF FS-MENSALID NOT = 0
               DISPLAY "ARQUIVO DE MENSALIDADES NAO FOI ABERTO, STATUS="
                       FS-MENSALID " - RODE ANTES O FATMENS"
               CLOSE ALUNOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RELAT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'INADIMPLENCIA DE MENSALIDADES EM ' DELIMITED BY SIZE
                  WRK-HOJE                            DELIMITED BY SIZE
                  ' - BLOQUEIO ACIMA DE '             DELIMITED BY SIZE
                  WRK-MESES-LIMITE                    DELIMITED BY SIZE
                  ' MESES EM ATRASO'                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

      *    SO MEXE EM MENSALIDADE AINDA 'D': AS LINHAS 'L' E 'F' FICAM
      *    NA AGENDA COMO HISTORICO E SAO RELIDAS A CADA EXECUCAO.
       0200-CONCILIA-DEBITOS         SECTION.
           OPEN INPUT AGENDA.
           IF FS-AGENDA NOT = 0
               DISPLAY "AGENDA DE PAGAMENTOS NAO FOI ABERTA - DEBITOS "
                       "NAO CONCILIADOS"
               GO TO 0200-SAIDA
           END-IF.
           READ AGENDA NEXT RECORD.
           PERFORM UNTIL FS-AGENDA NOT = 0
               IF AGP-DESC-TIPO = 'MENSALIDADE '
                       AND AGP-DESC-MATRICULA IS NUMERIC
                       AND AGP-DESC-COMPETENCIA IS NUMERIC
                       AND (AGP-SITUACAO = 'L' OR AGP-SITUACAO = 'F')
                   PERFORM 0250-CONCILIA-UM
               END-IF
               READ AGENDA NEXT RECORD
           END-PERFORM.
           CLOSE AGENDA.

       0200-SAIDA.
           EXIT.

       0250-CONCILIA-UM              SECTION.
           MOVE AGP-DESC-MATRICULA   TO FAT-MATRICULA.
           MOVE AGP-DESC-COMPETENCIA TO FAT-COMPETENCIA.
           READ MENSALID
             INVALID KEY
               GO TO 0250-SAIDA
           END-READ.
           IF NOT FAT-DEBITO-AGENDADO
               GO TO 0250-SAIDA
           END-IF.
           IF AGP-SITUACAO = 'L'
               SET FAT-PAGA        TO TRUE
               SET FAT-PAGO-DEBITO TO TRUE
               MOVE AGP-VENCIMENTO TO FAT-PAGO-DATA
               MOVE AGP-VALOR      TO FAT-PAGO-VALOR
               ADD 1 TO WRK-QT-DEB-PAGOS
           ELSE
               SET FAT-ABERTA TO TRUE
               ADD 1 TO WRK-QT-DEB-FALHOS
               MOVE SPACES TO WRK-LINHA
               STRING FAT-MATRICULA   DELIMITED BY SIZE
                      ' '             DELIMITED BY SIZE
                      FAT-COMPETENCIA DELIMITED BY SIZE
                      ' DEBITO NA CONTA ' DELIMITED BY SIZE
                      FAT-CONTA-DEB   DELIMITED BY SIZE
                      ' FALHOU - COBRAR NO BALCAO' DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
           END-IF.
           REWRITE FAT-REG
             INVALID KEY
               DISPLAY "MENSALIDADE " FAT-MATRICULA "/"
                       FAT-COMPETENCIA " NAO REGRAVADA"
               MOVE 4 TO RETURN-CODE
           END-REWRITE.

       0250-SAIDA.
           EXIT.

       0300-APURA-ALUNO              SECTION.
           MOVE ZEROS TO WRK-QT-VENCIDAS WRK-VALOR-VENCIDO
                         WRK-PRIMEIRO-VENC.
           MOVE ALUNO-MATRICULA TO FAT-MATRICULA.
           MOVE ZEROS TO FAT-COMPETENCIA.
           START MENSALID KEY IS NOT LESS FAT-CHAVE
             INVALID KEY
               MOVE 23 TO FS-MENSALID
             NOT INVALID KEY
               READ MENSALID NEXT RECORD
           END-START.
           PERFORM UNTIL FS-MENSALID NOT = 0
                   OR FAT-MATRICULA NOT = ALUNO-MATRICULA
               IF FAT-ABERTA AND FAT-VENCIMENTO < WRK-HOJE
                   ADD 1 TO WRK-QT-VENCIDAS
                   ADD FAT-VALOR TO WRK-VALOR-VENCIDO
                   IF WRK-PRIMEIRO-VENC = ZEROS
                       MOVE FAT-VENCIMENTO TO WRK-PRIMEIRO-VENC
                   END-IF
               END-IF
               READ MENSALID NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-MENSALID.
           IF WRK-QT-VENCIDAS > WRK-MESES-LIMITE
               IF NOT ALUNO-BLOQUEADO
                   SET ALUNO-BLOQUEADO TO TRUE
                   ADD 1 TO WRK-QT-NOVOS-BLOQ
                   PERFORM 0350-REGRAVA-ALUNO
               END-IF
               ADD 1 TO WRK-QT-BLOQUEADOS
           ELSE
               IF ALUNO-BLOQUEADO
                   SET ALUNO-LIBERADO TO TRUE
                   ADD 1 TO WRK-QT-LIBERADOS
                   PERFORM 0350-REGRAVA-ALUNO
               END-IF
           END-IF.
           IF WRK-QT-VENCIDAS = ZEROS
               GO TO 0300-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-INADIMPLENTES.
           ADD WRK-VALOR-VENCIDO TO WRK-TOT-VENCIDO.
           IF ALUNO-BLOQUEADO
               MOVE 'BLOQUEADO' TO WRK-BLOQUEIO-ED
           ELSE
               MOVE SPACES TO WRK-BLOQUEIO-ED
           END-IF.
           MOVE WRK-VALOR-VENCIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING ALUNO-MATRICULA   DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  ALUNO-NOME        DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-QT-VENCIDAS   DELIMITED BY SIZE
                  ' MES(ES) '       DELIMITED BY SIZE
                  WRK-VALOR-ED      DELIMITED BY SIZE
                  ' DESDE '         DELIMITED BY SIZE
                  WRK-PRIMEIRO-VENC DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-BLOQUEIO-ED   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0300-SAIDA.
           EXIT.

       0350-REGRAVA-ALUNO            SECTION.
           REWRITE ALUNO-REG
             INVALID KEY
               DISPLAY "ALUNO " ALUNO-MATRICULA " NAO REGRAVADO"
               MOVE 4 TO RETURN-CODE
           END-REWRITE.

       0700-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-VENCIDO TO WRK-TOT-VENCIDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ALUNOS EM ATRASO: '  DELIMITED BY SIZE
                  WRK-QT-INADIMPLENTES  DELIMITED BY SIZE
                  '  VALOR VENCIDO: '   DELIMITED BY SIZE
                  WRK-TOT-VENCIDO-ED    DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BLOQUEADOS: '        DELIMITED BY SIZE
                  WRK-QT-BLOQUEADOS     DELIMITED BY SIZE
                  '  NOVOS: '           DELIMITED BY SIZE
                  WRK-QT-NOVOS-BLOQ     DELIMITED BY SIZE
                  '  LIBERADOS: '       DELIMITED BY SIZE
                  WRK-QT-LIBERADOS      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DEBITOS CONCILIADOS - PAGOS: ' DELIMITED BY SIZE
                  WRK-QT-DEB-PAGOS                DELIMITED BY SIZE
                  '  FALHOS: '                    DELIMITED BY SIZE
                  WRK-QT-DEB-FALHOS               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE ALUNOS MENSALID RELAT.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO RELAT-REG.
           WRITE RELAT-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-ALUNOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALUNOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALUNOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MENSALID.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MENSALID.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MENSALID
           END-STRING.
           MOVE SPACES TO WRK-ARQ-AGENDA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'AGENDA.PAG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-AGENDA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELAT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INADALU.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RELAT
           END-STRING.

       COPY CFGLER.
