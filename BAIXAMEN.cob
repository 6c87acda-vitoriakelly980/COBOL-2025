       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAMEN.
      ******************************************************************
      *OBJETIVO: BAIXA DE MENSALIDADE ESCOLAR PAGA NO BALCAO DA
      *          SECRETARIA. PEDE A MATRICULA, LISTA AS MENSALIDADES EM
      *          ABERTO DO ALUNO (MENSALID.DAT.TXT, VIDE FATAREG.cpy) E
      *          BAIXA A COMPETENCIA ESCOLHIDA COM O VALOR RECEBIDO
      *          (PADRAO O VALOR DA MENSALIDADE) E A DATA DE HOJE.
      *          MENSALIDADE EM DEBITO AUTOMATICO ('D') NAO E BAIXADA
      *          AQUI ENQUANTO O AGENDAMENTO NAO FOR CONCILIADO PELO
      *          INADALU - EVITA COBRAR O RESPONSAVEL DUAS VEZES.
      *          QUITADAS TODAS AS MENSALIDADES VENCIDAS, O BLOQUEIO
      *          POR INADIMPLENCIA DO ALUNO E RETIRADO NA HORA.
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

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  ALUNOS.
       COPY ALUNREG.

       FD  MENSALID.
       COPY FATAREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ALUNOS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MENSALID             PIC X(80) VALUE SPACES.
       77  FS-ALUNOS                    PIC 9(02) VALUE ZEROS.
       77  FS-MENSALID                  PIC 9(02) VALUE ZEROS.
       77  WRK-CONTINUA                 PIC X(01) VALUE 'S'.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-MATRICULA                PIC 9(06) VALUE ZEROS.
       77  WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-VALOR-PAGO               PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QT-ABERTAS               PIC 9(03) VALUE ZEROS.
       77  WRK-QT-VENCIDAS              PIC 9(03) VALUE ZEROS.
       77  WRK-TOT-ABERTO               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-SITUACAO-ED              PIC X(20) VALUE SPACES.
       77  WRK-VALOR-ED                 PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
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
           PERFORM UNTIL WRK-CONTINUA NOT = 'S'
               PERFORM 0100-BAIXA-ALUNO
               DISPLAY "BAIXAR OUTRO ALUNO (S/N) ? "
               ACCEPT WRK-CONTINUA
           END-PERFORM.
           CLOSE ALUNOS MENSALID.
           GOBACK.

       0100-BAIXA-ALUNO              SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           DISPLAY "MATRICULA DO ALUNO : ".
           ACCEPT WRK-MATRICULA.
           MOVE WRK-MATRICULA TO ALUNO-MATRICULA.
           READ ALUNOS
             INVALID KEY
               DISPLAY "MATRICULA NAO CADASTRADA"
               GO TO 0100-SAIDA
           END-READ.
           DISPLAY "ALUNO: " ALUNO-NOME.
           IF ALUNO-BLOQUEADO
               DISPLAY "*** ALUNO BLOQUEADO POR INADIMPLENCIA"
           END-IF.
           PERFORM 0200-LISTA-ABERTAS.
           IF WRK-QT-ABERTAS = ZEROS
               DISPLAY "NENHUMA MENSALIDADE EM ABERTO"
               GO TO 0100-SAIDA
           END-IF.
           MOVE WRK-TOT-ABERTO TO WRK-TOTAL-ED.
           DISPLAY WRK-QT-ABERTAS " EM ABERTO, TOTAL " WRK-TOTAL-ED.
           DISPLAY "COMPETENCIA A BAIXAR (AAAAMM, 0 = NENHUMA) : ".
           ACCEPT WRK-COMPETENCIA.
           IF WRK-COMPETENCIA = ZEROS
               GO TO 0100-SAIDA
           END-IF.
           MOVE WRK-MATRICULA   TO FAT-MATRICULA.
           MOVE WRK-COMPETENCIA TO FAT-COMPETENCIA.
           READ MENSALID
             INVALID KEY
               DISPLAY "MENSALIDADE NAO ENCONTRADA"
               GO TO 0100-SAIDA
           END-READ.
           IF FAT-DEBITO-AGENDADO
               DISPLAY "MENSALIDADE EM DEBITO AUTOMATICO NA CONTA "
                       FAT-CONTA-DEB " - AGUARDE A CONCILIACAO DO "
                       "INADALU"
               GO TO 0100-SAIDA
           END-IF.
           IF NOT FAT-ABERTA
               DISPLAY "MENSALIDADE NAO ESTA EM ABERTO"
               GO TO 0100-SAIDA
           END-IF.
           MOVE FAT-VALOR TO WRK-VALOR-ED.
           DISPLAY "VALOR RECEBIDO (0 = " WRK-VALOR-ED ") : ".
           ACCEPT WRK-VALOR-PAGO.
           IF WRK-VALOR-PAGO = ZEROS
               MOVE FAT-VALOR TO WRK-VALOR-PAGO
           END-IF.
           IF WRK-VALOR-PAGO < FAT-VALOR
               DISPLAY "VALOR ABAIXO DA MENSALIDADE - BAIXA RECUSADA"
               GO TO 0100-SAIDA
           END-IF.
           MOVE WRK-VALOR-PAGO TO WRK-VALOR-ED.
           DISPLAY "CONFIRMA A BAIXA DE " WRK-VALOR-ED " (S/N) ? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0100-SAIDA
           END-IF.
           SET FAT-PAGA        TO TRUE.
           SET FAT-PAGO-BALCAO TO TRUE.
           MOVE WRK-HOJE       TO FAT-PAGO-DATA.
           MOVE WRK-VALOR-PAGO TO FAT-PAGO-VALOR.
           REWRITE FAT-REG
             INVALID KEY
               DISPLAY "MENSALIDADE NAO REGRAVADA"
               GO TO 0100-SAIDA
           END-REWRITE.
           DISPLAY "MENSALIDADE " WRK-COMPETENCIA " BAIXADA".
           IF ALUNO-BLOQUEADO
               PERFORM 0200-LISTA-ABERTAS
               IF WRK-QT-VENCIDAS = ZEROS
                   SET ALUNO-LIBERADO TO TRUE
                   REWRITE ALUNO-REG
                     INVALID KEY
                       DISPLAY "BLOQUEIO NAO RETIRADO"
                     NOT INVALID KEY
                       DISPLAY "SEM MENSALIDADE VENCIDA - BLOQUEIO "
                               "RETIRADO"
                   END-REWRITE
               END-IF
           END-IF.

       0100-SAIDA.
           EXIT.

      *    EM ABERTO = 'A' OU 'D'; VENCIDA = 'A' COM VENCIMENTO ANTES
      *    DE HOJE (O DEBITO AGENDADO AINDA NAO E ATRASO).
       0200-LISTA-ABERTAS            SECTION.
           MOVE ZEROS TO WRK-QT-ABERTAS WRK-QT-VENCIDAS WRK-TOT-ABERTO.
           MOVE WRK-MATRICULA TO FAT-MATRICULA.
           MOVE ZEROS TO FAT-COMPETENCIA.
           START MENSALID KEY IS NOT LESS FAT-CHAVE
             INVALID KEY
               MOVE 23 TO FS-MENSALID
             NOT INVALID KEY
               READ MENSALID NEXT RECORD
           END-START.
           PERFORM UNTIL FS-MENSALID NOT = 0
                   OR FAT-MATRICULA NOT = WRK-MATRICULA
               IF FAT-ABERTA OR FAT-DEBITO-AGENDADO
                   ADD 1 TO WRK-QT-ABERTAS
                   ADD FAT-VALOR TO WRK-TOT-ABERTO
                   IF FAT-DEBITO-AGENDADO
                       MOVE 'DEBITO AGENDADO' TO WRK-SITUACAO-ED
                   ELSE
                       IF FAT-VENCIMENTO < WRK-HOJE
                           ADD 1 TO WRK-QT-VENCIDAS
                           MOVE 'VENCIDA' TO WRK-SITUACAO-ED
                       ELSE
                           MOVE 'A VENCER' TO WRK-SITUACAO-ED
                       END-IF
                   END-IF
                   MOVE FAT-VALOR TO WRK-VALOR-ED
                   DISPLAY FAT-COMPETENCIA " VENC " FAT-VENCIMENTO
                           " " WRK-VALOR-ED " " WRK-SITUACAO-ED
               END-IF
               READ MENSALID NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-MENSALID.

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

       COPY CFGLER.
