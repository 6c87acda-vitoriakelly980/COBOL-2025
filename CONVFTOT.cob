       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVFTOT.
      ******************************************************************
      *OBJETIVO: CONVERSAO UNICA DOS TOTAIS DA FOLHA PARA O LAYOUT
      *          COM A ORIGEM DA LINHA (FTOT-ORIGEM - VIDE
      *          FOLTOTRG.cpy). MESMO PROCEDIMENTO DO CONVRAZ:
      *          RENOMEIE FOLHA.TOT.TXT PARA FOLHA.TOT.OLD.TXT E RODE.
      *          COMPETENCIA AAAA13 SAI COMO 'D' (DECTERC); AS DEMAIS
      *          SAEM COM A ORIGEM EM BRANCO, POIS NAO DA PARA SEPARAR
      *          FOLHA DE RESCISAO NO ARQUIVO ANTIGO - JA FORAM
      *          LANCADAS E NAO SERVEM DE BASE PARA A DIFERENCA DA
      *          FOLHA NO LANCCTB. RODE ANTES DA PROXIMA FOLHA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT FTOTVEL ASSIGN TO WRK-ARQ-FTOTVEL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FTOTVEL.

           SELECT FOLHATOT ASSIGN TO WRK-ARQ-FOLHATOT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FOLHATOT.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

      *    LINHA ANTES DA ORIGEM (ATE FTOT-QT-PAGOS).
       FD  FTOTVEL.
       01  VEL-FTOT-REG.
           05 FILLER                    PIC X(12).
           05 VEL-FTOT-MES              PIC 9(02).
           05 FILLER                    PIC X(61).

       FD  FOLHATOT.
       COPY FOLTOTRG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-FTOTVEL              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FOLHATOT             PIC X(80) VALUE SPACES.
       77  FS-FTOTVEL                   PIC 9(02) VALUE ZEROS.
       77  FS-FOLHATOT                  PIC 9(02) VALUE ZEROS.
       77  WRK-QT-LINHAS                PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN INPUT FTOTVEL.
           IF FS-FTOTVEL NOT = 0
               DISPLAY "FOLHA.TOT.OLD.TXT AUSENTE - NADA A CONVERTER"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT FOLHATOT.
           READ FTOTVEL NEXT RECORD
           PERFORM UNTIL FS-FTOTVEL = 10
               MOVE VEL-FTOT-REG TO FTOT-REG
               IF VEL-FTOT-MES = 13
                   MOVE 'D'   TO FTOT-ORIGEM
               ELSE
                   MOVE SPACE TO FTOT-ORIGEM
               END-IF
               WRITE FTOT-REG
               ADD 1 TO WRK-QT-LINHAS
               READ FTOTVEL NEXT RECORD
           END-PERFORM.
           CLOSE FTOTVEL.
           CLOSE FOLHATOT.
           DISPLAY "LINHAS DE TOTAIS CONVERTIDAS.....: "
                   WRK-QT-LINHAS.
           GOBACK.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-FTOTVEL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.TOT.OLD.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FTOTVEL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FOLHATOT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.TOT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHATOT
           END-STRING.

       COPY CFGLER.
