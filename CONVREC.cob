       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVREC.
      ******************************************************************
      *OBJETIVO: CONVERSAO UNICA DO ARQUIVO DE RECIBOS PARA O LAYOUT
      *          COM A SITUACAO DE CANCELAMENTO POR ESTORNO
      *          (RECIBO-SITUACAO, RECIBO-CANC-DATA E RECIBO-CANC-APROV
      *          - VIDE RECIBREG.cpy). MESMO PROCEDIMENTO DO CONVRAZ:
      *          RENOMEIE RECIBOS.DAT.TXT PARA RECIBOS.DAT.OLD.TXT E
      *          RODE; O NOVO SAI COM TODOS OS RECIBOS VALIDOS.
      *          SO PARA O ARQUIVO JA NO LAYOUT COM O CODIGO DE BARRAS
      *          DO BOLETO - O ANTERIOR A ELE VAI DIRETO PELO CONVRAZ,
      *          QUE JA GRAVA O LAYOUT ATUAL.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT RECVEL ASSIGN TO WRK-ARQ-RECVEL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               FILE STATUS     IS FS-RECVEL
               RECORD KEY      IS VEL-RECIBO-NUMERO.

           SELECT RECIBOS ASSIGN TO WRK-ARQ-RECIBOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               FILE STATUS     IS FS-RECIBOS
               RECORD KEY      IS RECIBO-NUMERO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

      *    RECIBO ANTES DA SITUACAO (ATE RECIBO-BOLETO).
       FD  RECVEL.
       01  VEL-RECIBO-REG.
           05 VEL-RECIBO-NUMERO         PIC 9(08).
           05 FILLER                    PIC X(83).

       FD  RECIBOS.
       COPY RECIBREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-RECVEL               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RECIBOS              PIC X(80) VALUE SPACES.
       77  FS-RECVEL                    PIC 9(02) VALUE ZEROS.
       77  FS-RECIBOS                   PIC 9(02) VALUE ZEROS.
       77  WRK-QT-RECIBOS               PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN INPUT RECVEL.
           IF FS-RECVEL NOT = 0
               DISPLAY "RECIBOS.DAT.OLD.TXT AUSENTE - NADA A CONVERTER"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RECIBOS.
           READ RECVEL NEXT RECORD
           PERFORM UNTIL FS-RECVEL = 10
               MOVE VEL-RECIBO-REG TO RECIBO-REG
               MOVE SPACE          TO RECIBO-SITUACAO
               MOVE ZEROS          TO RECIBO-CANC-DATA
               MOVE SPACES         TO RECIBO-CANC-APROV
               WRITE RECIBO-REG
                 INVALID KEY
                   DISPLAY "RECIBO NAO GRAVADO: " RECIBO-NUMERO
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-RECIBOS
               END-WRITE
               READ RECVEL NEXT RECORD
           END-PERFORM.
           CLOSE RECVEL.
           CLOSE RECIBOS.
           DISPLAY "RECIBOS CONVERTIDOS..............: "
                   WRK-QT-RECIBOS.
           GOBACK.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-RECVEL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECIBOS.DAT.OLD.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECVEL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RECIBOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECIBOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECIBOS
           END-STRING.

       COPY CFGLER.
