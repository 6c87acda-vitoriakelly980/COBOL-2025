       IDENTIFICATION DIVISION.
       PROGRAM-ID. REIMPHOL.
      ******************************************************************
      *OBJETIVO: SEGUNDA VIA DE CONTRACHEQUE, NOS MOLDES DO REIMPREC.
      *          LOCALIZA O CONTRACHEQUE PELA COMPETENCIA E MATRICULA
      *          NO ARQUIVO HOLERITE.DAT.TXT (VIDE HOLREG.cpy), MOSTRA
      *          NA TELA E IMPRIME A VIA NO SPOOL HOLERITE.SPL.TXT COM
      *          AS MESMAS LINHAS, NA MESMA ORDEM, QUE O FOLHAPAG GRAVOU
      *          NO FOLHA.PAG.TXT DA RODADA ORIGINAL.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT HOLERITE ASSIGN TO WRK-ARQ-HOLERITE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-HOLERITE
               RECORD KEY      IS HOL-CHAVE.

           SELECT HOLSPOOL ASSIGN TO WRK-ARQ-HOLSPOOL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-HOLSPOOL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  HOLERITE.
       COPY HOLREG.

       FD  HOLSPOOL.
       01  HOLSPOOL-REG                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-HOLERITE             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-HOLSPOOL             PIC X(80) VALUE SPACES.
       77  FS-HOLERITE                  PIC 9(02) VALUE ZEROS.
       77  FS-HOLSPOOL                  PIC 9(02) VALUE ZEROS.
       77  WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.
       77  WRK-FUNC-ID                  PIC 9(05) VALUE ZEROS.
       77  WRK-CONTINUAR                PIC X(01) VALUE 'S'.
       77  WRK-DATA-RODADA              PIC 9(08) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN INPUT HOLERITE.
           IF FS-HOLERITE NOT = 0
               DISPLAY "ARQUIVO DE CONTRACHEQUES NAO FOI ABERTO, "
                       "STATUS=" FS-HOLERITE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-CONTINUAR NOT = 'S'
               PERFORM 0100-REIMPRIME
               DISPLAY "REIMPRIMIR OUTRO (S/N) ? "
               ACCEPT WRK-CONTINUAR
           END-PERFORM.
           CLOSE HOLERITE.
           GOBACK.

      *    A LINHA 000 (RESUMO) CONFIRMA QUE O CONTRACHEQUE EXISTE E
      *    DA A DATA DA RODADA; AS LINHAS 001 EM DIANTE SAO A VIA.
       0100-REIMPRIME                SECTION.
           DISPLAY "COMPETENCIA (AAAAMM) : ".
           ACCEPT WRK-COMPETENCIA.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           MOVE WRK-COMPETENCIA TO HOL-COMPETENCIA.
           MOVE WRK-FUNC-ID     TO HOL-FUNC-ID.
           MOVE ZEROS           TO HOL-LINHA.
           READ HOLERITE
             INVALID KEY
               DISPLAY "CONTRACHEQUE NAO ARQUIVADO PARA A COMPETENCIA "
                       "E MATRICULA INFORMADAS"
               GO TO 0100-SAIDA
           END-READ.
           MOVE HOL-DATA-RODADA TO WRK-DATA-RODADA.
           OPEN EXTEND HOLSPOOL.
           IF FS-HOLSPOOL = 35
               OPEN OUTPUT HOLSPOOL
               CLOSE HOLSPOOL
               OPEN EXTEND HOLSPOOL
           END-IF.
           MOVE SPACES TO HOLSPOOL-REG.
           STRING 'CONTRACHEQUE '          DELIMITED BY SIZE
                  WRK-COMPETENCIA(5:2)     DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WRK-COMPETENCIA(1:4)     DELIMITED BY SIZE
                  ' (SEGUNDA VIA) - FOLHA DE ' DELIMITED BY SIZE
                  WRK-DATA-RODADA(7:2)     DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WRK-DATA-RODADA(5:2)     DELIMITED BY SIZE
                  '/'                      DELIMITED BY SIZE
                  WRK-DATA-RODADA(1:4)     DELIMITED BY SIZE
             INTO HOLSPOOL-REG
           END-STRING.
           DISPLAY HOLSPOOL-REG.
           WRITE HOLSPOOL-REG.
           READ HOLERITE NEXT RECORD
           PERFORM UNTIL FS-HOLERITE NOT = 0
                   OR HOL-COMPETENCIA NOT = WRK-COMPETENCIA
                   OR HOL-FUNC-ID NOT = WRK-FUNC-ID
               DISPLAY HOL-TEXTO
               MOVE HOL-TEXTO TO HOLSPOOL-REG
               WRITE HOLSPOOL-REG
               READ HOLERITE NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-HOLERITE.
           MOVE '----------------------------------------'
             TO HOLSPOOL-REG.
           WRITE HOLSPOOL-REG.
           CLOSE HOLSPOOL.
           DISPLAY "SEGUNDA VIA NO SPOOL".

       0100-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-HOLERITE.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'HOLERITE.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-HOLERITE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-HOLSPOOL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'HOLERITE.SPL.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-HOLSPOOL
           END-STRING.

       COPY CFGLER.
