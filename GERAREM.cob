       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERAREM.
      ******************************************************************
      *OBJETIVO: GERA O ARQUIVO DE REMESSA PARA O BANCO COM OS
      *          PAGAMENTOS A OUTROS BANCOS QUE ESTAO NA FILA
      *          (REMESSA.DAT.TXT, VIDE REMREG.cpy) COM SITUACAO 'P'.
      *          GRAVA REMESSA.BCO.TXT NO LAYOUT DO BANCO (VIDE
      *          BCOREG.cpy): HEADER COM O NUMERO DO LOTE (SEQUENCIA
      *          EM REMESSA.LOTE.TXT), A DATA E O CONVENIO DA EMPRESA
      *          (REM-CONVENIO= NA CONFIGURACAO), UM DETALHE POR ITEM E
      *          O TRAILER COM A QUANTIDADE E A SOMA DOS VALORES. CADA
      *          ITEM ENVIADO PASSA A 'E' COM O NUMERO DO LOTE, E SO
      *          SAI DESSA SITUACAO PELO RETORNO DO BANCO (RETBANCO).
      *          FILA SEM ITEM PENDENTE NAO GERA ARQUIVO NEM QUEIMA
      *          NUMERO DE LOTE. RODA NA CORRENTE NOTURNA, DEPOIS DO
      *          SALARIOS; O ARQUIVO E TRANSMITIDO ANTES DA PROXIMA
      *          EXECUCAO, QUE O REGRAVA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT REMFILA ASSIGN TO WRK-ARQ-REMFILA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-REMFILA
               RECORD KEY      IS REM-NUMERO.

           SELECT REMLOTE ASSIGN TO WRK-ARQ-REMLOTE
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-REMLOTE.

           SELECT BCOARQ ASSIGN TO WRK-ARQ-BCOARQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-BCOARQ.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  REMFILA.
       COPY REMREG.

       FD  REMLOTE.
       01  REMLOTE-REG.
           05 REMLOTE-NUMERO            PIC 9(06).

       FD  BCOARQ.
       COPY BCOREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-REMFILA              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REMLOTE              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-BCOARQ               PIC X(80) VALUE SPACES.
       77  FS-REMFILA                   PIC 9(02) VALUE ZEROS.
       77  FS-REMLOTE                   PIC 9(02) VALUE ZEROS.
       77  FS-BCOARQ                    PIC 9(02) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-LOTE                     PIC 9(06) VALUE ZEROS.
       77  WRK-BCO-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-QT-LIDOS                 PIC 9(06) VALUE ZEROS.
       77  WRK-QT-ENVIADOS              PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-ENVIADO              PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-ED                   PIC Z.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN I-O REMFILA.
           IF FS-REMFILA = 35
               DISPLAY "FILA DE REMESSA VAZIA - NADA A ENVIAR"
               GOBACK
           END-IF.
           IF FS-REMFILA NOT = 0
               DISPLAY "FILA DE REMESSA NAO FOI ABERTA, STATUS="
                       FS-REMFILA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WRK-LOTE.
           OPEN INPUT REMLOTE.
           IF FS-REMLOTE = 0
               READ REMLOTE
                 NOT AT END
                   MOVE REMLOTE-NUMERO TO WRK-LOTE
               END-READ
               CLOSE REMLOTE
           END-IF.
           ADD 1 TO WRK-LOTE.
           MOVE ZEROS TO REM-NUMERO.
           START REMFILA KEY IS NOT LESS THAN REM-NUMERO
             INVALID KEY
               MOVE 10 TO FS-REMFILA
           END-START.
           IF FS-REMFILA = 0
               READ REMFILA NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-REMFILA = 10
               ADD 1 TO WRK-QT-LIDOS
               IF REM-PENDENTE
                   PERFORM 0200-ENVIA-ITEM
               END-IF
               READ REMFILA NEXT RECORD
           END-PERFORM.
           CLOSE REMFILA.
           IF WRK-BCO-ABERTO = 'S'
               PERFORM 0300-FECHA-ARQUIVO
           END-IF.
           DISPLAY "========= REMESSA PARA O BANCO =========".
           DISPLAY "ITENS NA FILA.........: " WRK-QT-LIDOS.
           DISPLAY "ITENS ENVIADOS........: " WRK-QT-ENVIADOS.
           MOVE WRK-TOT-ENVIADO TO WRK-TOT-ED.
           DISPLAY "TOTAL ENVIADO.........: " WRK-TOT-ED.
           IF WRK-QT-ENVIADOS = 0
               DISPLAY "NENHUM ITEM PENDENTE - ARQUIVO NAO GERADO"
           ELSE
               DISPLAY "LOTE " WRK-LOTE " GRAVADO EM REMESSA.BCO.TXT"
           END-IF.
           GOBACK.

      *    O ARQUIVO DO BANCO SO E ABERTO NO PRIMEIRO ITEM PENDENTE,
      *    COM O HEADER DO LOTE.
       0100-ABRE-ARQUIVO             SECTION.
           OPEN OUTPUT BCOARQ.
           IF FS-BCOARQ NOT = 0
               DISPLAY "REMESSA.BCO.TXT NAO FOI ABERTO, STATUS="
                       FS-BCOARQ
               CLOSE REMFILA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'S' TO WRK-BCO-ABERTO.
           MOVE SPACES           TO BCO-REG.
           MOVE '0'              TO BCO-TIPO.
           MOVE 'REMESSA'        TO BCO-HDR-ARQUIVO.
           MOVE WRK-LOTE         TO BCO-HDR-LOTE.
           MOVE WRK-HOJE         TO BCO-HDR-DATA.
           MOVE CFG-REM-CONVENIO TO BCO-HDR-CONVENIO.
           WRITE BCO-REG.

       0200-ENVIA-ITEM               SECTION.
           IF WRK-BCO-ABERTO NOT = 'S'
               PERFORM 0100-ABRE-ARQUIVO
           END-IF.
           MOVE SPACES          TO BCO-REG.
           MOVE '1'             TO BCO-TIPO.
           MOVE REM-NUMERO      TO BCO-DET-NUMERO.
           MOVE REM-BANCO       TO BCO-DET-BANCO.
           MOVE REM-AGENCIA     TO BCO-DET-AGENCIA.
           MOVE REM-CONTA-DEST  TO BCO-DET-CONTA.
           MOVE REM-CPF         TO BCO-DET-CPF.
           MOVE REM-NOME        TO BCO-DET-NOME.
           MOVE REM-VALOR       TO BCO-DET-VALOR.
           WRITE BCO-REG.
           MOVE 'E'      TO REM-SITUACAO.
           MOVE WRK-LOTE TO REM-LOTE.
           REWRITE REM-REG
             INVALID KEY
               DISPLAY "ITEM " REM-NUMERO " NAO REGRAVADO NA FILA"
               MOVE 4 TO RETURN-CODE
           END-REWRITE.
           ADD 1 TO WRK-QT-ENVIADOS.
           ADD REM-VALOR TO WRK-TOT-ENVIADO.

      *    TRAILER COM OS TOTAIS DE CONTROLE E A SEQUENCIA DE LOTES
      *    GRAVADA SO COM O ARQUIVO COMPLETO.
       0300-FECHA-ARQUIVO            SECTION.
           MOVE SPACES          TO BCO-REG.
           MOVE '9'             TO BCO-TIPO.
           MOVE WRK-QT-ENVIADOS TO BCO-TRL-QTDE.
           MOVE WRK-TOT-ENVIADO TO BCO-TRL-TOTAL.
           WRITE BCO-REG.
           CLOSE BCOARQ.
           OPEN OUTPUT REMLOTE.
           MOVE WRK-LOTE TO REMLOTE-NUMERO.
           WRITE REMLOTE-REG.
           CLOSE REMLOTE.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-REMFILA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REMESSA.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REMFILA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REMLOTE.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REMESSA.LOTE.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REMLOTE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-BCOARQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REMESSA.BCO.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-BCOARQ
           END-STRING.

       COPY CFGLER.
