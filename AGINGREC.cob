       IDENTIFICATION DIVISION.
       PROGRAM-ID. AGINGREC.
      ******************************************************************
      *OBJETIVO: CARTEIRA DO CONTAS A RECEBER POR IDADE (AGING), POR
      *          CLIENTE. LE O RECEBER.DAT.TXT PELA CHAVE ALTERNADA DO
      *          CLIENTE (AS PARCELAS DE CADA CLIENTE VEM JUNTAS) E
      *          DISTRIBUI O VALOR EM ABERTO PELOS DIAS CORRIDOS DESDE
      *          O VENCIMENTO: A VENCER, 1-30, 31-60, 61-90 E MAIS DE
      *          90 DIAS. UMA LINHA POR CLIENTE COM PARCELA EM ABERTO
      *          (NOME DO CLIENTES.DAT.TXT) E O TOTAL GERAL POR FAIXA,
      *          NA TELA E EM RECEBER.AGING.TXT.
      *          DATA DE REFERENCIA = HOJE, OU 'DATA AAAAMMDD' NA
      *          LINHA DE COMANDO PARA REPROCESSAR UMA POSICAO: CONTA
      *          A PARCELA EMITIDA ATE A REFERENCIA QUE ESTAVA ABERTA
      *          NELA (PAGA OU CANCELADA SO DEPOIS CONTA COMO ABERTA).
      *          RETURN-CODE 4 QUANDO HA PARCELA DE CHAVE QUE NAO
      *          EXISTE NO CADASTRO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT RECEBER ASSIGN TO WRK-ARQ-RECEBER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RECEBER
               RECORD KEY      IS RCB-CHAVE
               ALTERNATE RECORD KEY IS RCB-CLIENTE WITH DUPLICATES.

           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT AGINGREL ASSIGN TO WRK-ARQ-AGINGREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-AGINGREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  RECEBER.
       COPY RCBREG.

       FD  CLIENTES.
       COPY CLIREG.

       FD  AGINGREL.
       01  AGINGREL-REG                 PIC X(120).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-RECEBER              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-AGINGREL             PIC X(80) VALUE SPACES.
       77  FS-RECEBER                   PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES                  PIC 9(02) VALUE ZEROS.
       77  FS-AGINGREL                  PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-DATA-REF                 PIC 9(08) VALUE ZEROS.
      *    CLIENTE EM APURACAO (QUEBRA PELA CHAVE ALTERNADA).
       77  WRK-CLI-PAIS                 PIC 9(03) VALUE ZEROS.
       77  WRK-CLI-FONE                 PIC 9(12) VALUE ZEROS.
       77  WRK-CLI-TEM                  PIC X(01) VALUE 'N'.
       77  WRK-DIAS                     PIC S9(05) VALUE ZEROS.
       77  WRK-F                        PIC 9(01) VALUE ZEROS.
       77  WRK-EM-ABERTO                PIC X(01) VALUE 'N'.
      *    TOTAIS DO PROCESSAMENTO.
       77  WRK-QT-LIDAS                 PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ABERTAS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CLIENTES              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ORFAOS                PIC 9(07) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(120) VALUE SPACES.
      *    FAIXAS: 1 A VENCER, 2 1-30, 3 31-60, 4 61-90, 5 MAIS DE 90.
       01  WRK-FAIXAS-CLI.
           05 WRK-FX-CLI OCCURS 5 TIMES PIC 9(09)V99.
       77  WRK-TOT-CLI                  PIC 9(09)V99 VALUE ZEROS.
       01  WRK-FAIXAS-GERAL.
           05 WRK-FX-GERAL OCCURS 5 TIMES PIC 9(11)V99.
       77  WRK-TOT-GERAL                PIC 9(11)V99 VALUE ZEROS.
       01  WRK-DETALHE.
           05 DET-PAIS                  PIC 9(03).
           05 FILLER                    PIC X(01) VALUE '-'.
           05 DET-FONE                  PIC 9(12).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-NOME                  PIC X(24).
           05 DET-FAIXA OCCURS 5 TIMES.
              10 DET-VALOR              PIC Z.ZZZ.ZZ9,99.
              10 FILLER                 PIC X(01) VALUE SPACE.
           05 DET-TOTAL                 PIC ZZ.ZZZ.ZZ9,99.
       01  WRK-TOTAL-LINHA.
           05 FILLER                    PIC X(17) VALUE SPACES.
           05 TOT-ROTULO                PIC X(24).
           05 TOT-FAIXA OCCURS 5 TIMES.
              10 TOT-VALOR              PIC Z.ZZZ.ZZ9,99.
              10 FILLER                 PIC X(01) VALUE SPACE.
           05 TOT-TOTAL                 PIC ZZ.ZZZ.ZZ9,99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSA.
           PERFORM 0400-TOTAIS.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           INITIALIZE WRK-FAIXAS-CLI WRK-FAIXAS-GERAL.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'DATA'
                   AND WRK-PARAMETRO(6:8) IS NUMERIC
               MOVE WRK-PARAMETRO(6:8) TO WRK-DATA-REF
           ELSE
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT RECEBER.
           IF FS-RECEBER NOT = 0
               DISPLAY "CONTAS A RECEBER NAO FOI ABERTO, STATUS="
                       FS-RECEBER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = 0
               DISPLAY "ARQUIVO DE CLIENTES NAO FOI ABERTO, STATUS="
                       FS-CLIENTES
               CLOSE RECEBER
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT AGINGREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONTAS A RECEBER POR IDADE - REFERENCIA '
                                  DELIMITED BY SIZE
                  WRK-DATA-REF(7:2) DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WRK-DATA-REF(5:2) DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  WRK-DATA-REF(1:4) DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLIENTE          NOME                    '
                                  DELIMITED BY SIZE
                  '    A VENCER         1-30        31-60 '
                                  DELIMITED BY SIZE
                  '       61-90      MAIS 90         TOTAL'
                                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

      *    VARREDURA PELA CHAVE ALTERNADA: A QUEBRA DE CLIENTE FECHA
      *    A LINHA DO ANTERIOR.
       0200-PROCESSA                 SECTION.
           MOVE LOW-VALUES TO RCB-CLIENTE.
           START RECEBER KEY IS NOT LESS RCB-CLIENTE
             INVALID KEY
               MOVE 10 TO FS-RECEBER
             NOT INVALID KEY
               READ RECEBER NEXT RECORD
           END-START.
           PERFORM UNTIL FS-RECEBER NOT = 0
               ADD 1 TO WRK-QT-LIDAS
               IF WRK-CLI-TEM = 'S'
                   AND (RCB-PAIS NOT = WRK-CLI-PAIS
                        OR RCB-FONE NOT = WRK-CLI-FONE)
                   PERFORM 0300-FECHA-CLIENTE
               END-IF
               PERFORM 0250-CLASSIFICA-PARCELA
               READ RECEBER NEXT RECORD
           END-PERFORM.
           IF WRK-CLI-TEM = 'S'
               PERFORM 0300-FECHA-CLIENTE
           END-IF.
           CLOSE RECEBER CLIENTES.

      *    ABERTA NA REFERENCIA: EMITIDA ATE ELA E AINDA 'A', OU PAGA
      *    / CANCELADA DEPOIS DELA.
       0250-CLASSIFICA-PARCELA       SECTION.
           MOVE 'N' TO WRK-EM-ABERTO.
           IF RCB-EMISSAO NOT GREATER WRK-DATA-REF
               EVALUATE TRUE
                 WHEN RCB-ABERTA
                   MOVE 'S' TO WRK-EM-ABERTO
                 WHEN RCB-PAGA AND RCB-DATA-PAGTO > WRK-DATA-REF
                   MOVE 'S' TO WRK-EM-ABERTO
                 WHEN RCB-CANCELADA
                      AND RCB-DATAHORA(1:8) > WRK-DATA-REF
                   MOVE 'S' TO WRK-EM-ABERTO
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.
           IF WRK-EM-ABERTO NOT = 'S'
               GO TO 0250-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-ABERTAS.
           MOVE 'S'      TO WRK-CLI-TEM.
           MOVE RCB-PAIS TO WRK-CLI-PAIS.
           MOVE RCB-FONE TO WRK-CLI-FONE.
           COMPUTE WRK-DIAS =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF) -
                   FUNCTION INTEGER-OF-DATE(RCB-VENCIMENTO).
           EVALUATE TRUE
             WHEN WRK-DIAS NOT GREATER ZEROS
               MOVE 1 TO WRK-F
             WHEN WRK-DIAS NOT GREATER 30
               MOVE 2 TO WRK-F
             WHEN WRK-DIAS NOT GREATER 60
               MOVE 3 TO WRK-F
             WHEN WRK-DIAS NOT GREATER 90
               MOVE 4 TO WRK-F
             WHEN OTHER
               MOVE 5 TO WRK-F
           END-EVALUATE.
           ADD RCB-VALOR TO WRK-FX-CLI(WRK-F) WRK-TOT-CLI.

       0250-SAIDA.
           EXIT.

       0300-FECHA-CLIENTE            SECTION.
           ADD 1 TO WRK-QT-CLIENTES.
           MOVE WRK-CLI-PAIS TO DET-PAIS CLIENTES-PAIS.
           MOVE WRK-CLI-FONE TO DET-FONE CLIENTES-FONE.
           READ CLIENTES
             INVALID KEY
               MOVE '(NAO CADASTRADO)' TO DET-NOME
               ADD 1 TO WRK-QT-ORFAOS
             NOT INVALID KEY
               MOVE CLIENTES-NOME TO DET-NOME
           END-READ.
           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > 5
               MOVE WRK-FX-CLI(WRK-F) TO DET-VALOR(WRK-F)
               ADD WRK-FX-CLI(WRK-F) TO WRK-FX-GERAL(WRK-F)
           END-PERFORM.
           MOVE WRK-TOT-CLI TO DET-TOTAL.
           ADD WRK-TOT-CLI TO WRK-TOT-GERAL.
           MOVE WRK-DETALHE TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           INITIALIZE WRK-FAIXAS-CLI.
           MOVE ZEROS TO WRK-TOT-CLI.
           MOVE 'N' TO WRK-CLI-TEM.

       0400-TOTAIS                   SECTION.
           MOVE 'TOTAL GERAL' TO TOT-ROTULO.
           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > 5
               MOVE WRK-FX-GERAL(WRK-F) TO TOT-VALOR(WRK-F)
           END-PERFORM.
           MOVE WRK-TOT-GERAL TO TOT-TOTAL.
           MOVE WRK-TOTAL-LINHA TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PARCELAS LIDAS............: ' DELIMITED BY SIZE
                  WRK-QT-LIDAS                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EM ABERTO NA REFERENCIA...: ' DELIMITED BY SIZE
                  WRK-QT-ABERTAS                 DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLIENTES COM SALDO........: ' DELIMITED BY SIZE
                  WRK-QT-CLIENTES                DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CLIENTE INEXISTENTE.......: ' DELIMITED BY SIZE
                  WRK-QT-ORFAOS                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE AGINGREL.
           IF WRK-QT-ORFAOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO AGINGREL-REG.
           WRITE AGINGREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-RECEBER.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECEBER.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECEBER
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-AGINGREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECEBER.AGING.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-AGINGREL
           END-STRING.

       COPY CFGLER.
