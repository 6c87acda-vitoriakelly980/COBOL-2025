       IDENTIFICATION DIVISION.
       PROGRAM-ID. TENDCAP.
      ******************************************************************
      *OBJETIVO: RELATORIO SEMANAL DE TENDENCIA DE CAPACIDADE. LE O
      *          HISTORICO VERIFPRE.HIST.TXT (CAPHREG) QUE O VERIFPRE
      *          ALIMENTA TODA NOITE E, POR ARQUIVO (MESTRES E RAZAO EM
      *          REGISTROS, DIARIOS EM BYTES), MOSTRA:
      *            - A QUANTIDADE ATUAL (ULTIMA MEDICAO ATE A DATA DE
      *              REFERENCIA);
      *            - O CRESCIMENTO DO DIA (CONTRA A MEDICAO ANTERIOR),
      *              DA SEMANA (CONTRA 7 DIAS ANTES) E DO MES (CONTRA
      *              30 DIAS ANTES);
      *            - A PROJECAO PARA 3, 6 E 12 MESES PELO RITMO MEDIO
      *              DIARIO DOS ULTIMOS 30 DIAS (COM MENOS HISTORICO,
      *              DESDE A PRIMEIRA MEDICAO).
      *          AVISOS ABAIXO DA LINHA DO ARQUIVO:
      *            - RITMO DA ULTIMA SEMANA DIFERENTE DO RITMO DAS
      *              SEMANAS ANTERIORES DO MES EM MAIS DE CAP-VARIACAO %
      *              (CONFIGURACAO, PADRAO 50);
      *            - QUANTIDADE ATUAL OU PROJETADA PASSANDO DO LIMITE
      *              CAP-LIMITE DO ARQUIVO NA CONFIGURACAO, COM A DATA
      *              PREVISTA. O NOME NO CAP-LIMITE E O DO HISTORICO:
      *              CLIENTES, CONTAS, RAZAO, FITA.LOG.TXT...
      *          REFERENCIA = HOJE, OU 'DATA AAAAMMDD' NA LINHA DE
      *          COMANDO. SAI NA TELA E EM TENDCAP.RPT.TXT.
      *          RETURN-CODE 4 QUANDO AINDA NAO HA HISTORICO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT HISTORICO ASSIGN TO WRK-ARQ-HISTORICO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-HISTORICO.

           SELECT TENDREL ASSIGN TO WRK-ARQ-TENDREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-TENDREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  HISTORICO.
       COPY CAPHREG.

       FD  TENDREL.
       01  TENDREL-REG                  PIC X(130).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-HISTORICO            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TENDREL              PIC X(80) VALUE SPACES.
       77  FS-HISTORICO                 PIC 9(02) VALUE ZEROS.
       77  FS-TENDREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-REFERENCIA               PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-REF                  PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-MEDICAO              PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-ULT                  PIC 9(08) VALUE ZEROS.
       77  WRK-DIA-BASE                 PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS                     PIC S9(08) VALUE ZEROS.
       77  WRK-PRIMEIRA-DATA            PIC 9(08) VALUE ZEROS.
       77  WRK-T                        PIC 9(02) VALUE ZEROS.
       77  WRK-C                        PIC 9(02) VALUE ZEROS.
       77  WRK-K                        PIC 9(01) VALUE ZEROS.
       77  WRK-QT-ARQUIVOS              PIC 9(02) VALUE ZEROS.
       77  WRK-QT-IGNORADAS             PIC 9(07) VALUE ZEROS.
       77  WRK-QT-AVISOS                PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-TEM-TAXA                 PIC X(01) VALUE 'N'.
       77  WRK-VARIACAO                 PIC S9(13) VALUE ZEROS.
       77  WRK-TAXA                     PIC S9(10)V9(04) VALUE ZEROS.
       77  WRK-TAXA-SEM                 PIC S9(10)V9(04) VALUE ZEROS.
       77  WRK-TAXA-ANT                 PIC S9(10)V9(04) VALUE ZEROS.
       77  WRK-PCT-RITMO                PIC S9(07)V99 VALUE ZEROS.
       77  WRK-PROJECAO                 PIC S9(13) VALUE ZEROS.
       77  WRK-LIMITE                   PIC 9(12) VALUE ZEROS.
       77  WRK-DATA-PREVISTA            PIC 9(08) VALUE ZEROS.
       77  WRK-ED-QT                    PIC ZZZ.ZZZ.ZZZ.ZZ9.
       77  WRK-ED-VAR                   PIC -ZZ.ZZZ.ZZ9.
       77  WRK-ED-TAXA                  PIC -ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-TAXA2                 PIC -ZZ.ZZZ.ZZ9,99.
       77  WRK-ED-PCT                   PIC ZZZ.ZZ9.
       77  WRK-LINHA                    PIC X(130) VALUE SPACES.
      *    HORIZONTES DA PROJECAO, EM DIAS E EM MESES.
       01  WRK-HORIZONTES-VAL           PIC X(15)
           VALUE '091031820636512'.
       01  FILLER REDEFINES WRK-HORIZONTES-VAL.
           05 WRK-HORIZONTE OCCURS 3 TIMES.
              10 WRK-HOR-DIAS           PIC 9(03).
              10 WRK-HOR-MESES          PIC 9(02).
      *    UMA ENTRADA POR ARQUIVO DO HISTORICO: A ULTIMA MEDICAO ATE
      *    A REFERENCIA, A DO DIA DE MEDICAO ANTERIOR, A DE 7 E A DE
      *    30 DIAS ANTES E A PRIMEIRA.
       01  WRK-ARQUIVOS.
           05 WRK-HST-ITEM OCCURS 30 TIMES.
              10 WRK-HST-ARQUIVO        PIC X(20).
              10 WRK-HST-UNIDADE        PIC X(01).
              10 WRK-HST-ULT-DATA       PIC 9(08).
              10 WRK-HST-ULT-QT         PIC 9(12).
              10 WRK-HST-ANT-DATA       PIC 9(08).
              10 WRK-HST-ANT-QT         PIC 9(12).
              10 WRK-HST-SEM-DATA       PIC 9(08).
              10 WRK-HST-SEM-QT         PIC 9(12).
              10 WRK-HST-MES-DATA       PIC 9(08).
              10 WRK-HST-MES-QT         PIC 9(12).
              10 WRK-HST-INI-DATA       PIC 9(08).
              10 WRK-HST-INI-QT         PIC 9(12).
              10 WRK-HST-PROJ           PIC S9(13) OCCURS 3 TIMES.
       01  WRK-CABEC1.
           05 FILLER                    PIC X(25)
              VALUE 'ARQUIVO              U   '.
           05 FILLER                    PIC X(25)
              VALUE '        ATUAL         DIA'.
           05 FILLER                    PIC X(25)
              VALUE '      SEMANA         MES '.
           05 FILLER                    PIC X(25)
              VALUE '        PROJ 3M         P'.
           05 FILLER                    PIC X(22)
              VALUE 'ROJ 6M        PROJ 12M'.
       01  WRK-DETALHE.
           05 DET-ARQUIVO               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-UNIDADE               PIC X(01).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-ATUAL                 PIC X(15).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-DIA                   PIC X(11).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-SEMANA                PIC X(11).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-MES                   PIC X(11).
           05 DET-PROJ-G OCCURS 3 TIMES.
              10 FILLER                 PIC X(01).
              10 DET-PROJ               PIC X(15).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LE-HISTORICO.
           PERFORM 0300-IMPRIME.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           INITIALIZE WRK-ARQUIVOS.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'DATA'
                   AND WRK-PARAMETRO(6:8) IS NUMERIC
               MOVE WRK-PARAMETRO(6:8) TO WRK-REFERENCIA
           ELSE
               ACCEPT WRK-REFERENCIA FROM DATE YYYYMMDD
           END-IF.
           COMPUTE WRK-DIA-REF =
                   FUNCTION INTEGER-OF-DATE(WRK-REFERENCIA).
           OPEN INPUT HISTORICO.
           IF FS-HISTORICO NOT = 0
               DISPLAY "HISTORICO DE CAPACIDADE NAO FOI ABERTO, STATUS="
                       FS-HISTORICO " - O VERIFPRE AINDA NAO GRAVOU"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT TENDREL.

      *    O HISTORICO E GRAVADO EM ORDEM CRONOLOGICA; A ULTIMA LINHA
      *    DE UM MESMO DIA PREVALECE. MEDICAO DEPOIS DA REFERENCIA OU
      *    COM DATA INVALIDA NAO ENTRA.
       0200-LE-HISTORICO             SECTION.
           READ HISTORICO NEXT RECORD.
           PERFORM UNTIL FS-HISTORICO NOT = 0
               IF CAPH-DATA IS NUMERIC AND CAPH-QTDE IS NUMERIC
                       AND CAPH-DATA(5:2) >= '01'
                       AND CAPH-DATA(5:2) <= '12'
                       AND CAPH-DATA(7:2) >= '01'
                       AND CAPH-DATA(7:2) <= '31'
                       AND CAPH-DATA <= WRK-REFERENCIA
                   PERFORM 0250-ACUMULA
               END-IF
               READ HISTORICO NEXT RECORD
           END-PERFORM.
           CLOSE HISTORICO.

       0250-ACUMULA                  SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-ARQUIVOS OR TAB-ACHOU
               IF WRK-HST-ARQUIVO(WRK-T) = CAPH-ARQUIVO
                       AND WRK-HST-UNIDADE(WRK-T) = CAPH-UNIDADE
                   MOVE 'S' TO WRK-TAB-ACHOU
                   SUBTRACT 1 FROM WRK-T
               END-IF
           END-PERFORM.
           IF NOT TAB-ACHOU
               IF WRK-QT-ARQUIVOS = 30
                   ADD 1 TO WRK-QT-IGNORADAS
                   GO TO 0250-SAIDA
               END-IF
               ADD 1 TO WRK-QT-ARQUIVOS
               MOVE WRK-QT-ARQUIVOS TO WRK-T
               MOVE CAPH-ARQUIVO TO WRK-HST-ARQUIVO(WRK-T)
               MOVE CAPH-UNIDADE TO WRK-HST-UNIDADE(WRK-T)
               MOVE CAPH-DATA    TO WRK-HST-INI-DATA(WRK-T)
               MOVE CAPH-QTDE    TO WRK-HST-INI-QT(WRK-T)
           END-IF.
           IF WRK-PRIMEIRA-DATA = ZEROS
               MOVE CAPH-DATA TO WRK-PRIMEIRA-DATA
           END-IF.
           IF CAPH-DATA NOT = WRK-HST-ULT-DATA(WRK-T)
                   AND WRK-HST-ULT-DATA(WRK-T) NOT = ZEROS
               MOVE WRK-HST-ULT-DATA(WRK-T) TO WRK-HST-ANT-DATA(WRK-T)
               MOVE WRK-HST-ULT-QT(WRK-T)   TO WRK-HST-ANT-QT(WRK-T)
           END-IF.
           MOVE CAPH-DATA TO WRK-HST-ULT-DATA(WRK-T).
           MOVE CAPH-QTDE TO WRK-HST-ULT-QT(WRK-T).
           COMPUTE WRK-DIA-MEDICAO =
                   FUNCTION INTEGER-OF-DATE(CAPH-DATA).
           IF WRK-DIA-MEDICAO <= WRK-DIA-REF - 7
               MOVE CAPH-DATA TO WRK-HST-SEM-DATA(WRK-T)
               MOVE CAPH-QTDE TO WRK-HST-SEM-QT(WRK-T)
           END-IF.
           IF WRK-DIA-MEDICAO <= WRK-DIA-REF - 30
               MOVE CAPH-DATA TO WRK-HST-MES-DATA(WRK-T)
               MOVE CAPH-QTDE TO WRK-HST-MES-QT(WRK-T)
           END-IF.

       0250-SAIDA.
           EXIT.

       0300-IMPRIME                  SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TENDENCIA DE CAPACIDADE - REFERENCIA '
                                          DELIMITED BY SIZE
                  WRK-REFERENCIA          DELIMITED BY SIZE
                  ' - HISTORICO DESDE '   DELIMITED BY SIZE
                  WRK-PRIMEIRA-DATA       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE '(U: R = REGISTROS, B = BYTES)' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-CABEC1 TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE ALL '-' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-ARQUIVOS
               PERFORM 0350-LINHA-ARQUIVO
               PERFORM 0400-RITMO
               PERFORM 0450-LIMITE
           END-PERFORM.

       0350-LINHA-ARQUIVO            SECTION.
           MOVE SPACES TO WRK-DETALHE.
           MOVE WRK-HST-ARQUIVO(WRK-T) TO DET-ARQUIVO.
           MOVE WRK-HST-UNIDADE(WRK-T) TO DET-UNIDADE.
           MOVE WRK-HST-ULT-QT(WRK-T)  TO WRK-ED-QT.
           MOVE WRK-ED-QT              TO DET-ATUAL.
           MOVE '        N/D' TO DET-DIA DET-SEMANA DET-MES.
           IF WRK-HST-ANT-DATA(WRK-T) NOT = ZEROS
               COMPUTE WRK-VARIACAO = WRK-HST-ULT-QT(WRK-T)
                                    - WRK-HST-ANT-QT(WRK-T)
               MOVE WRK-VARIACAO TO WRK-ED-VAR
               MOVE WRK-ED-VAR   TO DET-DIA
           END-IF.
           IF WRK-HST-SEM-DATA(WRK-T) NOT = ZEROS
               COMPUTE WRK-VARIACAO = WRK-HST-ULT-QT(WRK-T)
                                    - WRK-HST-SEM-QT(WRK-T)
               MOVE WRK-VARIACAO TO WRK-ED-VAR
               MOVE WRK-ED-VAR   TO DET-SEMANA
           END-IF.
           IF WRK-HST-MES-DATA(WRK-T) NOT = ZEROS
               COMPUTE WRK-VARIACAO = WRK-HST-ULT-QT(WRK-T)
                                    - WRK-HST-MES-QT(WRK-T)
               MOVE WRK-VARIACAO TO WRK-ED-VAR
               MOVE WRK-ED-VAR   TO DET-MES
           END-IF.
      *    RITMO MEDIO DIARIO: DESDE 30 DIAS ANTES, OU DESDE A
      *    PRIMEIRA MEDICAO QUANDO O HISTORICO AINDA E CURTO.
           MOVE 'N' TO WRK-TEM-TAXA.
           MOVE ZEROS TO WRK-TAXA.
           COMPUTE WRK-DIA-ULT =
                   FUNCTION INTEGER-OF-DATE(WRK-HST-ULT-DATA(WRK-T)).
           IF WRK-HST-MES-DATA(WRK-T) NOT = ZEROS
               COMPUTE WRK-DIA-BASE =
                   FUNCTION INTEGER-OF-DATE(WRK-HST-MES-DATA(WRK-T))
               COMPUTE WRK-VARIACAO = WRK-HST-ULT-QT(WRK-T)
                                    - WRK-HST-MES-QT(WRK-T)
           ELSE
               COMPUTE WRK-DIA-BASE =
                   FUNCTION INTEGER-OF-DATE(WRK-HST-INI-DATA(WRK-T))
               COMPUTE WRK-VARIACAO = WRK-HST-ULT-QT(WRK-T)
                                    - WRK-HST-INI-QT(WRK-T)
           END-IF.
           COMPUTE WRK-DIAS = WRK-DIA-ULT - WRK-DIA-BASE.
           IF WRK-DIAS > 0
               MOVE 'S' TO WRK-TEM-TAXA
               COMPUTE WRK-TAXA ROUNDED = WRK-VARIACAO / WRK-DIAS
           END-IF.
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 3
               IF WRK-TEM-TAXA = 'S'
                   COMPUTE WRK-PROJECAO ROUNDED =
                           WRK-HST-ULT-QT(WRK-T)
                           + WRK-TAXA * WRK-HOR-DIAS(WRK-K)
                   IF WRK-PROJECAO < 0
                       MOVE ZEROS TO WRK-PROJECAO
                   END-IF
                   MOVE WRK-PROJECAO TO WRK-HST-PROJ(WRK-T, WRK-K)
                   MOVE WRK-PROJECAO TO WRK-ED-QT
                   MOVE WRK-ED-QT    TO DET-PROJ(WRK-K)
               ELSE
                   MOVE -1 TO WRK-HST-PROJ(WRK-T, WRK-K)
                   MOVE '            N/D' TO DET-PROJ(WRK-K)
               END-IF
           END-PERFORM.
           MOVE WRK-DETALHE TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

      *    RITMO DA ULTIMA SEMANA CONTRA O DAS SEMANAS ANTERIORES DO
      *    MES. SEM MEDICAO DE 7 E DE 30 DIAS ANTES NAO HA COMPARACAO;
      *    ARQUIVO PARADO NO MES ANTERIOR (RITMO ZERO) TAMBEM NAO.
       0400-RITMO                    SECTION.
           IF WRK-HST-SEM-DATA(WRK-T) = ZEROS
                   OR WRK-HST-MES-DATA(WRK-T) = ZEROS
                   OR WRK-HST-SEM-DATA(WRK-T)
                      NOT > WRK-HST-MES-DATA(WRK-T)
                   OR WRK-HST-ULT-DATA(WRK-T)
                      NOT > WRK-HST-SEM-DATA(WRK-T)
               GO TO 0400-SAIDA
           END-IF.
           COMPUTE WRK-DIA-BASE =
                   FUNCTION INTEGER-OF-DATE(WRK-HST-SEM-DATA(WRK-T)).
           COMPUTE WRK-TAXA-SEM ROUNDED =
                   (WRK-HST-ULT-QT(WRK-T) - WRK-HST-SEM-QT(WRK-T))
                   / (WRK-DIA-ULT - WRK-DIA-BASE).
           COMPUTE WRK-DIA-MEDICAO =
                   FUNCTION INTEGER-OF-DATE(WRK-HST-MES-DATA(WRK-T)).
           COMPUTE WRK-TAXA-ANT ROUNDED =
                   (WRK-HST-SEM-QT(WRK-T) - WRK-HST-MES-QT(WRK-T))
                   / (WRK-DIA-BASE - WRK-DIA-MEDICAO).
           IF WRK-TAXA-ANT = ZEROS
               GO TO 0400-SAIDA
           END-IF.
           COMPUTE WRK-PCT-RITMO ROUNDED =
                   FUNCTION ABS(WRK-TAXA-SEM - WRK-TAXA-ANT) * 100
                   / FUNCTION ABS(WRK-TAXA-ANT).
           IF WRK-PCT-RITMO > CFG-CAP-VARIACAO
               ADD 1 TO WRK-QT-AVISOS
               MOVE WRK-TAXA-SEM  TO WRK-ED-TAXA
               MOVE WRK-TAXA-ANT  TO WRK-ED-TAXA2
               MOVE WRK-PCT-RITMO TO WRK-ED-PCT
               MOVE SPACES TO WRK-LINHA
               STRING '   ** RITMO MUDOU '     DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-ED-PCT) DELIMITED BY SIZE
                      '%: SEMANA '             DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-ED-TAXA) DELIMITED BY SIZE
                      '/DIA CONTRA '           DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-ED-TAXA2) DELIMITED BY SIZE
                      '/DIA NAS SEMANAS ANTERIORES' DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
           END-IF.

       0400-SAIDA.
           EXIT.

      *    LIMITE DA CONFIGURACAO: JA ATINGIDO, OU O PRIMEIRO
      *    HORIZONTE CUJA PROJECAO PASSA DELE, COM A DATA PREVISTA
      *    PELO RITMO MEDIO.
       0450-LIMITE                   SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > CFG-CAP-QT OR TAB-ACHOU
               IF CFG-CAP-ARQUIVO(WRK-C) = WRK-HST-ARQUIVO(WRK-T)
                   MOVE 'S' TO WRK-TAB-ACHOU
                   MOVE CFG-CAP-LIMITE(WRK-C) TO WRK-LIMITE
               END-IF
           END-PERFORM.
           IF NOT TAB-ACHOU
               GO TO 0450-SAIDA
           END-IF.
           MOVE WRK-LIMITE TO WRK-ED-QT.
           IF WRK-HST-ULT-QT(WRK-T) >= WRK-LIMITE
               ADD 1 TO WRK-QT-AVISOS
               MOVE SPACES TO WRK-LINHA
               STRING '   ** LIMITE DE '       DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-ED-QT) DELIMITED BY SIZE
                      ' JA ATINGIDO'           DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
               GO TO 0450-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-K.
           PERFORM VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > 3 OR WRK-K NOT = ZEROS
               IF WRK-HST-PROJ(WRK-T, WRK-C) >= WRK-LIMITE
                   MOVE WRK-C TO WRK-K
               END-IF
           END-PERFORM.
           IF WRK-K = ZEROS OR WRK-TAXA NOT > ZEROS
               GO TO 0450-SAIDA
           END-IF.
           COMPUTE WRK-DIAS ROUNDED =
                   (WRK-LIMITE - WRK-HST-ULT-QT(WRK-T)) / WRK-TAXA.
           COMPUTE WRK-DATA-PREVISTA =
                   FUNCTION DATE-OF-INTEGER(WRK-DIA-ULT + WRK-DIAS).
           ADD 1 TO WRK-QT-AVISOS.
           MOVE SPACES TO WRK-LINHA.
           STRING '   ** PROJECAO PASSA DO LIMITE DE '
                                           DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-ED-QT) DELIMITED BY SIZE
                  ' EM ATE '               DELIMITED BY SIZE
                  WRK-HOR-MESES(WRK-K)     DELIMITED BY SIZE
                  ' MESES - PREVISTO PARA ' DELIMITED BY SIZE
                  WRK-DATA-PREVISTA        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0450-SAIDA.
           EXIT.

       0700-FINALIZAR                SECTION.
           MOVE ALL '-' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ARQUIVOS: '             DELIMITED BY SIZE
                  WRK-QT-ARQUIVOS          DELIMITED BY SIZE
                  '   AVISOS: '            DELIMITED BY SIZE
                  WRK-QT-AVISOS            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           IF WRK-QT-IGNORADAS > 0
               MOVE SPACES TO WRK-LINHA
               STRING '** TABELA DE ARQUIVOS CHEIA - MEDICOES '
                                           DELIMITED BY SIZE
                      'IGNORADAS: '        DELIMITED BY SIZE
                      WRK-QT-IGNORADAS     DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
           END-IF.
           CLOSE TENDREL.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO TENDREL-REG.
           WRITE TENDREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-HISTORICO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'VERIFPRE.HIST.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-HISTORICO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-TENDREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'TENDCAP.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TENDREL
           END-STRING.

       COPY CFGLER.
