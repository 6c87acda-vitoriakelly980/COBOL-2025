       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTOCC.
      ******************************************************************
      *OBJETIVO: CUSTO DA FOLHA POR DEPARTAMENTO / CENTRO DE CUSTO, QUE
      *          A GERENCIA PEDIA TODO MES. COM 'MES AAAAMM' NA LINHA
      *          DE COMANDO (SEM PARAMETRO, A COMPETENCIA ATUAL), LE OS
      *          ENCARGOS GRAVADOS PELO FOLHAPAG NA COMPETENCIA
      *          (ENCARGOS.DAT.TXT, VIDE ENCREG.cpy - CADA REGISTRO JA
      *          TRAZ O CENTRO EM VIGOR NO MES), CLASSIFICA POR CENTRO
      *          E TIRA:
      *            - CUSTOCC.RPT.TXT: POR CENTRO (DESCRICAO DO CADASTRO
      *              CCUSTO.DAT.TXT DO MANTCC), PAGOS, BRUTO, FGTS,
      *              PREVIDENCIA PATRONAL, OUTROS ENCARGOS E CUSTO, E O
      *              TOTAL DA EMPRESA;
      *            - CUSTOCC.EXP.TXT: A EXPORTACAO PARA A CONTABILIDADE
      *              NOS MOLDES DO EXPRAZ - TIPO '00' HEADER (DATA +
      *              SEQUENCIA PERSISTIDA EM CUSTOCC.EXP.SEQ.TXT), TIPO
      *              '01' UMA LINHA POR CENTRO E EVENTO (COMPETENCIA +
      *              CENTRO + EVENTO + VALOR + CONTA DEBITO / CONTA
      *              CREDITO DO CONTABIL.MAP.TXT), TIPO '99' TRAILER
      *              (QUANTIDADE + SOMA DE CONTROLE DOS VALORES).
      *              EVENTOS: F1 BRUTO (O MESMO DO LANCCTB), F4 FGTS,
      *              F5 PREVIDENCIA PATRONAL, F6 OUTROS ENCARGOS. VALOR
      *              ZERADO NAO SAI; EVENTO SEM MAPEAMENTO FICA FORA E E
      *              ACUSADO (RC 4).
      *          CUSTO SEM CENTRO (FUNCIONARIO NAO LOTADO OU ENCARGO
      *          GRAVADO ANTES DOS CENTROS) SAI COMO '(SEM)' E, NA
      *          EXPORTACAO, COM O CENTRO EM BRANCO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT ENCARGOS ASSIGN TO WRK-ARQ-ENCARGOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ENCARGOS
               RECORD KEY      IS ENC-CHAVE.

           SELECT CCUSTO ASSIGN TO WRK-ARQ-CCUSTO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CCUSTO
               RECORD KEY      IS CC-CODIGO.

           SELECT MAPA ASSIGN TO WRK-ARQ-MAPA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MAPA.

           SELECT CUSTOREL ASSIGN TO WRK-ARQ-CUSTOREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CUSTOREL.

           SELECT EXPORTA ASSIGN TO WRK-ARQ-EXPORTA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EXPORTA.

           SELECT SEQCTL ASSIGN TO WRK-ARQ-SEQCTL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-SEQCTL.

           SELECT ORDCC ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  ENCARGOS.
       COPY ENCREG.

       FD  CCUSTO.
       COPY CCREG.

       FD  MAPA.
       01  MAPA-REG.
           05 MAPA-TIPO                 PIC X(02).
           05 MAPA-DEBITO               PIC X(08).
           05 MAPA-CREDITO              PIC X(08).

       FD  CUSTOREL.
       01  CUSTOREL-REG                 PIC X(130).

       FD  EXPORTA.
       01  EXP-REG                      PIC X(100).

       FD  SEQCTL.
       01  SEQCTL-REG.
           05 SEQCTL-SEQUENCIA          PIC 9(06).

       SD  ORDCC.
       01  ORDCC-REG.
           05 ORDC-CCUSTO               PIC X(06).
           05 ORDC-FUNC-ID              PIC 9(05).
           05 ORDC-BASE                 PIC 9(10)V99.
           05 ORDC-FGTS                 PIC 9(10)V99.
           05 ORDC-PATRONAL             PIC 9(10)V99.
           05 ORDC-OUTROS               PIC 9(10)V99.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ENCARGOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CCUSTO               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MAPA                 PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CUSTOREL             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EXPORTA              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-SEQCTL               PIC X(80) VALUE SPACES.
       77  FS-ENCARGOS                  PIC 9(02) VALUE ZEROS.
       77  FS-CCUSTO                    PIC 9(02) VALUE ZEROS.
       77  FS-MAPA                      PIC 9(02) VALUE ZEROS.
       77  FS-CUSTOREL                  PIC 9(02) VALUE ZEROS.
       77  FS-EXPORTA                   PIC 9(02) VALUE ZEROS.
       77  FS-SEQCTL                    PIC 9(02) VALUE ZEROS.
       77  FS-ORDCC                     PIC 9(02) VALUE ZEROS.
       77  WRK-CC-ABERTO                PIC X(01) VALUE 'N'.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.
       77  WRK-SEQUENCIA                PIC 9(06) VALUE ZEROS.
       77  WRK-GRUPO-ABERTO             PIC X(01) VALUE 'N'.
       77  WRK-CCUSTO                   PIC X(06) VALUE SPACES.
       77  WRK-DESCRICAO                PIC X(30) VALUE SPACES.
       77  WRK-QT-CENTROS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PAGOS                 PIC 9(05) VALUE ZEROS.
       77  WRK-CC-QT                    PIC 9(05) VALUE ZEROS.
       77  WRK-CC-BASE                  PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CC-FGTS                  PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CC-PATRONAL              PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CC-OUTROS                PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CUSTO                    PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-BASE                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-FGTS                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-PATRONAL             PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-OUTROS               PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-CUSTO                PIC 9(12)V99 VALUE ZEROS.
       77  WRK-EVENTO                   PIC X(02) VALUE SPACES.
       77  WRK-VALOR-EVENTO             PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QT-DETALHES              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-MAPA              PIC 9(07) VALUE ZEROS.
       77  WRK-HASH-VALORES             PIC 9(15) VALUE ZEROS.
       77  WRK-VALOR-CENT               PIC 9(12) VALUE ZEROS.
       77  WRK-QT-MAPA                  PIC 9(02) VALUE ZEROS.
       77  WRK-T                        PIC 9(02) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-ED1                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED2                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED3                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED4                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED5                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-ED                   PIC Z.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(130) VALUE SPACES.
       01  WRK-HEADER.
           05 WRK-HDR-TIPO              PIC X(02) VALUE '00'.
           05 WRK-HDR-DATA              PIC 9(08).
           05 WRK-HDR-SEQUENCIA         PIC 9(06).
       01  WRK-TRAILER.
           05 WRK-TRL-TIPO              PIC X(02) VALUE '99'.
           05 WRK-TRL-QTDE              PIC 9(07).
           05 WRK-TRL-HASH              PIC 9(15).
      *    MAPA DE CONTAS CONTABEIS POR EVENTO, EM MEMORIA (O MESMO
      *    CONTABIL.MAP.TXT DO EXPRAZ E DO LANCCTB).
       01  WRK-MAPA.
           05 WRK-MAP-ITEM OCCURS 40 TIMES.
              10 WRK-MAP-TIPO           PIC X(02).
              10 WRK-MAP-DEBITO         PIC X(08).
              10 WRK-MAP-CREDITO        PIC X(08).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           SORT ORDCC ON ASCENDING KEY ORDC-CCUSTO
                         ASCENDING KEY ORDC-FUNC-ID
               INPUT PROCEDURE IS 0200-LE-ENCARGOS
               OUTPUT PROCEDURE IS 0300-CENTROS.
           PERFORM 0600-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:3) = 'MES'
                   AND WRK-PARAMETRO(5:6) IS NUMERIC
               MOVE WRK-PARAMETRO(5:6) TO WRK-COMPETENCIA
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-COMPETENCIA
           END-IF.
           OPEN INPUT ENCARGOS.
           IF FS-ENCARGOS NOT = 0
               DISPLAY "ENCARGOS.DAT.TXT NAO FOI ABERTO, STATUS="
                       FS-ENCARGOS " - RODE O FOLHAPAG ANTES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT MAPA.
           IF FS-MAPA NOT = 0
               DISPLAY "CONTABIL.MAP.TXT NAO FOI ABERTO, STATUS="
                       FS-MAPA " - MONTE O MAPA DE CONTAS"
               CLOSE ENCARGOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ MAPA NEXT RECORD
           PERFORM UNTIL FS-MAPA = 10 OR WRK-QT-MAPA = 40
               IF MAPA-TIPO NOT = SPACES
                       AND MAPA-TIPO(1:1) NOT = '*'
                   ADD 1 TO WRK-QT-MAPA
                   MOVE MAPA-TIPO    TO WRK-MAP-TIPO(WRK-QT-MAPA)
                   MOVE MAPA-DEBITO  TO WRK-MAP-DEBITO(WRK-QT-MAPA)
                   MOVE MAPA-CREDITO TO WRK-MAP-CREDITO(WRK-QT-MAPA)
               END-IF
               READ MAPA NEXT RECORD
           END-PERFORM.
           CLOSE MAPA.
      *    SEM O CADASTRO DE CENTROS O RELATORIO SAI SO COM O CODIGO.
           OPEN INPUT CCUSTO.
           IF FS-CCUSTO = 0
               MOVE 'S' TO WRK-CC-ABERTO
           END-IF.
           OPEN INPUT SEQCTL.
           IF FS-SEQCTL = 0
               READ SEQCTL
                 NOT AT END
                   MOVE SEQCTL-SEQUENCIA TO WRK-SEQUENCIA
               END-READ
               CLOSE SEQCTL
           END-IF.
           ADD 1 TO WRK-SEQUENCIA.
           OPEN OUTPUT CUSTOREL.
           OPEN OUTPUT EXPORTA.
           ACCEPT WRK-HDR-DATA FROM DATE YYYYMMDD.
           MOVE WRK-SEQUENCIA TO WRK-HDR-SEQUENCIA.
           MOVE SPACES TO EXP-REG.
           MOVE WRK-HEADER TO EXP-REG.
           WRITE EXP-REG.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CUSTO DA FOLHA POR CENTRO DE CUSTO - COMPETENCIA '
                                  DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'CENTRO DESCRICAO                      PAGOS'
             TO WRK-LINHA.
           MOVE '        BRUTO          FGTS      PATRONAL'
             TO WRK-LINHA(45:).
           MOVE '        OUTROS         CUSTO' TO WRK-LINHA(87:).
           PERFORM 0800-GRAVA-LINHA.

      *    SO OS ENCARGOS DA COMPETENCIA PEDIDA VAO PARA A
      *    CLASSIFICACAO.
       0200-LE-ENCARGOS              SECTION.
           MOVE WRK-COMPETENCIA TO ENC-COMPETENCIA.
           MOVE ZEROS           TO ENC-FUNC-ID.
           START ENCARGOS KEY IS NOT LESS ENC-CHAVE
             INVALID KEY
               MOVE 23 TO FS-ENCARGOS
           END-START.
           IF FS-ENCARGOS = 0
               READ ENCARGOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-ENCARGOS NOT = 0
                   OR ENC-COMPETENCIA NOT = WRK-COMPETENCIA
               MOVE ENC-CCUSTO   TO ORDC-CCUSTO
               MOVE ENC-FUNC-ID  TO ORDC-FUNC-ID
               MOVE ENC-BASE     TO ORDC-BASE
               MOVE ENC-FGTS     TO ORDC-FGTS
               MOVE ENC-PATRONAL TO ORDC-PATRONAL
               MOVE ENC-OUTROS   TO ORDC-OUTROS
               RELEASE ORDCC-REG
               READ ENCARGOS NEXT RECORD
           END-PERFORM.
           CLOSE ENCARGOS.

      *    QUEBRA POR CENTRO: UMA LINHA DE RELATORIO E AS LINHAS DE
      *    EXPORTACAO DE CADA CENTRO.
       0300-CENTROS                  SECTION.
           MOVE 'N' TO WRK-GRUPO-ABERTO.
           RETURN ORDCC
             AT END
               MOVE 10 TO FS-ORDCC
             NOT AT END
               MOVE 0 TO FS-ORDCC
           END-RETURN.
           PERFORM UNTIL FS-ORDCC = 10
               IF WRK-GRUPO-ABERTO NOT = 'S'
                       OR ORDC-CCUSTO NOT = WRK-CCUSTO
                   IF WRK-GRUPO-ABERTO = 'S'
                       PERFORM 0450-FECHA-CENTRO
                   END-IF
                   MOVE 'S'         TO WRK-GRUPO-ABERTO
                   MOVE ORDC-CCUSTO TO WRK-CCUSTO
                   MOVE ZEROS       TO WRK-CC-QT WRK-CC-BASE
                                       WRK-CC-FGTS WRK-CC-PATRONAL
                                       WRK-CC-OUTROS
               END-IF
               ADD 1             TO WRK-CC-QT
               ADD ORDC-BASE     TO WRK-CC-BASE
               ADD ORDC-FGTS     TO WRK-CC-FGTS
               ADD ORDC-PATRONAL TO WRK-CC-PATRONAL
               ADD ORDC-OUTROS   TO WRK-CC-OUTROS
               RETURN ORDCC
                 AT END
                   MOVE 10 TO FS-ORDCC
               END-RETURN
           END-PERFORM.
           IF WRK-GRUPO-ABERTO = 'S'
               PERFORM 0450-FECHA-CENTRO
           END-IF.

       0450-FECHA-CENTRO             SECTION.
           ADD 1               TO WRK-QT-CENTROS.
           ADD WRK-CC-QT       TO WRK-QT-PAGOS.
           COMPUTE WRK-CUSTO = WRK-CC-BASE + WRK-CC-FGTS
                   + WRK-CC-PATRONAL + WRK-CC-OUTROS.
           ADD WRK-CC-BASE     TO WRK-TOT-BASE.
           ADD WRK-CC-FGTS     TO WRK-TOT-FGTS.
           ADD WRK-CC-PATRONAL TO WRK-TOT-PATRONAL.
           ADD WRK-CC-OUTROS   TO WRK-TOT-OUTROS.
           ADD WRK-CUSTO       TO WRK-TOT-CUSTO.
           MOVE SPACES TO WRK-DESCRICAO.
           IF WRK-CCUSTO = SPACES
               MOVE '(SEM CENTRO DE CUSTO)' TO WRK-DESCRICAO
           ELSE
               IF WRK-CC-ABERTO = 'S'
                   MOVE WRK-CCUSTO TO CC-CODIGO
                   READ CCUSTO
                     INVALID KEY
                       MOVE '(CENTRO NAO CADASTRADO)' TO WRK-DESCRICAO
                     NOT INVALID KEY
                       MOVE CC-DESCRICAO TO WRK-DESCRICAO
                   END-READ
               END-IF
           END-IF.
           MOVE WRK-CC-BASE     TO WRK-ED1.
           MOVE WRK-CC-FGTS     TO WRK-ED2.
           MOVE WRK-CC-PATRONAL TO WRK-ED3.
           MOVE WRK-CC-OUTROS   TO WRK-ED4.
           MOVE WRK-CUSTO       TO WRK-ED5.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-CCUSTO = SPACES
               MOVE '(SEM)' TO WRK-LINHA(1:6)
           ELSE
               MOVE WRK-CCUSTO TO WRK-LINHA(1:6)
           END-IF.
           STRING ' '           DELIMITED BY SIZE
                  WRK-DESCRICAO DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WRK-CC-QT     DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WRK-ED1       DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WRK-ED2       DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WRK-ED3       DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WRK-ED4       DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  WRK-ED5       DELIMITED BY SIZE
             INTO WRK-LINHA(7:)
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'F1'            TO WRK-EVENTO.
           MOVE WRK-CC-BASE     TO WRK-VALOR-EVENTO.
           PERFORM 0500-EXPORTA-EVENTO.
           MOVE 'F4'            TO WRK-EVENTO.
           MOVE WRK-CC-FGTS     TO WRK-VALOR-EVENTO.
           PERFORM 0500-EXPORTA-EVENTO.
           MOVE 'F5'            TO WRK-EVENTO.
           MOVE WRK-CC-PATRONAL TO WRK-VALOR-EVENTO.
           PERFORM 0500-EXPORTA-EVENTO.
           MOVE 'F6'            TO WRK-EVENTO.
           MOVE WRK-CC-OUTROS   TO WRK-VALOR-EVENTO.
           PERFORM 0500-EXPORTA-EVENTO.

       0500-EXPORTA-EVENTO           SECTION.
           IF WRK-VALOR-EVENTO = ZEROS
               GO TO 0500-SAIDA
           END-IF.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-MAPA OR TAB-ACHOU
               IF WRK-MAP-TIPO(WRK-T) = WRK-EVENTO
                   MOVE 'S' TO WRK-TAB-ACHOU
                   SUBTRACT 1 FROM WRK-T
               END-IF
           END-PERFORM.
           IF NOT TAB-ACHOU
               ADD 1 TO WRK-QT-SEM-MAPA
               DISPLAY "EVENTO SEM MAPEAMENTO, LINHA FORA: "
                       WRK-EVENTO " CENTRO " WRK-CCUSTO
               GO TO 0500-SAIDA
           END-IF.
           MOVE SPACES TO EXP-REG.
           MOVE '01' TO EXP-REG(1:2).
           STRING WRK-COMPETENCIA        DELIMITED BY SIZE
                  WRK-CCUSTO             DELIMITED BY SIZE
                  WRK-EVENTO             DELIMITED BY SIZE
                  WRK-VALOR-EVENTO       DELIMITED BY SIZE
                  WRK-MAP-DEBITO(WRK-T)  DELIMITED BY SIZE
                  WRK-MAP-CREDITO(WRK-T) DELIMITED BY SIZE
             INTO EXP-REG(3:)
           END-STRING.
           WRITE EXP-REG.
           ADD 1 TO WRK-QT-DETALHES.
           COMPUTE WRK-VALOR-CENT = WRK-VALOR-EVENTO * 100.
           COMPUTE WRK-HASH-VALORES = FUNCTION MOD(
                   WRK-HASH-VALORES + WRK-VALOR-CENT,
                   1000000000000000).

       0500-SAIDA.
           EXIT.

       0600-FINALIZAR                SECTION.
           IF WRK-QT-CENTROS = ZEROS
               MOVE 'NENHUM ENCARGO GRAVADO NA COMPETENCIA' TO WRK-LINHA
               PERFORM 0800-GRAVA-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE '----- TOTAIS DA EMPRESA -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-BASE TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BRUTO.....: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-FGTS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FGTS......: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-PATRONAL TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PATRONAL..: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-OUTROS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'OUTROS....: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-CUSTO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CUSTO.....: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
                  '  CENTROS: '  DELIMITED BY SIZE
                  WRK-QT-CENTROS DELIMITED BY SIZE
                  '  PAGOS: '    DELIMITED BY SIZE
                  WRK-QT-PAGOS   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE CUSTOREL.
           IF WRK-CC-ABERTO = 'S'
               CLOSE CCUSTO
           END-IF.
           MOVE WRK-QT-DETALHES TO WRK-TRL-QTDE.
           MOVE WRK-HASH-VALORES TO WRK-TRL-HASH.
           MOVE SPACES TO EXP-REG.
           MOVE WRK-TRAILER TO EXP-REG.
           WRITE EXP-REG.
           CLOSE EXPORTA.
           OPEN OUTPUT SEQCTL.
           MOVE WRK-SEQUENCIA TO SEQCTL-SEQUENCIA.
           WRITE SEQCTL-REG.
           CLOSE SEQCTL.
           DISPLAY "EXPORTACAO POR CENTRO GERADA, SEQUENCIA "
                   WRK-SEQUENCIA.
           DISPLAY "DETALHES GRAVADOS..: " WRK-QT-DETALHES.
           DISPLAY "SOMA DE CONTROLE...: " WRK-HASH-VALORES.
           DISPLAY "SEM MAPEAMENTO.....: " WRK-QT-SEM-MAPA.
           IF WRK-QT-SEM-MAPA > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO CUSTOREL-REG.
           WRITE CUSTOREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-ENCARGOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ENCARGOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENCARGOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CCUSTO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CCUSTO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CCUSTO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MAPA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTABIL.MAP.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MAPA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CUSTOREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CUSTOCC.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CUSTOREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-EXPORTA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CUSTOCC.EXP.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EXPORTA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-SEQCTL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CUSTOCC.EXP.SEQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-SEQCTL
           END-STRING.

       COPY CFGLER.
