       IDENTIFICATION DIVISION.
       PROGRAM-ID. ENCARGOS.
      ******************************************************************
      *OBJETIVO: ENCARGOS DO EMPREGADOR, QUE ERAM CALCULADOS POR FORA
      *          TODO MES. COM 'MES AAAAMM' NA LINHA DE COMANDO (SEM
      *          PARAMETRO, A COMPETENCIA ATUAL), LE OS ENCARGOS
      *          GRAVADOS PELO FOLHAPAG NA COMPETENCIA
      *          (ENCARGOS.DAT.TXT, VIDE ENCREG.cpy) E TIRA:
      *            - A GUIA DE DEPOSITO DO FGTS (FGTS.RPT.TXT): BASE E
      *              DEPOSITO DE CADA FUNCIONARIO E O TOTAL A RECOLHER;
      *            - O CUSTO DO EMPREGADOR (CUSTO.RPT.TXT): BRUTO, FGTS,
      *              PREVIDENCIA PATRONAL, OUTROS ENCARGOS E CUSTO
      *              TOTAL POR FUNCIONARIO E DA EMPRESA.
      *          COM 'ANO AAAA', O CUSTO ANUAL POR FUNCIONARIO SAI DO
      *          ACUMULADOR DA FOLHA (FOLHA.ACU.TXT, VIDE ACUMREG.cpy)
      *          EM CUSTO.RPT.TXT.
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

           SELECT FOLHACUM ASSIGN TO WRK-ARQ-FOLHACUM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FOLHACUM
               RECORD KEY      IS ACUM-CHAVE.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

           SELECT FGTSREL ASSIGN TO WRK-ARQ-FGTSREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FGTSREL.

           SELECT CUSTOREL ASSIGN TO WRK-ARQ-CUSTOREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CUSTOREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  ENCARGOS.
       COPY ENCREG.

       FD  FOLHACUM.
       COPY ACUMREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  FGTSREL.
       01  FGTSREL-REG                  PIC X(100).

       FD  CUSTOREL.
       01  CUSTOREL-REG                 PIC X(130).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ENCARGOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FOLHACUM             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FGTSREL              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CUSTOREL             PIC X(80) VALUE SPACES.
       77  FS-ENCARGOS                  PIC 9(02) VALUE ZEROS.
       77  FS-FOLHACUM                  PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  FS-FGTSREL                   PIC 9(02) VALUE ZEROS.
       77  FS-CUSTOREL                  PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-MODO                     PIC X(01) VALUE 'M'.
       77  WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.
       77  WRK-ANO                      PIC 9(04) VALUE ZEROS.
       77  WRK-NOME                     PIC X(30) VALUE SPACES.
       77  WRK-QT-FUNCIONARIOS          PIC 9(05) VALUE ZEROS.
       77  WRK-CUSTO                    PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ENCARGOS                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-BASE                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-FGTS                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-PATRONAL             PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-OUTROS               PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-ENCARGOS             PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-CUSTO                PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ED1                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED2                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED3                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED4                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED5                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-ED                   PIC Z.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(130) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           IF WRK-MODO = 'A'
               PERFORM 0400-CUSTO-ANUAL
           ELSE
               PERFORM 0200-COMPETENCIA
           END-IF.
           IF FS-FUNCIONARIOS = 0
               CLOSE FUNCIONARIOS
           END-IF.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           EVALUATE TRUE
             WHEN WRK-PARAMETRO(1:3) = 'ANO'
                     AND WRK-PARAMETRO(5:4) IS NUMERIC
               MOVE 'A' TO WRK-MODO
               MOVE WRK-PARAMETRO(5:4) TO WRK-ANO
             WHEN WRK-PARAMETRO(1:3) = 'MES'
                     AND WRK-PARAMETRO(5:6) IS NUMERIC
               MOVE WRK-PARAMETRO(5:6) TO WRK-COMPETENCIA
             WHEN OTHER
               MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-COMPETENCIA
           END-EVALUATE.
      *    SEM O CADASTRO O RELATORIO SAI SO COM A MATRICULA.
           OPEN INPUT FUNCIONARIOS.

       0200-COMPETENCIA              SECTION.
           OPEN INPUT ENCARGOS.
           IF FS-ENCARGOS NOT = 0
               DISPLAY "ENCARGOS.DAT.TXT NAO FOI ABERTO, STATUS="
                       FS-ENCARGOS " - RODE O FOLHAPAG ANTES"
               MOVE 8 TO RETURN-CODE
               GO TO 0200-SAIDA
           END-IF.
           OPEN OUTPUT FGTSREL.
           OPEN OUTPUT CUSTOREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'GUIA DE DEPOSITO DO FGTS - COMPETENCIA '
                                   DELIMITED BY SIZE
                  WRK-COMPETENCIA  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-FGTS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CUSTO DO EMPREGADOR - COMPETENCIA '
                                   DELIMITED BY SIZE
                  WRK-COMPETENCIA  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.
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
               PERFORM 0250-FUNCIONARIO-MES
               READ ENCARGOS NEXT RECORD
           END-PERFORM.
           CLOSE ENCARGOS.
           IF WRK-QT-FUNCIONARIOS = ZEROS
               MOVE 'NENHUM ENCARGO GRAVADO NA COMPETENCIA' TO WRK-LINHA
               PERFORM 0800-GRAVA-FGTS
               PERFORM 0850-GRAVA-CUSTO
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0300-TOTAIS-MES.
           CLOSE FGTSREL.
           CLOSE CUSTOREL.

       0200-SAIDA.
           EXIT.

       0250-FUNCIONARIO-MES          SECTION.
           ADD 1 TO WRK-QT-FUNCIONARIOS.
           MOVE ENC-FUNC-ID TO FUNC-ID.
           PERFORM 0700-NOME.
           COMPUTE WRK-CUSTO = ENC-BASE + ENC-FGTS + ENC-PATRONAL
                   + ENC-OUTROS.
           ADD ENC-BASE     TO WRK-TOT-BASE.
           ADD ENC-FGTS     TO WRK-TOT-FGTS.
           ADD ENC-PATRONAL TO WRK-TOT-PATRONAL.
           ADD ENC-OUTROS   TO WRK-TOT-OUTROS.
           ADD WRK-CUSTO    TO WRK-TOT-CUSTO.
           MOVE ENC-BASE TO WRK-ED1.
           MOVE ENC-FGTS TO WRK-ED2.
           MOVE SPACES TO WRK-LINHA.
           STRING ENC-FUNC-ID  DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WRK-NOME     DELIMITED BY SIZE
                  ' BASE '     DELIMITED BY SIZE
                  WRK-ED1      DELIMITED BY SIZE
                  ' DEPOSITO ' DELIMITED BY SIZE
                  WRK-ED2      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-FGTS.
           MOVE ENC-PATRONAL TO WRK-ED3.
           MOVE ENC-OUTROS   TO WRK-ED4.
           MOVE WRK-CUSTO    TO WRK-ED5.
           MOVE SPACES TO WRK-LINHA.
           STRING ENC-FUNC-ID  DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WRK-NOME     DELIMITED BY SIZE
                  ' BRUTO '    DELIMITED BY SIZE
                  WRK-ED1      DELIMITED BY SIZE
                  ' FGTS '     DELIMITED BY SIZE
                  WRK-ED2      DELIMITED BY SIZE
                  ' PATRONAL ' DELIMITED BY SIZE
                  WRK-ED3      DELIMITED BY SIZE
                  ' OUTROS '   DELIMITED BY SIZE
                  WRK-ED4      DELIMITED BY SIZE
                  ' CUSTO '    DELIMITED BY SIZE
                  WRK-ED5      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.

       0300-TOTAIS-MES               SECTION.
           MOVE WRK-TOT-BASE TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DA BASE......: ' DELIMITED BY SIZE
                  WRK-TOT-ED              DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-FGTS.
           MOVE WRK-TOT-FGTS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL A RECOLHER...: ' DELIMITED BY SIZE
                  WRK-TOT-ED              DELIMITED BY SIZE
                  '  FUNCIONARIOS: '      DELIMITED BY SIZE
                  WRK-QT-FUNCIONARIOS     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-FGTS.
           MOVE '----- TOTAIS DA EMPRESA -----' TO WRK-LINHA.
           PERFORM 0850-GRAVA-CUSTO.
           MOVE WRK-TOT-BASE TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BRUTO.....: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.
           MOVE WRK-TOT-FGTS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FGTS......: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.
           MOVE WRK-TOT-PATRONAL TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PATRONAL..: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.
           MOVE WRK-TOT-OUTROS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'OUTROS....: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.
           MOVE WRK-TOT-CUSTO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CUSTO.....: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.

      *    CUSTO DO ANO = BRUTO ACUMULADO + FGTS + DEMAIS ENCARGOS.
      *    ACUMULADOR ANTERIOR AOS ENCARGOS ENTRA SO COM O BRUTO.
       0400-CUSTO-ANUAL              SECTION.
           OPEN INPUT FOLHACUM.
           IF FS-FOLHACUM NOT = 0
               DISPLAY "FOLHA.ACU.TXT NAO FOI ABERTO, STATUS="
                       FS-FOLHACUM " - RODE O FOLHAPAG ANTES"
               MOVE 8 TO RETURN-CODE
               GO TO 0400-SAIDA
           END-IF.
           OPEN OUTPUT CUSTOREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CUSTO DO EMPREGADOR - ANO ' DELIMITED BY SIZE
                  WRK-ANO                      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.
           MOVE WRK-ANO TO ACUM-ANO.
           MOVE ZEROS   TO ACUM-FUNC-ID.
           START FOLHACUM KEY IS NOT LESS ACUM-CHAVE
             INVALID KEY
               MOVE 23 TO FS-FOLHACUM
           END-START.
           IF FS-FOLHACUM = 0
               READ FOLHACUM NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-FOLHACUM NOT = 0 OR ACUM-ANO NOT = WRK-ANO
               PERFORM 0450-FUNCIONARIO-ANO
               READ FOLHACUM NEXT RECORD
           END-PERFORM.
           CLOSE FOLHACUM.
           IF WRK-QT-FUNCIONARIOS = ZEROS
               MOVE 'NENHUM ACUMULADO NO ANO' TO WRK-LINHA
               PERFORM 0850-GRAVA-CUSTO
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE '----- TOTAIS DA EMPRESA -----' TO WRK-LINHA.
           PERFORM 0850-GRAVA-CUSTO.
           MOVE WRK-TOT-BASE TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BRUTO.....: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.
           MOVE WRK-TOT-FGTS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FGTS......: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.
           MOVE WRK-TOT-ENCARGOS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ENCARGOS..: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.
           MOVE WRK-TOT-CUSTO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CUSTO.....: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.
           CLOSE CUSTOREL.

       0400-SAIDA.
           EXIT.

       0450-FUNCIONARIO-ANO          SECTION.
           ADD 1 TO WRK-QT-FUNCIONARIOS.
           IF ACUM-FGTS NOT NUMERIC OR ACUM-ENCARGOS NOT NUMERIC
               MOVE ZEROS TO ACUM-FGTS ACUM-ENCARGOS
           END-IF.
           MOVE ACUM-FUNC-ID TO FUNC-ID.
           PERFORM 0700-NOME.
           COMPUTE WRK-CUSTO = ACUM-BRUTO + ACUM-FGTS + ACUM-ENCARGOS.
           ADD ACUM-BRUTO    TO WRK-TOT-BASE.
           ADD ACUM-FGTS     TO WRK-TOT-FGTS.
           ADD ACUM-ENCARGOS TO WRK-TOT-ENCARGOS.
           ADD WRK-CUSTO     TO WRK-TOT-CUSTO.
           MOVE ACUM-BRUTO    TO WRK-ED1.
           MOVE ACUM-FGTS     TO WRK-ED2.
           MOVE ACUM-ENCARGOS TO WRK-ED3.
           MOVE WRK-CUSTO     TO WRK-ED4.
           MOVE SPACES TO WRK-LINHA.
           STRING ACUM-FUNC-ID DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  WRK-NOME     DELIMITED BY SIZE
                  ' BRUTO '    DELIMITED BY SIZE
                  WRK-ED1      DELIMITED BY SIZE
                  ' FGTS '     DELIMITED BY SIZE
                  WRK-ED2      DELIMITED BY SIZE
                  ' ENCARGOS ' DELIMITED BY SIZE
                  WRK-ED3      DELIMITED BY SIZE
                  ' CUSTO '    DELIMITED BY SIZE
                  WRK-ED4      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0850-GRAVA-CUSTO.

       0700-NOME                     SECTION.
           MOVE SPACES TO WRK-NOME.
           IF FS-FUNCIONARIOS = 0
               READ FUNCIONARIOS
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE FUNC-NOME TO WRK-NOME
               END-READ
               MOVE 0 TO FS-FUNCIONARIOS
           END-IF.

       0800-GRAVA-FGTS               SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO FGTSREL-REG.
           WRITE FGTSREL-REG.

       0850-GRAVA-CUSTO              SECTION.
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
           MOVE SPACES TO WRK-ARQ-FOLHACUM.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.ACU.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHACUM
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FGTSREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FGTS.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FGTSREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CUSTOREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CUSTO.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CUSTOREL
           END-STRING.

       COPY CFGLER.
