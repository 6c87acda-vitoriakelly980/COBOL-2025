       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMCONSG.
      ******************************************************************
      *OBJETIVO: REPASSE MENSAL DOS EMPRESTIMOS CONSIGNADOS A CADA
      *          INSTITUICAO CREDORA. COM 'MES AAAAMM' NA LINHA DE
      *          COMANDO (SEM PARAMETRO, A COMPETENCIA ATUAL), LE O
      *          MOVIMENTO DA RODADA DO FOLHAPAG (CONSIG.MOV.TXT, VIDE
      *          CSGMOVRG.cpy), CLASSIFICA POR INSTITUICAO E MATRICULA
      *          E TIRA EM REMCONSG.RPT.TXT, PARA CADA INSTITUICAO, AS
      *          PARCELAS DESCONTADAS DE CADA FUNCIONARIO (DEVIDO,
      *          DESCONTADO E O QUE FICOU PENDENTE POR FALTA DE
      *          MARGEM), O TOTAL A REPASSAR E, NO FIM, O TOTAL GERAL.
      *          MOVIMENTO DE OUTRA COMPETENCIA NAO ENTRA; SEM NADA NA
      *          COMPETENCIA, RETURN-CODE 4.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT CONSMOV ASSIGN TO WRK-ARQ-CONSMOV
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CONSMOV.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

           SELECT REMREL ASSIGN TO WRK-ARQ-REMREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-REMREL.

           SELECT ORDCSG ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  CONSMOV.
       COPY CSGMOVRG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  REMREL.
       01  REMREL-REG                   PIC X(120).

       SD  ORDCSG.
       01  ORDCSG-REG.
           05 ORDC-CREDOR               PIC X(20).
           05 ORDC-FUNC-ID              PIC 9(05).
           05 ORDC-CONTRATO             PIC X(12).
           05 ORDC-PARCELA              PIC 9(03).
           05 ORDC-QT-PARCELAS          PIC 9(03).
           05 ORDC-DEVIDO               PIC 9(08)V99.
           05 ORDC-DESCONTADO           PIC 9(08)V99.
           05 ORDC-PENDENTE             PIC 9(08)V99.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CONSMOV              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REMREL               PIC X(80) VALUE SPACES.
       77  FS-CONSMOV                   PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  FS-REMREL                    PIC 9(02) VALUE ZEROS.
       77  FS-ORDCSG                    PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.
       77  WRK-NOME                     PIC X(30) VALUE SPACES.
       77  WRK-CRED-ABERTO              PIC X(01) VALUE 'N'.
       77  WRK-CREDOR                   PIC X(20) VALUE SPACES.
       77  WRK-QT-CREDORES              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PARCELAS              PIC 9(07) VALUE ZEROS.
       77  WRK-CRED-QT                  PIC 9(05) VALUE ZEROS.
       77  WRK-CRED-DEVIDO              PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CRED-DESCONTADO          PIC 9(12)V99 VALUE ZEROS.
       77  WRK-CRED-PENDENTE            PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-DEVIDO               PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-DESCONTADO           PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-PENDENTE             PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ED1                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED2                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED3                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-ED                   PIC Z.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(120) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           SORT ORDCSG ON ASCENDING KEY ORDC-CREDOR
                          ASCENDING KEY ORDC-FUNC-ID
                          ASCENDING KEY ORDC-CONTRATO
               INPUT PROCEDURE IS 0200-LE-MOVIMENTO
               OUTPUT PROCEDURE IS 0300-REPASSES.
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
           OPEN INPUT CONSMOV.
           IF FS-CONSMOV NOT = 0
               DISPLAY "CONSIG.MOV.TXT NAO FOI ABERTO, STATUS="
                       FS-CONSMOV " - RODE O FOLHAPAG ANTES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM O CADASTRO O RELATORIO SAI SO COM A MATRICULA.
           OPEN INPUT FUNCIONARIOS.
           OPEN OUTPUT REMREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REPASSE DE CONSIGNADOS - COMPETENCIA '
                                  DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

      *    SO O MOVIMENTO DA COMPETENCIA PEDIDA VAI PARA A
      *    CLASSIFICACAO.
       0200-LE-MOVIMENTO             SECTION.
           READ CONSMOV NEXT RECORD
           PERFORM UNTIL FS-CONSMOV NOT = 0
               IF CMOV-COMPETENCIA = WRK-COMPETENCIA
                   MOVE CMOV-CREDOR      TO ORDC-CREDOR
                   MOVE CMOV-FUNC-ID     TO ORDC-FUNC-ID
                   MOVE CMOV-CONTRATO    TO ORDC-CONTRATO
                   MOVE CMOV-PARCELA     TO ORDC-PARCELA
                   MOVE CMOV-QT-PARCELAS TO ORDC-QT-PARCELAS
                   MOVE CMOV-DEVIDO      TO ORDC-DEVIDO
                   MOVE CMOV-DESCONTADO  TO ORDC-DESCONTADO
                   MOVE CMOV-PENDENTE    TO ORDC-PENDENTE
                   RELEASE ORDCSG-REG
               END-IF
               READ CONSMOV NEXT RECORD
           END-PERFORM.
           CLOSE CONSMOV.

      *    QUEBRA POR INSTITUICAO: CABECALHO, UMA LINHA POR PARCELA E
      *    O TOTAL A REPASSAR.
       0300-REPASSES                 SECTION.
           MOVE 'N' TO WRK-CRED-ABERTO.
           RETURN ORDCSG
             AT END
               MOVE 10 TO FS-ORDCSG
             NOT AT END
               MOVE 0 TO FS-ORDCSG
           END-RETURN.
           PERFORM UNTIL FS-ORDCSG = 10
               IF WRK-CRED-ABERTO NOT = 'S'
                       OR ORDC-CREDOR NOT = WRK-CREDOR
                   IF WRK-CRED-ABERTO = 'S'
                       PERFORM 0450-FECHA-CREDOR
                   END-IF
                   PERFORM 0400-ABRE-CREDOR
               END-IF
               PERFORM 0430-LINHA-PARCELA
               RETURN ORDCSG
                 AT END
                   MOVE 10 TO FS-ORDCSG
               END-RETURN
           END-PERFORM.
           IF WRK-CRED-ABERTO = 'S'
               PERFORM 0450-FECHA-CREDOR
           END-IF.

       0400-ABRE-CREDOR              SECTION.
           MOVE 'S'         TO WRK-CRED-ABERTO.
           MOVE ORDC-CREDOR TO WRK-CREDOR.
           MOVE ZEROS       TO WRK-CRED-QT
                               WRK-CRED-DEVIDO
                               WRK-CRED-DESCONTADO
                               WRK-CRED-PENDENTE.
           ADD 1 TO WRK-QT-CREDORES.
           MOVE ALL '=' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'INSTITUICAO: ' DELIMITED BY SIZE
                  WRK-CREDOR      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'MATR  NOME                           CONTRATO     PARC'
             TO WRK-LINHA.
           MOVE '         DEVIDO     DESCONTADO       PENDENTE'
             TO WRK-LINHA(60:).
           PERFORM 0800-GRAVA-LINHA.

       0430-LINHA-PARCELA            SECTION.
           ADD 1               TO WRK-CRED-QT WRK-QT-PARCELAS.
           ADD ORDC-DEVIDO     TO WRK-CRED-DEVIDO.
           ADD ORDC-DESCONTADO TO WRK-CRED-DESCONTADO.
           ADD ORDC-PENDENTE   TO WRK-CRED-PENDENTE.
           MOVE ORDC-FUNC-ID TO FUNC-ID.
           PERFORM 0700-NOME.
           MOVE ORDC-DEVIDO     TO WRK-ED1.
           MOVE ORDC-DESCONTADO TO WRK-ED2.
           MOVE ORDC-PENDENTE   TO WRK-ED3.
           MOVE SPACES TO WRK-LINHA.
           STRING ORDC-FUNC-ID     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-NOME         DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ORDC-CONTRATO    DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ORDC-PARCELA     DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  ORDC-QT-PARCELAS DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-ED1          DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WRK-ED2          DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WRK-ED3          DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0450-FECHA-CREDOR             SECTION.
           ADD WRK-CRED-DEVIDO     TO WRK-TOT-DEVIDO.
           ADD WRK-CRED-DESCONTADO TO WRK-TOT-DESCONTADO.
           ADD WRK-CRED-PENDENTE   TO WRK-TOT-PENDENTE.
           MOVE WRK-CRED-DESCONTADO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL A REPASSAR...: ' DELIMITED BY SIZE
                  WRK-TOT-ED              DELIMITED BY SIZE
                  '  PARCELAS: '          DELIMITED BY SIZE
                  WRK-CRED-QT             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-CRED-PENDENTE TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PENDENTE (SEM MARGEM): ' DELIMITED BY SIZE
                  WRK-TOT-ED                DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0600-FINALIZAR                SECTION.
           IF WRK-QT-PARCELAS = ZEROS
               MOVE 'NENHUMA PARCELA DE CONSIGNADO NA COMPETENCIA'
                 TO WRK-LINHA
               PERFORM 0800-GRAVA-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE '----- TOTAL GERAL -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-DEVIDO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DEVIDO.....: ' DELIMITED BY SIZE
                  WRK-TOT-ED      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-DESCONTADO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'REPASSADO..: ' DELIMITED BY SIZE
                  WRK-TOT-ED      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-PENDENTE TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PENDENTE...: ' DELIMITED BY SIZE
                  WRK-TOT-ED      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'INSTITUICOES: '  DELIMITED BY SIZE
                  WRK-QT-CREDORES   DELIMITED BY SIZE
                  '  PARCELAS: '    DELIMITED BY SIZE
                  WRK-QT-PARCELAS   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE REMREL.
           IF FS-FUNCIONARIOS = 0
               CLOSE FUNCIONARIOS
           END-IF.

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

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO REMREL-REG.
           WRITE REMREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CONSMOV.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONSIG.MOV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONSMOV
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REMREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REMCONSG.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REMREL
           END-STRING.

       COPY CFGLER.
