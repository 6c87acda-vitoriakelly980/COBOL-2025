       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTHOL.
      ******************************************************************
      *OBJETIVO: HISTORICO DE PAGAMENTO DO FUNCIONARIO: BRUTO,
      *          DESCONTOS E LIQUIDO MES A MES NO PERIODO PEDIDO,
      *          TIRADOS DO RESUMO (LINHA 000) DE CADA CONTRACHEQUE
      *          ARQUIVADO PELO FOLHAPAG EM HOLERITE.DAT.TXT (VIDE
      *          HOLREG.cpy).
      *          MES SEM CONTRACHEQUE ARQUIVADO SAI MARCADO, PARA O RH
      *          NAO CONFUNDIR COM MES PAGO ZERADO. FECHA COM O TOTAL
      *          DO PERIODO. SAI NA TELA E EM HISTHOL.RPT.TXT.
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

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

           SELECT HISTREL ASSIGN TO WRK-ARQ-HISTREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-HISTREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  HOLERITE.
       COPY HOLREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  HISTREL.
       01  HISTREL-REG                  PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-HOLERITE             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-HISTREL              PIC X(80) VALUE SPACES.
       77  FS-HOLERITE                  PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  FS-HISTREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-FUNC-ID                  PIC 9(05) VALUE ZEROS.
       77  WRK-COMP-INICIO              PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-FIM                 PIC 9(06) VALUE ZEROS.
       77  WRK-QT-MESES                 PIC 9(03) VALUE ZEROS.
       77  WRK-QT-PAGOS                 PIC 9(03) VALUE ZEROS.
       77  WRK-TOT-BRUTO                PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-DESCONTOS            PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-LIQUIDO              PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ED1                      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED2                      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-ED3                      PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       01  WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO              PIC 9(04).
           05 WRK-COMP-MES              PIC 9(02).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LISTA-MESES.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           DISPLAY "MATRICULA DO FUNCIONARIO : ".
           ACCEPT WRK-FUNC-ID.
           DISPLAY "DA COMPETENCIA (AAAAMM) : ".
           ACCEPT WRK-COMP-INICIO.
           DISPLAY "ATE A COMPETENCIA (AAAAMM) : ".
           ACCEPT WRK-COMP-FIM.
           MOVE WRK-COMP-INICIO TO WRK-COMPETENCIA.
           IF WRK-COMP-MES < 1 OR WRK-COMP-MES > 12
                   OR WRK-COMP-FIM < WRK-COMP-INICIO
               DISPLAY "PERIODO INVALIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HOLERITE.
           IF FS-HOLERITE NOT = 0
               DISPLAY "ARQUIVO DE CONTRACHEQUES NAO FOI ABERTO, "
                       "STATUS=" FS-HOLERITE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE SPACES TO FUNC-NOME.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS = 0
               MOVE WRK-FUNC-ID TO FUNC-ID
               READ FUNCIONARIOS
                 INVALID KEY
                   MOVE SPACES TO FUNC-NOME
               END-READ
               CLOSE FUNCIONARIOS
           END-IF.
           OPEN OUTPUT HISTREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'HISTORICO DE PAGAMENTO DE ' DELIMITED BY SIZE
                  FUNC-NOME                    DELIMITED BY SIZE
                  ' (MATRICULA '               DELIMITED BY SIZE
                  WRK-FUNC-ID                  DELIMITED BY SIZE
                  ')'                          DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE 'COMPET.           BRUTO      DESCONTOS        LIQUIDO'
             TO WRK-LINHA.
           PERFORM 0500-GRAVA-LINHA.

      *    UM MES POR VEZ, LENDO DIRETO O RESUMO DO CONTRACHEQUE.
       0200-LISTA-MESES              SECTION.
           PERFORM UNTIL WRK-COMPETENCIA > WRK-COMP-FIM
               ADD 1 TO WRK-QT-MESES
               MOVE WRK-COMPETENCIA TO HOL-COMPETENCIA
               MOVE WRK-FUNC-ID     TO HOL-FUNC-ID
               MOVE ZEROS           TO HOL-LINHA
               MOVE SPACES TO WRK-LINHA
               READ HOLERITE
                 INVALID KEY
                   STRING WRK-COMP-MES     DELIMITED BY SIZE
                          '/'              DELIMITED BY SIZE
                          WRK-COMP-ANO     DELIMITED BY SIZE
                          '   SEM CONTRACHEQUE ARQUIVADO'
                                           DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-PAGOS
                   ADD HOL-BRUTO     TO WRK-TOT-BRUTO
                   ADD HOL-DESCONTOS TO WRK-TOT-DESCONTOS
                   ADD HOL-LIQUIDO   TO WRK-TOT-LIQUIDO
                   MOVE HOL-BRUTO     TO WRK-ED1
                   MOVE HOL-DESCONTOS TO WRK-ED2
                   MOVE HOL-LIQUIDO   TO WRK-ED3
                   STRING WRK-COMP-MES DELIMITED BY SIZE
                          '/'          DELIMITED BY SIZE
                          WRK-COMP-ANO DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                          WRK-ED1      DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                          WRK-ED2      DELIMITED BY SIZE
                          ' '          DELIMITED BY SIZE
                          WRK-ED3      DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
               END-READ
               PERFORM 0500-GRAVA-LINHA
               IF WRK-COMP-MES = 12
                   ADD 1 TO WRK-COMP-ANO
                   MOVE 1 TO WRK-COMP-MES
               ELSE
                   ADD 1 TO WRK-COMP-MES
               END-IF
           END-PERFORM.

       0300-FINALIZAR                SECTION.
           MOVE WRK-TOT-BRUTO     TO WRK-ED1.
           MOVE WRK-TOT-DESCONTOS TO WRK-ED2.
           MOVE WRK-TOT-LIQUIDO   TO WRK-ED3.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL   '  DELIMITED BY SIZE
                  WRK-ED1     DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WRK-ED2     DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WRK-ED3     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MESES NO PERIODO: ' DELIMITED BY SIZE
                  WRK-QT-MESES         DELIMITED BY SIZE
                  '  COM CONTRACHEQUE: ' DELIMITED BY SIZE
                  WRK-QT-PAGOS         DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           CLOSE HOLERITE HISTREL.
           IF WRK-QT-PAGOS = ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0500-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO HISTREL-REG.
           WRITE HISTREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-HOLERITE.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'HOLERITE.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-HOLERITE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-HISTREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'HISTHOL.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-HISTREL
           END-STRING.

       COPY CFGLER.
