       IDENTIFICATION DIVISION.
       PROGRAM-ID. EXTRPAC.
      ******************************************************************
      *OBJETIVO: EXTRATO DE VISITAS E PAGAMENTOS DE UM PACIENTE
      *          (VISITAS.DAT.TXT, VIDE VISREG.cpy): PARA CADA VISITA
      *          A DATA, O TIPO, O VALOR DE TABELA, A ISENCAO COM O
      *          MOTIVO, O VALOR PAGO E A FORMA; NO FIM O TOTAL DE
      *          TABELA, O TOTAL PAGO E O TOTAL ISENTO. NOME E
      *          TELEFONE VEM DO CADASTRO DE PACIENTES. SAI NA TELA E
      *          EM EXTRPAC.RPT.TXT.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT PACIENTES ASSIGN TO WRK-ARQ-PACIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PACIENTES
               RECORD KEY      IS PAC-NUMERO.

           SELECT VISITAS ASSIGN TO WRK-ARQ-VISITAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-VISITAS
               RECORD KEY      IS VIS-CHAVE.

           SELECT EXTRREL ASSIGN TO WRK-ARQ-EXTRREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EXTRREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PACIENTES.
       COPY PACREG.

       FD  VISITAS.
       COPY VISREG.

       FD  EXTRREL.
       01  EXTRREL-REG                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PACIENTES            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-VISITAS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EXTRREL              PIC X(80) VALUE SPACES.
       77  FS-PACIENTES                 PIC 9(02) VALUE ZEROS.
       77  FS-VISITAS                   PIC 9(02) VALUE ZEROS.
       77  FS-EXTRREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-NUMERO                   PIC 9(06) VALUE ZEROS.
       77  WRK-QT-VISITAS               PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-TABELA               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-PAGO                 PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ISENTO               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TABELA-ED                PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PAGO-ED                  PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED                 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DESC-TIPO                PIC X(14) VALUE SPACES.
       77  WRK-DESC-ISENCAO             PIC X(08) VALUE SPACES.
       77  WRK-DESC-FORMA               PIC X(08) VALUE SPACES.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           DISPLAY "NUMERO DO PACIENTE : ".
           ACCEPT WRK-NUMERO.
           OPEN INPUT PACIENTES.
           IF FS-PACIENTES NOT = 0
               DISPLAY "CADASTRO DE PACIENTES NAO FOI ABERTO - "
                       "CADASTRE PELO MANTPAC"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-NUMERO TO PAC-NUMERO.
           READ PACIENTES
             INVALID KEY
               DISPLAY "NUMERO NAO CADASTRADO"
               CLOSE PACIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-READ.
           CLOSE PACIENTES.
           OPEN INPUT VISITAS.
           IF FS-VISITAS NOT = 0
               DISPLAY "NENHUMA VISITA REGISTRADA NO CAIXA DA CLINICA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EXTRATO DE VISITAS DE ' DELIMITED BY SIZE
                  PAC-NUMERO               DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
                  PAC-NOME                 DELIMITED BY SIZE
                  ' FONE '                 DELIMITED BY SIZE
                  PAC-FONE                 DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.

      *    A CHAVE COMECA PELO NUMERO DO PACIENTE: POSICIONA NA
      *    PRIMEIRA VISITA DELE E LE ATE MUDAR O NUMERO, JA EM ORDEM
      *    DE DATA E HORA.
       0200-PROCESSAR                SECTION.
           MOVE WRK-NUMERO TO VIS-NUMERO.
           MOVE ZEROS      TO VIS-DATA VIS-HORA.
           START VISITAS KEY IS NOT LESS VIS-CHAVE
             INVALID KEY
               MOVE 23 TO FS-VISITAS
           END-START.
           IF FS-VISITAS = 0
               READ VISITAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-VISITAS NOT = 0
                   OR VIS-NUMERO NOT = WRK-NUMERO
               PERFORM 0250-LISTA-VISITA
               READ VISITAS NEXT RECORD
           END-PERFORM.
           CLOSE VISITAS.
           IF WRK-QT-VISITAS = 0
               MOVE 'NENHUMA VISITA PARA ESTE PACIENTE' TO WRK-LINHA
               PERFORM 0500-GRAVA-LINHA
           END-IF.

       0250-LISTA-VISITA             SECTION.
           ADD 1 TO WRK-QT-VISITAS.
           ADD VIS-VALOR-TABELA TO WRK-TOT-TABELA.
           ADD VIS-VALOR-PAGO   TO WRK-TOT-PAGO.
           EVALUATE TRUE
             WHEN VIS-PRIMEIRA
               MOVE 'PRIMEIRA'       TO WRK-DESC-TIPO
             WHEN VIS-ACOMPANHAMENTO
               MOVE 'ACOMPANHAMENTO' TO WRK-DESC-TIPO
             WHEN VIS-RETORNO
               MOVE 'RETORNO'        TO WRK-DESC-TIPO
             WHEN OTHER
               MOVE VIS-TIPO         TO WRK-DESC-TIPO
           END-EVALUATE.
           EVALUATE TRUE
             WHEN VIS-ISENCAO-TOTAL
               MOVE 'ISENTO'         TO WRK-DESC-ISENCAO
             WHEN VIS-ISENCAO-PARCIAL
               MOVE 'PARCIAL'        TO WRK-DESC-ISENCAO
             WHEN OTHER
               MOVE SPACES           TO WRK-DESC-ISENCAO
           END-EVALUATE.
           EVALUATE VIS-FORMA
             WHEN 'D'
               MOVE 'DINHEIRO'       TO WRK-DESC-FORMA
             WHEN 'C'
               MOVE 'CREDITO'        TO WRK-DESC-FORMA
             WHEN 'B'
               MOVE 'DEBITO'         TO WRK-DESC-FORMA
             WHEN 'P'
               MOVE 'PIX'            TO WRK-DESC-FORMA
             WHEN OTHER
               MOVE SPACES           TO WRK-DESC-FORMA
           END-EVALUATE.
           MOVE VIS-VALOR-TABELA TO WRK-TABELA-ED.
           MOVE VIS-VALOR-PAGO   TO WRK-PAGO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING VIS-DATA          DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-DESC-TIPO     DELIMITED BY SIZE
                  ' TABELA '        DELIMITED BY SIZE
                  WRK-TABELA-ED     DELIMITED BY SIZE
                  ' PAGO '          DELIMITED BY SIZE
                  WRK-PAGO-ED       DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-DESC-FORMA    DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  WRK-DESC-ISENCAO  DELIMITED BY SIZE
                  ' '               DELIMITED BY SIZE
                  VIS-OPERADOR      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           IF NOT VIS-SEM-ISENCAO
               COMPUTE WRK-TOT-ISENTO = WRK-TOT-ISENTO
                       + VIS-VALOR-TABELA - VIS-VALOR-PAGO
               MOVE SPACES TO WRK-LINHA
               STRING '   MOTIVO DA ISENCAO: ' DELIMITED BY SIZE
                      VIS-MOTIVO-ISENCAO       DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0500-GRAVA-LINHA
           END-IF.

       0300-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VISITAS: ' DELIMITED BY SIZE
                  WRK-QT-VISITAS DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-TABELA TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DE TABELA: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-PAGO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL PAGO.....: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-ISENTO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL ISENTO...: ' DELIMITED BY SIZE
                  WRK-TOTAL-ED        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           CLOSE EXTRREL.

       0500-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO EXTRREL-REG.
           WRITE EXTRREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PACIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PACIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PACIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-VISITAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'VISITAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-VISITAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-EXTRREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'EXTRPAC.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EXTRREL
           END-STRING.

       COPY CFGLER.
