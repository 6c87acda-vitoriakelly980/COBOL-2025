       IDENTIFICATION DIVISION.
       PROGRAM-ID. CAIXADIA.
      ******************************************************************
      *OBJETIVO: CAIXA DO DIA DA CLINICA, A PARTIR DAS VISITAS
      *          REGISTRADAS PELO ATIVIDADE02 (VISITAS.DAT.TXT, VIDE
      *          VISREG.cpy): TOTAL RECEBIDO POR FORMA DE PAGAMENTO
      *          (DINHEIRO, CREDITO, DEBITO, PIX) E POR OPERADOR, COM
      *          A QUANTIDADE DE VISITAS, MAIS AS ISENCOES DO DIA (O
      *          QUE DEIXOU DE SER COBRADO SOBRE A TABELA) COM O
      *          MOTIVO. O TOTAL EM DINHEIRO DE CADA OPERADOR E O QUE
      *          TEM DE ESTAR NA GAVETA - ACABOU A CONFERENCIA NO PAPEL.
      *          PARAMETRO 'DATA AAAAMMDD' TIRA O CAIXA DE OUTRO DIA;
      *          SEM PARAMETRO, HOJE. SAI NA TELA E EM
      *          CAIXADIA.RPT.TXT.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT VISITAS ASSIGN TO WRK-ARQ-VISITAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-VISITAS
               RECORD KEY      IS VIS-CHAVE.

           SELECT CAIXAREL ASSIGN TO WRK-ARQ-CAIXAREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CAIXAREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  VISITAS.
       COPY VISREG.

       FD  CAIXAREL.
       01  CAIXAREL-REG                 PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-VISITAS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CAIXAREL             PIC X(80) VALUE SPACES.
       77  FS-VISITAS                   PIC 9(02) VALUE ZEROS.
       77  FS-CAIXAREL                  PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-DATA-CAIXA               PIC 9(08) VALUE ZEROS.
       77  WRK-F                        PIC 9(01) VALUE ZEROS.
       77  WRK-O                        PIC 9(02) VALUE ZEROS.
       77  WRK-QT-OPER                  PIC 9(02) VALUE ZEROS.
       77  WRK-ACHOU                    PIC X(01) VALUE 'N'.
       77  WRK-QT-VISITAS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ISENCOES              PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-RECEBIDO             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ISENTO               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ISENTO             PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(90) VALUE SPACES.
      *    FORMAS DE PAGAMENTO NA ORDEM DO RELATORIO (VIDE VISREG.cpy).
       01  WRK-FORMAS-INIC.
           05 FILLER PIC X(13) VALUE 'DDINHEIRO    '.
           05 FILLER PIC X(13) VALUE 'CCREDITO     '.
           05 FILLER PIC X(13) VALUE 'BDEBITO      '.
           05 FILLER PIC X(13) VALUE 'PPIX         '.
       01  WRK-FORMAS REDEFINES WRK-FORMAS-INIC.
           05 WRK-FRM-ITEM OCCURS 4 TIMES.
              10 WRK-FRM-CODIGO         PIC X(01).
              10 WRK-FRM-NOME           PIC X(12).
       01  WRK-FORMAS-TOT.
           05 WRK-FT-ITEM OCCURS 4 TIMES.
              10 WRK-FT-QTDE            PIC 9(05).
              10 WRK-FT-VALOR           PIC 9(09)V99.
      *    OPERADORES DO DIA, COM O TOTAL POR FORMA DE CADA UM.
       01  WRK-OPERADORES.
           05 WRK-OP-ITEM OCCURS 30 TIMES.
              10 WRK-OP-NOME            PIC X(08).
              10 WRK-OP-QTDE            PIC 9(05).
              10 WRK-OP-TOTAL           PIC 9(09)V99.
              10 WRK-OP-FORMA           PIC 9(09)V99 OCCURS 4 TIMES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0500-POR-FORMA.
           PERFORM 0600-POR-OPERADOR.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'DATA'
                   AND WRK-PARAMETRO(6:8) IS NUMERIC
               MOVE WRK-PARAMETRO(6:8) TO WRK-DATA-CAIXA
           ELSE
               ACCEPT WRK-DATA-CAIXA FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT VISITAS.
           IF FS-VISITAS NOT = 0
               DISPLAY "NENHUMA VISITA REGISTRADA NO CAIXA DA CLINICA"
               MOVE 4 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > 4
               MOVE ZEROS TO WRK-FT-QTDE(WRK-F) WRK-FT-VALOR(WRK-F)
           END-PERFORM.
           OPEN OUTPUT CAIXAREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CAIXA DA CLINICA - DIA ' DELIMITED BY SIZE
                  WRK-DATA-CAIXA            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE '--- ISENCOES DO DIA ---' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

      *    O ARQUIVO E POR PACIENTE: A LEITURA E INTEIRA E SO AS
      *    VISITAS DO DIA ENTRAM.
       0200-PROCESSAR                SECTION.
           MOVE LOW-VALUES TO VIS-CHAVE.
           START VISITAS KEY IS NOT LESS VIS-CHAVE
             INVALID KEY
               MOVE 10 TO FS-VISITAS
           END-START.
           IF FS-VISITAS = 0
               READ VISITAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-VISITAS NOT = 0
               IF VIS-DATA = WRK-DATA-CAIXA
                   PERFORM 0250-SOMA-VISITA
               END-IF
               READ VISITAS NEXT RECORD
           END-PERFORM.
           CLOSE VISITAS.

       0250-SOMA-VISITA              SECTION.
           ADD 1 TO WRK-QT-VISITAS.
           IF NOT VIS-SEM-ISENCAO
               PERFORM 0280-LISTA-ISENCAO
           END-IF.
           IF VIS-SEM-PAGAMENTO OR VIS-VALOR-PAGO = ZEROS
               GO TO 0250-SAIDA
           END-IF.
           ADD VIS-VALOR-PAGO TO WRK-TOT-RECEBIDO.
           MOVE 0 TO WRK-F.
           PERFORM VARYING WRK-O FROM 1 BY 1 UNTIL WRK-O > 4
               IF WRK-FRM-CODIGO(WRK-O) = VIS-FORMA
                   MOVE WRK-O TO WRK-F
               END-IF
           END-PERFORM.
           IF WRK-F = 0
               DISPLAY "FORMA DE PAGAMENTO DESCONHECIDA: " VIS-FORMA
                       " PACIENTE " VIS-NUMERO
               MOVE 4 TO RETURN-CODE
               GO TO 0250-SAIDA
           END-IF.
           ADD 1              TO WRK-FT-QTDE(WRK-F).
           ADD VIS-VALOR-PAGO TO WRK-FT-VALOR(WRK-F).
           PERFORM 0300-ACHA-OPERADOR.
           IF WRK-ACHOU = 'S'
               ADD 1              TO WRK-OP-QTDE(WRK-O)
               ADD VIS-VALOR-PAGO TO WRK-OP-TOTAL(WRK-O)
               ADD VIS-VALOR-PAGO TO WRK-OP-FORMA(WRK-O WRK-F)
           END-IF.

       0250-SAIDA.
           EXIT.

       0280-LISTA-ISENCAO            SECTION.
           ADD 1 TO WRK-QT-ISENCOES.
           COMPUTE WRK-VALOR-ISENTO =
                   VIS-VALOR-TABELA - VIS-VALOR-PAGO.
           ADD WRK-VALOR-ISENTO TO WRK-TOT-ISENTO.
           MOVE WRK-VALOR-ISENTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING VIS-NUMERO          DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  VIS-ISENCAO         DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-VALOR-ED        DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  VIS-MOTIVO-ISENCAO  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  VIS-OPERADOR        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0300-ACHA-OPERADOR            SECTION.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-O FROM 1 BY 1
                   UNTIL WRK-O > WRK-QT-OPER OR WRK-ACHOU = 'S'
               IF WRK-OP-NOME(WRK-O) = VIS-OPERADOR
                   MOVE 'S' TO WRK-ACHOU
                   SUBTRACT 1 FROM WRK-O
               END-IF
           END-PERFORM.
           IF WRK-ACHOU = 'S'
               GO TO 0300-SAIDA
           END-IF.
           IF WRK-QT-OPER = 30
               DISPLAY "MAIS DE 30 OPERADORES NO DIA - "
                       VIS-OPERADOR " FORA DO QUADRO POR OPERADOR"
               MOVE 4 TO RETURN-CODE
               GO TO 0300-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-OPER.
           MOVE WRK-QT-OPER  TO WRK-O.
           MOVE VIS-OPERADOR TO WRK-OP-NOME(WRK-O).
           MOVE ZEROS TO WRK-OP-QTDE(WRK-O) WRK-OP-TOTAL(WRK-O).
           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > 4
               MOVE ZEROS TO WRK-OP-FORMA(WRK-O WRK-F)
           END-PERFORM.
           MOVE 'S' TO WRK-ACHOU.

       0300-SAIDA.
           EXIT.

       0500-POR-FORMA                SECTION.
           MOVE '--- RECEBIDO POR FORMA DE PAGAMENTO ---' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > 4
               MOVE WRK-FT-VALOR(WRK-F) TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA
               STRING WRK-FRM-NOME(WRK-F) DELIMITED BY SIZE
                      ' VISITAS '         DELIMITED BY SIZE
                      WRK-FT-QTDE(WRK-F)  DELIMITED BY SIZE
                      ' VALOR '           DELIMITED BY SIZE
                      WRK-VALOR-ED        DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
           END-PERFORM.

       0600-POR-OPERADOR             SECTION.
           MOVE '--- RECEBIDO POR OPERADOR ---' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           PERFORM VARYING WRK-O FROM 1 BY 1 UNTIL WRK-O > WRK-QT-OPER
               MOVE WRK-OP-TOTAL(WRK-O) TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA
               STRING WRK-OP-NOME(WRK-O)  DELIMITED BY SIZE
                      ' VISITAS '         DELIMITED BY SIZE
                      WRK-OP-QTDE(WRK-O)  DELIMITED BY SIZE
                      ' TOTAL '           DELIMITED BY SIZE
                      WRK-VALOR-ED        DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
               PERFORM VARYING WRK-F FROM 1 BY 1 UNTIL WRK-F > 4
                   IF WRK-OP-FORMA(WRK-O WRK-F) > ZEROS
                       MOVE WRK-OP-FORMA(WRK-O WRK-F) TO WRK-VALOR-ED
                       MOVE SPACES TO WRK-LINHA
                       STRING '    '              DELIMITED BY SIZE
                              WRK-FRM-NOME(WRK-F) DELIMITED BY SIZE
                              ' '                 DELIMITED BY SIZE
                              WRK-VALOR-ED        DELIMITED BY SIZE
                         INTO WRK-LINHA
                       END-STRING
                       PERFORM 0800-GRAVA-LINHA
                   END-IF
               END-PERFORM
           END-PERFORM.

       0700-FINALIZAR                SECTION.
           MOVE WRK-TOT-RECEBIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VISITAS DO DIA: '   DELIMITED BY SIZE
                  WRK-QT-VISITAS       DELIMITED BY SIZE
                  '  TOTAL RECEBIDO: ' DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-ISENTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ISENCOES: '         DELIMITED BY SIZE
                  WRK-QT-ISENCOES      DELIMITED BY SIZE
                  '  VALOR NAO COBRADO: ' DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE CAIXAREL.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO CAIXAREL-REG.
           WRITE CAIXAREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-VISITAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'VISITAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-VISITAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CAIXAREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CAIXADIA.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CAIXAREL
           END-STRING.

       COPY CFGLER.
