       IDENTIFICATION DIVISION.
       PROGRAM-ID. BALANCET.
      ******************************************************************
      *OBJETIVO: BALANCETE MENSAL DO RAZAO GERAL (CONTABIL.LAN.TXT,
      *          VIDE CTBLREG.cpy) POR CONTA DO PLANO DE CONTAS
      *          (PLANO.CTA.TXT): SALDO ANTERIOR (TUDO O QUE FOI
      *          LANCADO ANTES DO MES), DEBITOS E CREDITOS DO MES E
      *          SALDO ATUAL, CADA SALDO COM O LADO (D/C). SALDO DO
      *          LADO CONTRARIO A NATUREZA DA CONTA SAI MARCADO COM
      *          '*'. CONTA SEM SALDO E SEM MOVIMENTO NAO SAI.
      *          COMO O LANCCTB SO GRAVA LOTE QUE FECHA, O TOTAL DOS
      *          DEBITOS DO MES TEM DE BATER COM O DOS CREDITOS E A
      *          SOMA DOS SALDOS DEVEDORES COM A DOS CREDORES; SE NAO
      *          BATER O ARQUIVO FOI MEXIDO POR FORA E O BALANCETE SAI
      *          ACUSADO COM RC 8. LINHA DO RAZAO GERAL EM CONTA QUE
      *          SAIU DO PLANO ENTRA NO BALANCETE SEM DESCRICAO E
      *          AVISA (RC 4).
      *          MES = O CORRENTE, OU 'MES AAAAMM' NA LINHA DE COMANDO.
      *          SAI NA TELA E EM BALANCET.RPT.TXT.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT PLANO ASSIGN TO WRK-ARQ-PLANO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PLANO
               RECORD KEY      IS PLC-CONTA.

           SELECT CTBLAN ASSIGN TO WRK-ARQ-CTBLAN
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CTBLAN
               RECORD KEY      IS CTBL-CHAVE.

           SELECT BALREL ASSIGN TO WRK-ARQ-BALREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-BALREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PLANO.
       COPY PLCREG.

       FD  CTBLAN.
       COPY CTBLREG.

       FD  BALREL.
       01  BALREL-REG                   PIC X(120).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PLANO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CTBLAN               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-BALREL               PIC X(80) VALUE SPACES.
       77  FS-PLANO                     PIC 9(02) VALUE ZEROS.
       77  FS-CTBLAN                    PIC 9(02) VALUE ZEROS.
       77  FS-BALREL                    PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-MES                      PIC 9(06) VALUE ZEROS.
       77  WRK-QT-CONTAS                PIC 9(03) VALUE ZEROS.
       77  WRK-C                        PIC 9(03) VALUE ZEROS.
       77  WRK-ACHOU                    PIC X(01) VALUE 'N'.
           88 CONTA-ACHADA              VALUE 'S'.
       77  WRK-QT-LINHAS-LIDAS          PIC 9(07) VALUE ZEROS.
       77  WRK-QT-FORA-PLANO            PIC 9(03) VALUE ZEROS.
       77  WRK-QT-IMPRESSAS             PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-ATUAL              PIC S9(13)V99 VALUE ZEROS.
       77  WRK-TOT-DEB                  PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CRED                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ANT-DEV              PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ANT-CRE              PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ATU-DEV              PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-ATU-CRE              PIC 9(13)V99 VALUE ZEROS.
       77  WRK-LADO-ANT                 PIC X(01) VALUE SPACES.
       77  WRK-LADO-ATU                 PIC X(01) VALUE SPACES.
       77  WRK-MARCA                    PIC X(01) VALUE SPACES.
       77  WRK-ANT-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-DEB-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-CRED-ED                  PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-ATU-ED                   PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(120) VALUE SPACES.
      *    CONTAS DO PLANO EM MEMORIA, NA ORDEM DO CODIGO. SALDO
      *    ANTERIOR COM SINAL: POSITIVO = DEVEDOR, NEGATIVO = CREDOR.
       01  WRK-CONTAS.
           05 WRK-CT-ITEM OCCURS 500 TIMES.
              10 WRK-CT-CONTA           PIC X(08).
              10 WRK-CT-DESCRICAO       PIC X(30).
              10 WRK-CT-NATUREZA        PIC X(01).
              10 WRK-CT-SALDO-ANT       PIC S9(13)V99.
              10 WRK-CT-DEBITOS         PIC 9(13)V99.
              10 WRK-CT-CREDITOS        PIC 9(13)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-APURA-LANCAMENTOS.
           PERFORM 0500-IMPRIME-CONTAS.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:3) = 'MES'
                   AND WRK-PARAMETRO(5:6) IS NUMERIC
               MOVE WRK-PARAMETRO(5:6) TO WRK-MES
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-MES
           END-IF.
           OPEN INPUT PLANO.
           IF FS-PLANO NOT = 0
               DISPLAY "PLANO DE CONTAS NAO FOI ABERTO, STATUS="
                       FS-PLANO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO PLC-CONTA.
           START PLANO KEY IS NOT LESS PLC-CONTA
             INVALID KEY
               MOVE 10 TO FS-PLANO
           END-START.
           IF FS-PLANO = 0
               READ PLANO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PLANO NOT = 0 OR WRK-QT-CONTAS = 500
               ADD 1 TO WRK-QT-CONTAS
               MOVE PLC-CONTA     TO WRK-CT-CONTA(WRK-QT-CONTAS)
               MOVE PLC-DESCRICAO TO WRK-CT-DESCRICAO(WRK-QT-CONTAS)
               MOVE PLC-NATUREZA  TO WRK-CT-NATUREZA(WRK-QT-CONTAS)
               MOVE ZEROS TO WRK-CT-SALDO-ANT(WRK-QT-CONTAS)
                             WRK-CT-DEBITOS(WRK-QT-CONTAS)
                             WRK-CT-CREDITOS(WRK-QT-CONTAS)
               READ PLANO NEXT RECORD
           END-PERFORM.
           IF FS-PLANO = 0
               DISPLAY "PLANO COM MAIS DE 500 CONTAS - O BALANCETE "
                       "SAI INCOMPLETO"
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE PLANO.
           OPEN INPUT CTBLAN.
           IF FS-CTBLAN NOT = 0
               DISPLAY "RAZAO GERAL NAO FOI ABERTO, STATUS="
                       FS-CTBLAN
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT BALREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BALANCETE DE VERIFICACAO - MES ' DELIMITED BY SIZE
                  WRK-MES                           DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONTA    DESCRICAO           '  DELIMITED BY SIZE
                  '      SALDO ANTERIOR   '        DELIMITED BY SIZE
                  '             DEBITOS  '         DELIMITED BY SIZE
                  '            CREDITOS  '         DELIMITED BY SIZE
                  '         SALDO ATUAL'           DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

      *    O RAZAO GERAL ESTA NA ORDEM DA DATA: TUDO ANTES DO MES VAI
      *    PARA O SALDO ANTERIOR E A LEITURA PARA NO PRIMEIRO DIA
      *    DEPOIS DO MES.
       0200-APURA-LANCAMENTOS        SECTION.
           MOVE LOW-VALUES TO CTBL-CHAVE.
           START CTBLAN KEY IS NOT LESS THAN CTBL-CHAVE
             INVALID KEY
               MOVE 10 TO FS-CTBLAN
           END-START.
           IF FS-CTBLAN = 0
               READ CTBLAN NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CTBLAN NOT = 0
               IF CTBL-DATA(1:6) > WRK-MES
                   MOVE 10 TO FS-CTBLAN
               ELSE
                   ADD 1 TO WRK-QT-LINHAS-LIDAS
                   PERFORM 0250-SOMA-LINHA
                   READ CTBLAN NEXT RECORD
               END-IF
           END-PERFORM.
           CLOSE CTBLAN.

       0250-SOMA-LINHA               SECTION.
           PERFORM 0300-ACHA-CONTA.
           IF NOT CONTA-ACHADA
               GO TO 0250-SAIDA
           END-IF.
           IF CTBL-DATA(1:6) < WRK-MES
               IF CTBL-DEBITO
                   ADD CTBL-VALOR TO WRK-CT-SALDO-ANT(WRK-C)
               ELSE
                   SUBTRACT CTBL-VALOR FROM WRK-CT-SALDO-ANT(WRK-C)
               END-IF
           ELSE
               IF CTBL-DEBITO
                   ADD CTBL-VALOR TO WRK-CT-DEBITOS(WRK-C)
               ELSE
                   ADD CTBL-VALOR TO WRK-CT-CREDITOS(WRK-C)
               END-IF
           END-IF.

       0250-SAIDA.
           EXIT.

      *    CONTA DA LINHA QUE NAO ESTA NO PLANO ENTRA NO FIM DA
      *    TABELA, SEM DESCRICAO, PARA O BALANCETE CONTINUAR FECHANDO.
       0300-ACHA-CONTA               SECTION.
           MOVE 'N' TO WRK-ACHOU.
           PERFORM VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > WRK-QT-CONTAS OR CONTA-ACHADA
               IF WRK-CT-CONTA(WRK-C) = CTBL-CONTA
                   MOVE 'S' TO WRK-ACHOU
                   SUBTRACT 1 FROM WRK-C
               END-IF
           END-PERFORM.
           IF CONTA-ACHADA
               GO TO 0300-SAIDA
           END-IF.
           IF WRK-QT-CONTAS = 500
               DISPLAY "CONTA " CTBL-CONTA " FORA DO PLANO E SEM "
                       "ESPACO NA TABELA - LINHA IGNORADA"
               MOVE 8 TO RETURN-CODE
               GO TO 0300-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-CONTAS.
           ADD 1 TO WRK-QT-FORA-PLANO.
           MOVE WRK-QT-CONTAS TO WRK-C.
           MOVE CTBL-CONTA TO WRK-CT-CONTA(WRK-C).
           MOVE '** CONTA FORA DO PLANO **' TO WRK-CT-DESCRICAO(WRK-C).
           MOVE 'D' TO WRK-CT-NATUREZA(WRK-C).
           MOVE ZEROS TO WRK-CT-SALDO-ANT(WRK-C)
                         WRK-CT-DEBITOS(WRK-C)
                         WRK-CT-CREDITOS(WRK-C).
           MOVE 'S' TO WRK-ACHOU.
           DISPLAY "CONTA FORA DO PLANO NO RAZAO GERAL: " CTBL-CONTA.

       0300-SAIDA.
           EXIT.

       0500-IMPRIME-CONTAS           SECTION.
           PERFORM VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > WRK-QT-CONTAS
               IF WRK-CT-SALDO-ANT(WRK-C) NOT = ZEROS
                       OR WRK-CT-DEBITOS(WRK-C) NOT = ZEROS
                       OR WRK-CT-CREDITOS(WRK-C) NOT = ZEROS
                   PERFORM 0550-IMPRIME-CONTA
               END-IF
           END-PERFORM.

       0550-IMPRIME-CONTA            SECTION.
           ADD 1 TO WRK-QT-IMPRESSAS.
           COMPUTE WRK-SALDO-ATUAL = WRK-CT-SALDO-ANT(WRK-C)
                   + WRK-CT-DEBITOS(WRK-C) - WRK-CT-CREDITOS(WRK-C).
           ADD WRK-CT-DEBITOS(WRK-C)  TO WRK-TOT-DEB.
           ADD WRK-CT-CREDITOS(WRK-C) TO WRK-TOT-CRED.
           EVALUATE TRUE
             WHEN WRK-CT-SALDO-ANT(WRK-C) > ZEROS
               MOVE 'D' TO WRK-LADO-ANT
               ADD WRK-CT-SALDO-ANT(WRK-C) TO WRK-TOT-ANT-DEV
             WHEN WRK-CT-SALDO-ANT(WRK-C) < ZEROS
               MOVE 'C' TO WRK-LADO-ANT
               SUBTRACT WRK-CT-SALDO-ANT(WRK-C) FROM WRK-TOT-ANT-CRE
             WHEN OTHER
               MOVE ' ' TO WRK-LADO-ANT
           END-EVALUATE.
           MOVE ' ' TO WRK-MARCA.
           EVALUATE TRUE
             WHEN WRK-SALDO-ATUAL > ZEROS
               MOVE 'D' TO WRK-LADO-ATU
               ADD WRK-SALDO-ATUAL TO WRK-TOT-ATU-DEV
               IF WRK-CT-NATUREZA(WRK-C) = 'C'
                   MOVE '*' TO WRK-MARCA
               END-IF
             WHEN WRK-SALDO-ATUAL < ZEROS
               MOVE 'C' TO WRK-LADO-ATU
               SUBTRACT WRK-SALDO-ATUAL FROM WRK-TOT-ATU-CRE
               IF WRK-CT-NATUREZA(WRK-C) = 'D'
                   MOVE '*' TO WRK-MARCA
               END-IF
             WHEN OTHER
               MOVE ' ' TO WRK-LADO-ATU
           END-EVALUATE.
           MOVE WRK-CT-SALDO-ANT(WRK-C) TO WRK-ANT-ED.
           MOVE WRK-CT-DEBITOS(WRK-C)   TO WRK-DEB-ED.
           MOVE WRK-CT-CREDITOS(WRK-C)  TO WRK-CRED-ED.
           MOVE WRK-SALDO-ATUAL         TO WRK-ATU-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-CT-CONTA(WRK-C)           DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-CT-DESCRICAO(WRK-C)(1:20) DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-ANT-ED                    DELIMITED BY SIZE
                  WRK-LADO-ANT                  DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-DEB-ED                    DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-CRED-ED                   DELIMITED BY SIZE
                  ' '                           DELIMITED BY SIZE
                  WRK-ATU-ED                    DELIMITED BY SIZE
                  WRK-LADO-ATU                  DELIMITED BY SIZE
                  WRK-MARCA                     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0700-FINALIZAR                SECTION.
           MOVE ALL '-' TO WRK-LINHA(1:116).
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-DEB  TO WRK-DEB-ED.
           MOVE WRK-TOT-CRED TO WRK-CRED-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MOVIMENTO DO MES      DEBITOS ' DELIMITED BY SIZE
                  WRK-DEB-ED                       DELIMITED BY SIZE
                  '  CREDITOS '                    DELIMITED BY SIZE
                  WRK-CRED-ED                      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-ANT-DEV TO WRK-DEB-ED.
           MOVE WRK-TOT-ANT-CRE TO WRK-CRED-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALDOS ANTERIORES   DEVEDORES ' DELIMITED BY SIZE
                  WRK-DEB-ED                       DELIMITED BY SIZE
                  '  CREDORES '                    DELIMITED BY SIZE
                  WRK-CRED-ED                      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-ATU-DEV TO WRK-DEB-ED.
           MOVE WRK-TOT-ATU-CRE TO WRK-CRED-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALDOS ATUAIS       DEVEDORES ' DELIMITED BY SIZE
                  WRK-DEB-ED                       DELIMITED BY SIZE
                  '  CREDORES '                    DELIMITED BY SIZE
                  WRK-CRED-ED                      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONTAS NO BALANCETE: '    DELIMITED BY SIZE
                  WRK-QT-IMPRESSAS           DELIMITED BY SIZE
                  '  FORA DO PLANO: '        DELIMITED BY SIZE
                  WRK-QT-FORA-PLANO          DELIMITED BY SIZE
                  '  LINHAS LIDAS: '         DELIMITED BY SIZE
                  WRK-QT-LINHAS-LIDAS        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           IF WRK-TOT-DEB NOT = WRK-TOT-CRED
                   OR WRK-TOT-ATU-DEV NOT = WRK-TOT-ATU-CRE
               MOVE SPACES TO WRK-LINHA
               STRING 'BALANCETE NAO FECHA - RAZAO GERAL ALTERADO '
                                            DELIMITED BY SIZE
                      'FORA DO LANCCTB'     DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE BALREL.
           IF RETURN-CODE = 0 AND WRK-QT-FORA-PLANO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO BALREL-REG.
           WRITE BALREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PLANO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PLANO.CTA.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PLANO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CTBLAN.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTABIL.LAN.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CTBLAN
           END-STRING.
           MOVE SPACES TO WRK-ARQ-BALREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'BALANCET.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-BALREL
           END-STRING.

       COPY CFGLER.
