       IDENTIFICATION DIVISION.
       PROGRAM-ID. REAVCAMB.
      ******************************************************************
      *OBJETIVO: REAVALIACAO CAMBIAL DE FIM DE MES DAS CONTAS EM MOEDA
      *          ESTRANGEIRA (CONTA-MOEDA DIFERENTE DE BRL). CADA CONTA
      *          E AVALIADA PELA TAXA DE FECHAMENTO - A EM VIGOR NO
      *          CADASTRO DE COTACOES (COTACAO.DAT.TXT) NO ULTIMO DIA
      *          UTIL DO MES, ACHADO PELO DIAUTIL - E O JOB:
      *            - IMPRIME A POSICAO CONSOLIDADA EM REAIS POR MOEDA
      *              (TELA E REAVAL.RPT.TXT), COM AS CONTAS EM BRL NA
      *              PRIMEIRA LINHA E O TOTAL GERAL NO FIM;
      *            - CALCULA A VARIACAO CAMBIAL DE CADA CONTA CONTRA A
      *              REAVALIACAO DO MES ANTERIOR: SALDO ANTERIOR NA
      *              MOEDA VEZES A DIFERENCA ENTRE AS DUAS TAXAS (O
      *              MOVIMENTO DO MES JA ENTRA PELA TAXA DO FECHAMENTO);
      *            - GRAVA A VARIACAO EM REAVAL.LAN.TXT, NO LAYOUT DA
      *              LINHA DO RAZAO (TIPO 'VA' GANHO, 'VP' PERDA, VALOR
      *              EM REAIS), QUE O EXPRAZ LEVA PARA A CONTABILIDADE
      *              JUNTO COM O RAZAO. O SALDO DAS CONTAS NAO MUDA;
      *            - GUARDA A POSICAO DE CADA CONTA (SALDO NA MOEDA,
      *              TAXA E VALOR EM REAIS) EM REAVAL.POS.TXT, BASE DA
      *              VARIACAO DO MES SEGUINTE.
      *          PARAMETRO 'MES AAAAMM' REAVALIA UM MES ESPECIFICO; SEM
      *          PARAMETRO, O MES CORRENTE (RODA NA ULTIMA NOITE DO
      *          MES, COMO O FECHAMES). MES JA REAVALIADO OU ANTERIOR A
      *          ULTIMA REAVALIACAO E RECUSADO (RC 8). MOEDA SEM
      *          COTACAO NA DATA DEIXA AS CONTAS DELA DE FORA (RC 4).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CONTAS
               RECORD KEY      IS CONTA-NUMERO.

           SELECT COTMESTRE ASSIGN TO WRK-ARQ-COTMESTRE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-COTMESTRE
               RECORD KEY      IS COT-CHAVE.

           SELECT POSICAO ASSIGN TO WRK-ARQ-POSICAO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-POSICAO.

           SELECT LANCTOS ASSIGN TO WRK-ARQ-LANCTOS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-LANCTOS.

           SELECT REAVREL ASSIGN TO WRK-ARQ-REAVREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-REAVREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  CONTAS.
       COPY CONTAREG.

       FD  COTMESTRE.
       COPY COTREG.

      *    POSICAO REAVALIADA DE CADA CONTA EM MOEDA ESTRANGEIRA, NA
      *    ORDEM DO CADASTRO; REGRAVADA INTEIRA A CADA REAVALIACAO.
       FD  POSICAO.
       01  POS-REG.
           05 POS-CONTA                 PIC 9(06).
           05 POS-MOEDA                 PIC X(03).
           05 POS-DATA                  PIC 9(08).
           05 POS-SALDO                 PIC S9(05)V99.
           05 POS-TAXA                  PIC 9(03)V99.
           05 POS-VALOR-BRL             PIC S9(08)V99.

       FD  LANCTOS.
       COPY RAZAOREG.

       FD  REAVREL.
       01  REAVREL-REG                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-COTMESTRE            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-POSICAO              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-LANCTOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REAVREL              PIC X(80) VALUE SPACES.
       77  FS-CONTAS                    PIC 9(02) VALUE ZEROS.
       77  FS-COTMESTRE                 PIC 9(02) VALUE ZEROS.
       77  FS-POSICAO                   PIC 9(02) VALUE ZEROS.
       77  FS-LANCTOS                   PIC 9(02) VALUE ZEROS.
       77  FS-REAVREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(20) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-REF                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-AUX                 PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ANT                 PIC 9(08) VALUE ZEROS.
       77  WRK-SEQ                      PIC 9(04) VALUE ZEROS.
       77  WRK-MOEDA                    PIC X(03) VALUE SPACES.
       77  WRK-TAXA-ACHADA              PIC 9(03)V99 VALUE ZEROS.
       77  WRK-VALOR-BRL                PIC S9(08)V99 VALUE ZEROS.
       77  WRK-VARIACAO                 PIC S9(07)V99 VALUE ZEROS.
       77  WRK-VARIACAO-ABS             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-M                        PIC 9(02) VALUE ZEROS.
       77  WRK-QT-MOEDAS                PIC 9(02) VALUE ZEROS.
       77  WRK-P                        PIC 9(03) VALUE ZEROS.
       77  WRK-QT-ANT                   PIC 9(03) VALUE ZEROS.
       77  WRK-QT-POS                   PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-TAXA              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LANCTOS               PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-TOT-BRL                  PIC S9(11)V99 VALUE ZEROS.
       77  WRK-TOT-VARIACAO             PIC S9(09)V99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       77  WRK-TAXA-ED                  PIC ZZ9,99 VALUE ZEROS.
       77  WRK-QT-ED                    PIC ZZZZ9 VALUE ZEROS.
       77  WRK-SALDO-ED                 PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-BRL-ED                   PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-VAR-ED                   PIC -ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-MES-REF.
           05 WRK-REF-ANO               PIC 9(04).
           05 WRK-REF-MES               PIC 9(02).
       COPY DIAUTILW.
      *    POSICAO DO MES ANTERIOR, CARREGADA ANTES DE O ARQUIVO SER
      *    REGRAVADO COM A DESTE MES.
       01  WRK-ANTERIOR.
           05 WRK-ANT-ITEM OCCURS 500 TIMES.
              10 WRK-ANT-CONTA          PIC 9(06).
              10 WRK-ANT-MOEDA          PIC X(03).
              10 WRK-ANT-SALDO          PIC S9(05)V99.
              10 WRK-ANT-TAXA           PIC 9(03)V99.
      *    CONSOLIDADO POR MOEDA; O ITEM 1 E SEMPRE O BRL. A TAXA DE
      *    FECHAMENTO E BUSCADA UMA VEZ POR MOEDA (ZEROS = SEM COTACAO).
       01  WRK-MOEDAS.
           05 WRK-MOE-ITEM OCCURS 20 TIMES.
              10 WRK-MOE-CODIGO         PIC X(03).
              10 WRK-MOE-TAXA           PIC 9(03)V99.
              10 WRK-MOE-QT             PIC 9(05).
              10 WRK-MOE-SALDO          PIC S9(09)V99.
              10 WRK-MOE-BRL            PIC S9(11)V99.
              10 WRK-MOE-VARIACAO       PIC S9(09)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE(1:6) TO WRK-MES-REF.
           IF WRK-PARAMETRO(1:3) = 'MES'
                   AND WRK-PARAMETRO(5:6) IS NUMERIC
               MOVE WRK-PARAMETRO(5:6) TO WRK-MES-REF
           END-IF.
           IF WRK-REF-MES < 1 OR WRK-REF-MES > 12
               DISPLAY "MES INVALIDO NA LINHA DE COMANDO: "
                       WRK-PARAMETRO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0110-ULTIMO-DIA-UTIL.
           PERFORM 0120-CARREGA-ANTERIOR.
           IF WRK-DATA-ANT NOT < WRK-DATA-REF
               DISPLAY "MES " WRK-MES-REF " JA REAVALIADO (ULTIMA "
                       "REAVALIACAO EM " WRK-DATA-ANT ") - NADA FEITO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS NOT = 0
               DISPLAY "CADASTRO DE CONTAS NAO FOI ABERTO, STATUS="
                       FS-CONTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COTMESTRE.
           IF FS-COTMESTRE NOT = 0
               DISPLAY "CADASTRO DE COTACOES NAO FOI ABERTO, STATUS="
                       FS-COTMESTRE
               CLOSE CONTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           INITIALIZE WRK-MOEDAS.
           MOVE 1     TO WRK-QT-MOEDAS.
           MOVE 'BRL' TO WRK-MOE-CODIGO(1).
           MOVE 1     TO WRK-MOE-TAXA(1).
           OPEN OUTPUT POSICAO.
           OPEN OUTPUT LANCTOS.
           DISPLAY "REAVALIACAO CAMBIAL DE " WRK-REF-MES "/"
                   WRK-REF-ANO " - TAXAS DE " WRK-DATA-REF(7:2)
                   "/" WRK-DATA-REF(5:2) "/" WRK-DATA-REF(1:4).

      *    ULTIMO DIA DO MES = VESPERA DO DIA 1 DO MES SEGUINTE; SE NAO
      *    FOR DIA UTIL, O DIAUTIL VOLTA PARA O ANTERIOR.
       0110-ULTIMO-DIA-UTIL          SECTION.
           IF WRK-REF-MES = 12
               COMPUTE WRK-DATA-AUX = (WRK-REF-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-AUX = WRK-REF-ANO * 10000
                       + (WRK-REF-MES + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-DATA-AUX = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1).
           MOVE 'A'          TO DIAUTIL-FUNCAO.
           MOVE WRK-DATA-AUX TO DIAUTIL-DATA.
           CALL 'DIAUTIL' USING DIAUTIL-PARM.
           MOVE DIAUTIL-RESULTADO TO WRK-DATA-REF.

       0120-CARREGA-ANTERIOR         SECTION.
           MOVE ZEROS TO WRK-QT-ANT WRK-DATA-ANT.
           OPEN INPUT POSICAO.
           IF FS-POSICAO NOT = 0
               DISPLAY "SEM REAVALIACAO ANTERIOR - A VARIACAO DESTE "
                       "MES FICA ZERADA"
               GO TO 0120-SAIDA
           END-IF.
           READ POSICAO
           PERFORM UNTIL FS-POSICAO NOT = 0 OR WRK-QT-ANT = 500
               ADD 1 TO WRK-QT-ANT
               MOVE POS-CONTA TO WRK-ANT-CONTA(WRK-QT-ANT)
               MOVE POS-MOEDA TO WRK-ANT-MOEDA(WRK-QT-ANT)
               MOVE POS-SALDO TO WRK-ANT-SALDO(WRK-QT-ANT)
               MOVE POS-TAXA  TO WRK-ANT-TAXA(WRK-QT-ANT)
               MOVE POS-DATA  TO WRK-DATA-ANT
               READ POSICAO
           END-PERFORM.
           CLOSE POSICAO.

       0120-SAIDA.
           EXIT.

       0200-PROCESSAR                SECTION.
           MOVE ZEROS TO CONTA-NUMERO.
           START CONTAS KEY IS NOT LESS CONTA-NUMERO
             INVALID KEY
               MOVE 99 TO FS-CONTAS
           END-START.
           IF FS-CONTAS = 0
               READ CONTAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CONTAS NOT = 0
               IF NOT CONTA-ENCERRADA
                   PERFORM 0250-REAVALIA-CONTA
               END-IF
               READ CONTAS NEXT RECORD
           END-PERFORM.

      *    MOEDA EM BRANCO (REGISTRO ANTERIOR AO CAMPO) VALE COMO BRL.
       0250-REAVALIA-CONTA           SECTION.
           MOVE CONTA-MOEDA TO WRK-MOEDA.
           IF WRK-MOEDA = SPACES
               MOVE 'BRL' TO WRK-MOEDA
           END-IF.
           PERFORM 0260-ACHA-MOEDA.
           IF WRK-M = ZEROS
               GO TO 0250-SAIDA
           END-IF.
           IF WRK-MOE-TAXA(WRK-M) = ZEROS
               ADD 1 TO WRK-QT-SEM-TAXA
               GO TO 0250-SAIDA
           END-IF.
           COMPUTE WRK-VALOR-BRL ROUNDED =
                   CONTA-SALDO * WRK-MOE-TAXA(WRK-M).
           ADD 1             TO WRK-MOE-QT(WRK-M).
           ADD CONTA-SALDO   TO WRK-MOE-SALDO(WRK-M).
           ADD WRK-VALOR-BRL TO WRK-MOE-BRL(WRK-M).
           IF WRK-MOEDA = 'BRL'
               GO TO 0250-SAIDA
           END-IF.
           PERFORM 0270-VARIACAO.
           MOVE CONTA-NUMERO        TO POS-CONTA.
           MOVE WRK-MOEDA           TO POS-MOEDA.
           MOVE WRK-DATA-REF        TO POS-DATA.
           MOVE CONTA-SALDO         TO POS-SALDO.
           MOVE WRK-MOE-TAXA(WRK-M) TO POS-TAXA.
           MOVE WRK-VALOR-BRL       TO POS-VALOR-BRL.
           WRITE POS-REG.
           ADD 1 TO WRK-QT-POS.

       0250-SAIDA.
           EXIT.

      *    PROCURA A MOEDA NO CONSOLIDADO; MOEDA NOVA ENTRA COM A TAXA
      *    DE FECHAMENTO. WRK-M ZERADO = TABELA CHEIA.
       0260-ACHA-MOEDA               SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-M FROM 1 BY 1
                   UNTIL WRK-M > WRK-QT-MOEDAS OR TAB-ACHOU
               IF WRK-MOE-CODIGO(WRK-M) = WRK-MOEDA
                   MOVE 'S' TO WRK-TAB-ACHOU
                   SUBTRACT 1 FROM WRK-M
               END-IF
           END-PERFORM.
           IF TAB-ACHOU
               GO TO 0260-SAIDA
           END-IF.
           IF WRK-QT-MOEDAS = 20
               DISPLAY "MAIS DE 20 MOEDAS - CONTA FORA: " CONTA-NUMERO
               MOVE ZEROS TO WRK-M
               GO TO 0260-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-MOEDAS.
           MOVE WRK-QT-MOEDAS TO WRK-M.
           MOVE WRK-MOEDA TO WRK-MOE-CODIGO(WRK-M).
           PERFORM 0280-BUSCA-TAXA.
           MOVE WRK-TAXA-ACHADA TO WRK-MOE-TAXA(WRK-M).
           IF WRK-TAXA-ACHADA = ZEROS
               DISPLAY "SEM COTACAO DE " WRK-MOEDA " EM "
                       WRK-DATA-REF " - CONTAS DA MOEDA FICAM FORA"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0260-SAIDA.
           EXIT.

      *    VARIACAO = SALDO ANTERIOR NA MOEDA * (TAXA NOVA - TAXA
      *    ANTERIOR). CONTA SEM POSICAO ANTERIOR (NOVA NO MES) OU QUE
      *    TROCOU DE MOEDA NAO TEM VARIACAO.
       0270-VARIACAO                 SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-P FROM 1 BY 1
                   UNTIL WRK-P > WRK-QT-ANT OR TAB-ACHOU
               IF WRK-ANT-CONTA(WRK-P) = CONTA-NUMERO
                   MOVE 'S' TO WRK-TAB-ACHOU
                   SUBTRACT 1 FROM WRK-P
               END-IF
           END-PERFORM.
           IF NOT TAB-ACHOU
               GO TO 0270-SAIDA
           END-IF.
           IF WRK-ANT-MOEDA(WRK-P) NOT = WRK-MOEDA
               GO TO 0270-SAIDA
           END-IF.
           COMPUTE WRK-VARIACAO ROUNDED = WRK-ANT-SALDO(WRK-P)
                   * (WRK-MOE-TAXA(WRK-M) - WRK-ANT-TAXA(WRK-P)).
           IF WRK-VARIACAO = ZEROS
               GO TO 0270-SAIDA
           END-IF.
           ADD WRK-VARIACAO TO WRK-MOE-VARIACAO(WRK-M).
           IF WRK-VARIACAO > ZEROS
               MOVE 'VA' TO RAZAO-TIPO
               MOVE WRK-VARIACAO TO WRK-VARIACAO-ABS
           ELSE
               MOVE 'VP' TO RAZAO-TIPO
               COMPUTE WRK-VARIACAO-ABS = ZERO - WRK-VARIACAO
           END-IF.
           IF WRK-VARIACAO-ABS > 99999,99
               DISPLAY "VARIACAO DA CONTA " CONTA-NUMERO " NAO CABE "
                       "NA LINHA - LANCE MANUALMENTE NA CONTABILIDADE"
               MOVE 4 TO RETURN-CODE
               GO TO 0270-SAIDA
           END-IF.
           ADD 1 TO WRK-SEQ.
           MOVE CONTA-NUMERO          TO RAZAO-CONTA.
           MOVE WRK-SEQ               TO RAZAO-SEQ.
           MOVE WRK-DATA-REF          TO RAZAO-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE ZEROS                 TO RAZAO-CONTRA.
           MOVE WRK-VARIACAO-ABS      TO RAZAO-VALOR.
           MOVE CONTA-SALDO           TO RAZAO-SALDO.
           MOVE 'REAVCAMB'            TO RAZAO-OPER.
           MOVE SPACES                TO RAZAO-APROV.
           MOVE WRK-MOE-TAXA(WRK-M)   TO RAZAO-TAXA.
           MOVE SPACES                TO RAZAO-BOLETO.
           WRITE RAZAO-REG.
           ADD 1 TO WRK-QT-LANCTOS.

       0270-SAIDA.
           EXIT.

      *    TAXA DA MOEDA PARA O REAL EM VIGOR NA DATA DE REFERENCIA:
      *    START PELA CHAVE COMPLEMENTADA (VIDE COTREG.cpy), PULANDO
      *    VIGENCIAS EXPIRADAS - A MESMA BUSCA DO APROVPAG.
       0280-BUSCA-TAXA               SECTION.
           MOVE ZEROS TO WRK-TAXA-ACHADA.
           MOVE WRK-MOEDA TO COT-MOEDA.
           COMPUTE COT-DATA-COMPL = 99999999 - WRK-DATA-REF.
           START COTMESTRE KEY IS NOT LESS COT-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ COTMESTRE NEXT RECORD
               PERFORM UNTIL FS-COTMESTRE NOT = 0
                             OR COT-MOEDA NOT = WRK-MOEDA
                             OR WRK-TAXA-ACHADA NOT = ZEROS
                   IF COT-ATIVA
                       MOVE COT-TAXA TO WRK-TAXA-ACHADA
                   ELSE
                       READ COTMESTRE NEXT RECORD
                   END-IF
               END-PERFORM
           END-START.

       0300-FINALIZAR                SECTION.
           CLOSE CONTAS.
           CLOSE COTMESTRE.
           CLOSE POSICAO.
           CLOSE LANCTOS.
           OPEN OUTPUT REAVREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'POSICAO CONSOLIDADA EM REAIS - FECHAMENTO DE '
                                        DELIMITED BY SIZE
                  WRK-DATA-REF(7:2)     DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WRK-DATA-REF(5:2)     DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  WRK-DATA-REF(1:4)     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0390-GRAVA-LINHA.
           MOVE 'MOEDA   TAXA CONTAS    SALDO NA MOEDA       POSICAO EM'
             TO WRK-LINHA.
           MOVE ' REAIS VARIACAO CAMBIAL' TO WRK-LINHA(56:).
           PERFORM 0390-GRAVA-LINHA.
           MOVE ZEROS TO WRK-TOT-BRL WRK-TOT-VARIACAO.
           PERFORM VARYING WRK-M FROM 1 BY 1
                   UNTIL WRK-M > WRK-QT-MOEDAS
               PERFORM 0350-LINHA-MOEDA
           END-PERFORM.
           MOVE WRK-TOT-BRL      TO WRK-BRL-ED.
           MOVE WRK-TOT-VARIACAO TO WRK-VAR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL CONSOLIDADO'   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           MOVE WRK-BRL-ED TO WRK-LINHA(40:).
           MOVE WRK-VAR-ED TO WRK-LINHA(60:).
           PERFORM 0390-GRAVA-LINHA.
           CLOSE REAVREL.
           DISPLAY "POSICOES GRAVADAS.....: " WRK-QT-POS.
           DISPLAY "LANCAMENTOS DE VARIACAO: " WRK-QT-LANCTOS.
           DISPLAY "CONTAS SEM COTACAO....: " WRK-QT-SEM-TAXA.

       0350-LINHA-MOEDA              SECTION.
           ADD WRK-MOE-BRL(WRK-M)      TO WRK-TOT-BRL.
           ADD WRK-MOE-VARIACAO(WRK-M) TO WRK-TOT-VARIACAO.
           MOVE WRK-MOE-TAXA(WRK-M)     TO WRK-TAXA-ED.
           MOVE WRK-MOE-QT(WRK-M)       TO WRK-QT-ED.
           MOVE WRK-MOE-SALDO(WRK-M)    TO WRK-SALDO-ED.
           MOVE WRK-MOE-BRL(WRK-M)      TO WRK-BRL-ED.
           MOVE WRK-MOE-VARIACAO(WRK-M) TO WRK-VAR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-MOE-CODIGO(WRK-M) DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-TAXA-ED           DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-QT-ED             DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-SALDO-ED          DELIMITED BY SIZE
                  ' '                   DELIMITED BY SIZE
                  WRK-BRL-ED            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           IF WRK-MOE-CODIGO(WRK-M) NOT = 'BRL'
               MOVE WRK-VAR-ED TO WRK-LINHA(60:)
           END-IF.
           IF WRK-MOE-TAXA(WRK-M) = ZEROS
               MOVE 'SEM COTACAO - FORA DO TOTAL' TO WRK-LINHA(8:)
           END-IF.
           PERFORM 0390-GRAVA-LINHA.

       0390-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO REAVREL-REG.
           WRITE REAVREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CONTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-COTMESTRE.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COTACAO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-COTMESTRE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-POSICAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REAVAL.POS.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-POSICAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-LANCTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REAVAL.LAN.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-LANCTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REAVREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REAVAL.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REAVREL
           END-STRING.

       COPY CFGLER.
