       IDENTIFICATION DIVISION.
       PROGRAM-ID. LANCCTB.
      ******************************************************************
      *OBJETIVO: CONTABILIZACAO DO DIA NO RAZAO GERAL DA CASA
      *          (CONTABIL.LAN.TXT, VIDE CTBLREG.cpy). JUNTA O
      *          MOVIMENTO DE CADA SUBSISTEMA NA DATA EM PARTIDAS
      *          DOBRADAS, UM LOTE POR SUBSISTEMA:
      *            'RZ' - LINHAS DO RAZAO DAS CONTAS DATADAS NO DIA,
      *                   PELO RAZAO-TIPO, MAIS AS LINHAS DE VARIACAO
      *                   CAMBIAL DO REAVAL.LAN.TXT DA MESMA DATA. O
      *                   SALDO DE ABERTURA (SA) DO ARQUIVAMENTO NAO E
      *                   MOVIMENTO E FICA FORA. SO ENTRA DIA JA
      *                   FECHADO NO FECHADIA (FECHA.CTL.TXT); DIA
      *                   ABERTO DEIXA O LOTE PARA A PROXIMA RODADA.
      *            'FP' - TOTAIS DA FOLHA RODADA NO DIA (FOLHA.TOT.TXT
      *                   DO FOLHAPAG, DECTERC E RESCISAO): F1 BRUTO,
      *                   F2 PREVIDENCIA RETIDA, F3 RENDA RETIDA. DA
      *                   FOLHA MENSAL VALE A ULTIMA RODADA DA
      *                   COMPETENCIA E SO A DIFERENCA PARA A ULTIMA
      *                   JA LANCADA ENTRA (VIDE FOLTOTRG.cpy).
      *            'PV' - PEDIDOS (PEDIDOS.DAT.TXT) DATADOS NO DIA:
      *                   V1 TOTAL DO FECHAMENTO 'T', V2 FRETE COBRADO,
      *                   V3 CUSTO DAS MERCADORIAS DOS ITENS 'I', V4
      *                   VALOR CANCELADO/DEVOLVIDO ('C' E 'D') E V5 O
      *                   CUSTO QUE VOLTOU AO ESTOQUE NELES.
      *            'ES' - ENTRADAS DE MERCADORIA (PRODUTOS.MOV.TXT,
      *                   TIPO 'EN'): E1 QUANTIDADE X CUSTO UNITARIO.
      *          CADA EVENTO (O RAZAO-TIPO OU OS CODIGOS ACIMA) TEM O
      *          PAR CONTA DEBITO / CONTA CREDITO NO MESMO
      *          CONTABIL.MAP.TXT DO EXPRAZ. ESTORNO (EC/ED) SEM
      *          MAPEAMENTO PROPRIO USA O DO TIPO ESTORNADO COM AS
      *          CONTAS INVERTIDAS, COMO NO EXPRAZ. O LOTE SOMA POR
      *          EVENTO + CONTA + LADO E SO E GRAVADO SE FECHAR: EVENTO
      *          SEM MAPEAMENTO, CONTA FORA DO PLANO (PLANO.CTA.TXT) OU
      *          INATIVA, OU DEBITOS DIFERENTES DOS CREDITOS, RECUSAM
      *          O LOTE INTEIRO (RC 8) E NADA DELE E GRAVADO. LOTE JA
      *          GRAVADO PARA A DATA NAO E LANCADO DE NOVO, ENTAO A
      *          RODADA PODE SER REPETIDA DEPOIS DE ACERTAR O MAPA OU
      *          O PLANO: SO OS LOTES QUE FALTAM ENTRAM.
      *          LINHA SEM CUSTO CONHECIDO (PEDIDO OU ENTRADA ANTERIOR
      *          AO CUSTO MEDIO) FICA FORA E AVISA (RC 4).
      *          PARAMETRO 'DATA AAAAMMDD' CONTABILIZA UMA DATA
      *          ESPECIFICA; SEM PARAMETRO, HOJE (RODA NA CORRENTE
      *          DEPOIS DO FECHADIA). RELATORIO EM LANCCTB.RPT.TXT.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT REAVLAN ASSIGN TO WRK-ARQ-REAVLAN
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-REAVLAN.

           SELECT MAPA ASSIGN TO WRK-ARQ-MAPA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MAPA.

           SELECT FOLHATOT ASSIGN TO WRK-ARQ-FOLHATOT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FOLHATOT.

           SELECT PEDIDOS ASSIGN TO WRK-ARQ-PEDIDOS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PEDIDOS.

           SELECT MOVESTQ ASSIGN TO WRK-ARQ-MOVESTQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MOVESTQ.

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

           SELECT FECHACTL ASSIGN TO WRK-ARQ-FECHACTL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FECHACTL.

           SELECT RELAT ASSIGN TO WRK-ARQ-RELAT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  RAZAO.
       COPY RAZAOREG.

       FD  REAVLAN.
       01  REAVLAN-REG                  PIC X(111).

       FD  MAPA.
       01  MAPA-REG.
           05 MAPA-TIPO                 PIC X(02).
           05 MAPA-DEBITO               PIC X(08).
           05 MAPA-CREDITO              PIC X(08).

       FD  FOLHATOT.
       COPY FOLTOTRG.

       FD  PEDIDOS.
       COPY PEDIDREG.

       FD  MOVESTQ.
       COPY MOVESTRG.

       FD  PLANO.
       COPY PLCREG.

       FD  CTBLAN.
       COPY CTBLREG.

       FD  FECHACTL.
       01  FECHACTL-REG.
           05 FECHA-ULT-DATA            PIC 9(08).

       FD  RELAT.
       01  RELAT-REG                    PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REAVLAN              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MAPA                 PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FOLHATOT             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PEDIDOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MOVESTQ              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PLANO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CTBLAN               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FECHACTL             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RELAT                PIC X(80) VALUE SPACES.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-REAVLAN                   PIC 9(02) VALUE ZEROS.
       77  FS-MAPA                      PIC 9(02) VALUE ZEROS.
       77  FS-FOLHATOT                  PIC 9(02) VALUE ZEROS.
       77  FS-PEDIDOS                   PIC 9(02) VALUE ZEROS.
       77  FS-MOVESTQ                   PIC 9(02) VALUE ZEROS.
       77  FS-PLANO                     PIC 9(02) VALUE ZEROS.
       77  FS-CTBLAN                    PIC 9(02) VALUE ZEROS.
       77  FS-FECHACTL                  PIC 9(02) VALUE ZEROS.
       77  FS-RELAT                     PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-DATA-LANC                PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-FECHADA              PIC 9(08) VALUE ZEROS.
       77  WRK-DATAHORA                 PIC X(14) VALUE SPACES.
       77  WRK-QT-MAPA                  PIC 9(02) VALUE ZEROS.
       77  WRK-T                        PIC 9(02) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-INVERTE                  PIC X(01) VALUE 'N'.
      *    EVENTO QUE PROCURA O MAPEAMENTO E EVENTO QUE VAI NA LINHA
      *    (DIFEREM SO NO ESTORNO QUE USA O MAPA DO TIPO ESTORNADO).
       77  WRK-EVENTO                   PIC X(02) VALUE SPACES.
       77  WRK-EVENTO-LINHA             PIC X(02) VALUE SPACES.
       77  WRK-VALOR-EV                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-DIFERENCA                PIC S9(13)V99 VALUE ZEROS.
       77  WRK-QT-FP                    PIC 9(02) VALUE ZEROS.
       77  WRK-F                        PIC 9(02) VALUE ZEROS.
       77  WRK-CONTA-GL                 PIC X(08) VALUE SPACES.
       77  WRK-DC                       PIC X(01) VALUE SPACES.
       77  WRK-LOTE                     PIC X(02) VALUE SPACES.
       77  WRK-LOTE-ERRO                PIC X(01) VALUE 'N'.
           88 LOTE-COM-ERRO             VALUE 'S'.
       77  WRK-LOTE-GRAVADO             PIC X(01) VALUE 'N'.
           88 LOTE-JA-GRAVADO           VALUE 'S'.
       77  WRK-QT-ORIGEM-LOTE           PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-DEB                  PIC 9(13)V99 VALUE ZEROS.
       77  WRK-TOT-CRED                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-QT-ITENS                 PIC 9(03) VALUE ZEROS.
       77  WRK-I                        PIC 9(03) VALUE ZEROS.
       77  WRK-QT-LOTES-GRAV            PIC 9(02) VALUE ZEROS.
       77  WRK-QT-LOTES-REJ             PIC 9(02) VALUE ZEROS.
       77  WRK-QT-LOTES-JA              PIC 9(02) VALUE ZEROS.
       77  WRK-QT-LOTES-ADIADOS         PIC 9(02) VALUE ZEROS.
       77  WRK-QT-LINHAS-GRAV           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-CUSTO             PIC 9(06) VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-VALOR-ED2                PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(90) VALUE SPACES.
      *    MAPA DE CONTAS CONTABEIS POR EVENTO, EM MEMORIA.
       01  WRK-MAPA.
           05 WRK-MAP-ITEM OCCURS 40 TIMES.
              10 WRK-MAP-TIPO           PIC X(02).
              10 WRK-MAP-DEBITO         PIC X(08).
              10 WRK-MAP-CREDITO        PIC X(08).
      *    FOLHA DO FOLHAPAG DE CADA COMPETENCIA RODADA NO DIA: A
      *    ULTIMA LINHA DO DIA (NOVO) E A ULTIMA DATADA ANTES (ANT).
       01  WRK-FP-TAB.
           05 WRK-FP-ITEM OCCURS 24 TIMES.
              10 WRK-FP-COMPETENCIA     PIC 9(06).
              10 WRK-FP-NOVO-BRUTO      PIC 9(12)V99.
              10 WRK-FP-NOVO-INSS       PIC 9(12)V99.
              10 WRK-FP-NOVO-IRRF       PIC 9(12)V99.
              10 WRK-FP-ANT-BRUTO       PIC 9(12)V99.
              10 WRK-FP-ANT-INSS        PIC 9(12)V99.
              10 WRK-FP-ANT-IRRF        PIC 9(12)V99.
      *    PARTIDAS DO LOTE EM MONTAGEM, SOMADAS POR EVENTO + CONTA +
      *    LADO. CONTA FORA DO PLANO OU INATIVA ENTRA MARCADA E NAO
      *    CONTA NA SOMA - O LOTE DEIXA DE FECHAR E E RECUSADO.
       01  WRK-LOTE-TAB.
           05 WRK-LT-ITEM OCCURS 100 TIMES.
              10 WRK-LT-EVENTO          PIC X(02).
              10 WRK-LT-CONTA           PIC X(08).
              10 WRK-LT-DC              PIC X(01).
              10 WRK-LT-VALOR           PIC 9(13)V99.
              10 WRK-LT-QTDE            PIC 9(06).
              10 WRK-LT-INVALIDA        PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-LOTE-RAZAO.
           PERFORM 0300-LOTE-FOLHA.
           PERFORM 0400-LOTE-PEDIDOS.
           PERFORM 0500-LOTE-ESTOQUE.
           PERFORM 0900-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'DATA'
                   AND WRK-PARAMETRO(6:8) IS NUMERIC
               MOVE WRK-PARAMETRO(6:8) TO WRK-DATA-LANC
           ELSE
               ACCEPT WRK-DATA-LANC FROM DATE YYYYMMDD
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-DATAHORA.
           OPEN INPUT MAPA.
           IF FS-MAPA NOT = 0
               DISPLAY "CONTABIL.MAP.TXT NAO FOI ABERTO, STATUS="
                       FS-MAPA " - MONTE O MAPA DE CONTAS"
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
           OPEN INPUT PLANO.
           IF FS-PLANO NOT = 0
               DISPLAY "PLANO DE CONTAS NAO FOI ABERTO, STATUS="
                       FS-PLANO " - CADASTRE AS CONTAS NO MANTPLC"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CTBLAN.
           IF FS-CTBLAN = 35
               OPEN OUTPUT CTBLAN
               CLOSE CTBLAN
               OPEN I-O CTBLAN
           END-IF.
           IF FS-CTBLAN NOT = 0
               DISPLAY "RAZAO GERAL NAO FOI ABERTO, STATUS="
                       FS-CTBLAN
               CLOSE PLANO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FECHACTL.
           IF FS-FECHACTL = 0
               READ FECHACTL
                 NOT AT END
                   MOVE FECHA-ULT-DATA TO WRK-ULT-FECHADA
               END-READ
               CLOSE FECHACTL
           END-IF.
           OPEN OUTPUT RELAT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONTABILIZACAO DO DIA ' DELIMITED BY SIZE
                  WRK-DATA-LANC            DELIMITED BY SIZE
                  ' - EVENTOS MAPEADOS: '  DELIMITED BY SIZE
                  WRK-QT-MAPA              DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0950-GRAVA-LINHA.

      *    LOTE 'RZ': O RAZAO E LIDO PELA CHAVE DE DATA, SO O DIA.
       0200-LOTE-RAZAO               SECTION.
           MOVE 'RZ' TO WRK-LOTE.
           PERFORM 0700-ABRE-LOTE.
           IF LOTE-JA-GRAVADO
               GO TO 0200-SAIDA
           END-IF.
           IF WRK-DATA-LANC > WRK-ULT-FECHADA
               ADD 1 TO WRK-QT-LOTES-ADIADOS
               MOVE SPACES TO WRK-LINHA
               STRING 'LOTE RZ ADIADO - DIA AINDA NAO FECHADO NO '
                                            DELIMITED BY SIZE
                      'FECHADIA (ULTIMO FECHADO ' DELIMITED BY SIZE
                      WRK-ULT-FECHADA       DELIMITED BY SIZE
                      ')'                   DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0950-GRAVA-LINHA
               GO TO 0200-SAIDA
           END-IF.
           OPEN INPUT RAZAO.
           IF FS-RAZAO NOT = 0
               DISPLAY "RAZAO NAO FOI ABERTO, STATUS=" FS-RAZAO
               MOVE 'S' TO WRK-LOTE-ERRO
               PERFORM 0800-FECHA-LOTE
               GO TO 0200-SAIDA
           END-IF.
           MOVE WRK-DATA-LANC TO RAZAO-DATA.
           START RAZAO KEY IS EQUAL TO RAZAO-DATA
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO NOT = 10
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO = 10
               IF RAZAO-DATA NOT = WRK-DATA-LANC
                   MOVE 10 TO FS-RAZAO
               ELSE
                   IF RAZAO-TIPO NOT = 'SA'
                       PERFORM 0250-EVENTO-RAZAO
                   END-IF
                   READ RAZAO NEXT RECORD
               END-IF
           END-PERFORM.
           CLOSE RAZAO.
           OPEN INPUT REAVLAN.
           IF FS-REAVLAN = 0
               READ REAVLAN NEXT RECORD
               PERFORM UNTIL FS-REAVLAN = 10
                   MOVE REAVLAN-REG TO RAZAO-REG
                   IF RAZAO-DATA = WRK-DATA-LANC
                       PERFORM 0250-EVENTO-RAZAO
                   END-IF
                   READ REAVLAN NEXT RECORD
               END-PERFORM
               CLOSE REAVLAN
           END-IF.
           PERFORM 0800-FECHA-LOTE.

       0200-SAIDA.
           EXIT.

      *    A LINHA DO RAZAO VIRA O EVENTO DO SEU TIPO; ESTORNO SEM
      *    MAPEAMENTO PROPRIO VAI PELO TIPO ESTORNADO, INVERTIDO.
       0250-EVENTO-RAZAO             SECTION.
           MOVE RAZAO-TIPO  TO WRK-EVENTO WRK-EVENTO-LINHA.
           MOVE 'N'         TO WRK-INVERTE.
           MOVE RAZAO-VALOR TO WRK-VALOR-EV.
           PERFORM 0740-ACHA-MAPA.
           IF NOT TAB-ACHOU AND RAZAO-TP-ESTORNO
               MOVE RAZAO-EST-TIPO TO WRK-EVENTO
               MOVE 'S'            TO WRK-INVERTE
           END-IF.
           PERFORM 0750-LANCA-EVENTO.

      *    LOTE 'FP': AS LINHAS DA FOLHA DATADAS NO DIA. DECIMO
      *    TERCEIRO E RESCISAO ENTRAM PELO QUE TRAZEM; A FOLHA MENSAL
      *    ENTRA PELA DIFERENCA ENTRE A ULTIMA RODADA DO DIA E A
      *    ULTIMA DE ANTES NA MESMA COMPETENCIA (SEGUNDA LEITURA),
      *    ENTAO RODAR A FOLHA DE NOVO NAO LANCA ELA DUAS VEZES.
       0300-LOTE-FOLHA               SECTION.
           MOVE 'FP' TO WRK-LOTE.
           PERFORM 0700-ABRE-LOTE.
           IF LOTE-JA-GRAVADO
               GO TO 0300-SAIDA
           END-IF.
           OPEN INPUT FOLHATOT.
           IF FS-FOLHATOT NOT = 0
               PERFORM 0800-FECHA-LOTE
               GO TO 0300-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-QT-FP.
           READ FOLHATOT NEXT RECORD
           PERFORM UNTIL FS-FOLHATOT = 10
               IF FTOT-DATA = WRK-DATA-LANC
                   IF FTOT-DA-FOLHA
                       PERFORM 0310-GUARDA-FOLHA
                   ELSE
                       MOVE 'N' TO WRK-INVERTE
                       MOVE 'F1' TO WRK-EVENTO WRK-EVENTO-LINHA
                       MOVE FTOT-BRUTO TO WRK-VALOR-EV
                       PERFORM 0750-LANCA-EVENTO
                       MOVE 'F2' TO WRK-EVENTO WRK-EVENTO-LINHA
                       MOVE FTOT-INSS TO WRK-VALOR-EV
                       PERFORM 0750-LANCA-EVENTO
                       MOVE 'F3' TO WRK-EVENTO WRK-EVENTO-LINHA
                       MOVE FTOT-IRRF TO WRK-VALOR-EV
                       PERFORM 0750-LANCA-EVENTO
                   END-IF
               END-IF
               READ FOLHATOT NEXT RECORD
           END-PERFORM.
           CLOSE FOLHATOT.
           IF WRK-QT-FP > ZEROS
               OPEN INPUT FOLHATOT
               READ FOLHATOT NEXT RECORD
               PERFORM UNTIL FS-FOLHATOT = 10
                   IF FTOT-DA-FOLHA AND FTOT-DATA < WRK-DATA-LANC
                       PERFORM 0320-GUARDA-ANTERIOR
                   END-IF
                   READ FOLHATOT NEXT RECORD
               END-PERFORM
               CLOSE FOLHATOT
               PERFORM VARYING WRK-F FROM 1 BY 1
                       UNTIL WRK-F > WRK-QT-FP
                   PERFORM 0330-LANCA-FOLHA
               END-PERFORM
           END-IF.
           PERFORM 0800-FECHA-LOTE.

       0300-SAIDA.
           EXIT.

      *    RODADA DO FOLHAPAG NO DIA: FICA A ULTIMA DE CADA COMPETENCIA.
       0310-GUARDA-FOLHA             SECTION.
           PERFORM VARYING WRK-F FROM 1 BY 1
                   UNTIL WRK-F > WRK-QT-FP
                      OR WRK-FP-COMPETENCIA(WRK-F) = FTOT-COMPETENCIA
               CONTINUE
           END-PERFORM.
           IF WRK-F > WRK-QT-FP
               IF WRK-QT-FP = 24
                   IF NOT LOTE-COM-ERRO
                       MOVE SPACES TO WRK-LINHA
                       STRING 'LOTE FP: COMPETENCIAS DEMAIS NO DIA - '
                                               DELIMITED BY SIZE
                              FTOT-COMPETENCIA DELIMITED BY SIZE
                         INTO WRK-LINHA
                       END-STRING
                       PERFORM 0950-GRAVA-LINHA
                   END-IF
                   MOVE 'S' TO WRK-LOTE-ERRO
                   GO TO 0310-SAIDA
               END-IF
               ADD 1 TO WRK-QT-FP
               MOVE WRK-QT-FP        TO WRK-F
               MOVE FTOT-COMPETENCIA TO WRK-FP-COMPETENCIA(WRK-F)
               MOVE ZEROS            TO WRK-FP-ANT-BRUTO(WRK-F)
                                        WRK-FP-ANT-INSS(WRK-F)
                                        WRK-FP-ANT-IRRF(WRK-F)
           END-IF.
           MOVE FTOT-BRUTO TO WRK-FP-NOVO-BRUTO(WRK-F).
           MOVE FTOT-INSS  TO WRK-FP-NOVO-INSS(WRK-F).
           MOVE FTOT-IRRF  TO WRK-FP-NOVO-IRRF(WRK-F).

       0310-SAIDA.
           EXIT.

      *    RODADA ANTERIOR AO DIA DE UMA COMPETENCIA RODADA NO DIA: A
      *    ULTIMA DELAS E A QUE JA FOI LANCADA.
       0320-GUARDA-ANTERIOR          SECTION.
           PERFORM VARYING WRK-F FROM 1 BY 1
                   UNTIL WRK-F > WRK-QT-FP
                      OR WRK-FP-COMPETENCIA(WRK-F) = FTOT-COMPETENCIA
               CONTINUE
           END-PERFORM.
           IF WRK-F NOT > WRK-QT-FP
               MOVE FTOT-BRUTO TO WRK-FP-ANT-BRUTO(WRK-F)
               MOVE FTOT-INSS  TO WRK-FP-ANT-INSS(WRK-F)
               MOVE FTOT-IRRF  TO WRK-FP-ANT-IRRF(WRK-F)
           END-IF.

      *    F1/F2/F3 DA COMPETENCIA PELA DIFERENCA NOVO - ANTERIOR.
       0330-LANCA-FOLHA              SECTION.
           MOVE 'F1' TO WRK-EVENTO WRK-EVENTO-LINHA.
           COMPUTE WRK-DIFERENCA = WRK-FP-NOVO-BRUTO(WRK-F)
                                 - WRK-FP-ANT-BRUTO(WRK-F).
           PERFORM 0340-LANCA-DIFERENCA.
           MOVE 'F2' TO WRK-EVENTO WRK-EVENTO-LINHA.
           COMPUTE WRK-DIFERENCA = WRK-FP-NOVO-INSS(WRK-F)
                                 - WRK-FP-ANT-INSS(WRK-F).
           PERFORM 0340-LANCA-DIFERENCA.
           MOVE 'F3' TO WRK-EVENTO WRK-EVENTO-LINHA.
           COMPUTE WRK-DIFERENCA = WRK-FP-NOVO-IRRF(WRK-F)
                                 - WRK-FP-ANT-IRRF(WRK-F).
           PERFORM 0340-LANCA-DIFERENCA.

      *    DIFERENCA NEGATIVA (FOLHA REFEITA PARA MENOS) VOLTA PELAS
      *    CONTAS INVERTIDAS.
       0340-LANCA-DIFERENCA          SECTION.
           IF WRK-DIFERENCA < ZEROS
               MOVE 'S' TO WRK-INVERTE
               COMPUTE WRK-VALOR-EV = 0 - WRK-DIFERENCA
           ELSE
               MOVE 'N' TO WRK-INVERTE
               MOVE WRK-DIFERENCA TO WRK-VALOR-EV
           END-IF.
           PERFORM 0750-LANCA-EVENTO.

      *    LOTE 'PV': TODAS AS LINHAS DE PEDIDO DATADAS NO DIA. O 'H'
      *    NAO TEM VALOR; O FRETE E O CUSTO ANTERIORES AO RECURSO
      *    (NAO NUMERICOS) NAO ENTRAM.
       0400-LOTE-PEDIDOS             SECTION.
           MOVE 'PV' TO WRK-LOTE.
           PERFORM 0700-ABRE-LOTE.
           IF LOTE-JA-GRAVADO
               GO TO 0400-SAIDA
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT = 0
               PERFORM 0800-FECHA-LOTE
               GO TO 0400-SAIDA
           END-IF.
           MOVE 'N' TO WRK-INVERTE.
           READ PEDIDOS NEXT RECORD
           PERFORM UNTIL FS-PEDIDOS NOT = 0
               IF PED-DATA = WRK-DATA-LANC
                   PERFORM 0450-EVENTO-PEDIDO
               END-IF
               READ PEDIDOS NEXT RECORD
           END-PERFORM.
           CLOSE PEDIDOS.
           PERFORM 0800-FECHA-LOTE.

       0400-SAIDA.
           EXIT.

       0450-EVENTO-PEDIDO            SECTION.
           EVALUATE PED-TIPO
             WHEN 'T'
               MOVE 'V1' TO WRK-EVENTO WRK-EVENTO-LINHA
               MOVE PED-TOTAL TO WRK-VALOR-EV
               PERFORM 0750-LANCA-EVENTO
               IF PED-VALOR-FRETE IS NUMERIC
                   MOVE 'V2' TO WRK-EVENTO WRK-EVENTO-LINHA
                   MOVE PED-VALOR-FRETE TO WRK-VALOR-EV
                   PERFORM 0750-LANCA-EVENTO
               END-IF
             WHEN 'I'
               IF PED-CUSTO IS NUMERIC
                   MOVE 'V3' TO WRK-EVENTO WRK-EVENTO-LINHA
                   MOVE PED-CUSTO TO WRK-VALOR-EV
                   PERFORM 0750-LANCA-EVENTO
               ELSE
                   ADD 1 TO WRK-QT-SEM-CUSTO
               END-IF
             WHEN 'C'
             WHEN 'D'
               MOVE 'V4' TO WRK-EVENTO WRK-EVENTO-LINHA
               MOVE PED-TOTAL TO WRK-VALOR-EV
               PERFORM 0750-LANCA-EVENTO
               IF PED-CUSTO IS NUMERIC
                   MOVE 'V5' TO WRK-EVENTO WRK-EVENTO-LINHA
                   MOVE PED-CUSTO TO WRK-VALOR-EV
                   PERFORM 0750-LANCA-EVENTO
               ELSE
                   ADD 1 TO WRK-QT-SEM-CUSTO
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *    LOTE 'ES': ENTRADAS DE MERCADORIA DO DIA, PELO CUSTO PAGO.
       0500-LOTE-ESTOQUE             SECTION.
           MOVE 'ES' TO WRK-LOTE.
           PERFORM 0700-ABRE-LOTE.
           IF LOTE-JA-GRAVADO
               GO TO 0500-SAIDA
           END-IF.
           OPEN INPUT MOVESTQ.
           IF FS-MOVESTQ NOT = 0
               PERFORM 0800-FECHA-LOTE
               GO TO 0500-SAIDA
           END-IF.
           MOVE 'N' TO WRK-INVERTE.
           READ MOVESTQ NEXT RECORD
           PERFORM UNTIL FS-MOVESTQ NOT = 0
               IF MOV-TIPO = 'EN'
                       AND MOV-DATAHORA(1:8) = WRK-DATA-LANC
                   IF MOV-CUSTO-UNIT IS NUMERIC
                           AND MOV-CUSTO-UNIT > ZEROS
                       MOVE 'E1' TO WRK-EVENTO WRK-EVENTO-LINHA
                       COMPUTE WRK-VALOR-EV =
                               MOV-QTDE * MOV-CUSTO-UNIT
                       PERFORM 0750-LANCA-EVENTO
                   ELSE
                       ADD 1 TO WRK-QT-SEM-CUSTO
                   END-IF
               END-IF
               READ MOVESTQ NEXT RECORD
           END-PERFORM.
           CLOSE MOVESTQ.
           PERFORM 0800-FECHA-LOTE.

       0500-SAIDA.
           EXIT.

      *    ZERA A MONTAGEM E CONFERE SE O LOTE DA DATA JA FOI GRAVADO
      *    NUMA RODADA ANTERIOR (PRIMEIRA LINHA DATA + LOTE).
       0700-ABRE-LOTE                SECTION.
           MOVE ZEROS TO WRK-QT-ITENS WRK-QT-ORIGEM-LOTE.
           MOVE 'N'   TO WRK-LOTE-ERRO WRK-LOTE-GRAVADO.
           MOVE WRK-DATA-LANC TO CTBL-DATA.
           MOVE WRK-LOTE      TO CTBL-LOTE.
           MOVE ZEROS         TO CTBL-LINHA.
           START CTBLAN KEY IS NOT LESS THAN CTBL-CHAVE
             INVALID KEY
               GO TO 0700-SAIDA
           END-START.
           READ CTBLAN NEXT RECORD
             AT END
               GO TO 0700-SAIDA
           END-READ.
           IF CTBL-DATA = WRK-DATA-LANC AND CTBL-LOTE = WRK-LOTE
               MOVE 'S' TO WRK-LOTE-GRAVADO
               ADD 1 TO WRK-QT-LOTES-JA
               MOVE SPACES TO WRK-LINHA
               STRING 'LOTE '              DELIMITED BY SIZE
                      WRK-LOTE             DELIMITED BY SIZE
                      ' JA GRAVADO PARA A DATA - NAO LANCADO DE NOVO'
                                           DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0950-GRAVA-LINHA
           END-IF.

       0700-SAIDA.
           EXIT.

       0740-ACHA-MAPA                SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-MAPA OR TAB-ACHOU
               IF WRK-MAP-TIPO(WRK-T) = WRK-EVENTO
                   MOVE 'S' TO WRK-TAB-ACHOU
                   SUBTRACT 1 FROM WRK-T
               END-IF
           END-PERFORM.

      *    UM EVENTO = UMA PARTIDA A DEBITO E UMA A CREDITO DO MESMO
      *    VALOR, NAS CONTAS DO MAPA (TROCADAS QUANDO INVERTE).
       0750-LANCA-EVENTO             SECTION.
           IF WRK-VALOR-EV = ZEROS
               GO TO 0750-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-ORIGEM-LOTE.
           PERFORM 0740-ACHA-MAPA.
           IF NOT TAB-ACHOU
               IF NOT LOTE-COM-ERRO
                   MOVE SPACES TO WRK-LINHA
                   STRING 'LOTE '              DELIMITED BY SIZE
                          WRK-LOTE             DELIMITED BY SIZE
                          ': EVENTO SEM MAPEAMENTO NO CONTABIL.MAP: '
                                               DELIMITED BY SIZE
                          WRK-EVENTO           DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0950-GRAVA-LINHA
               END-IF
               MOVE 'S' TO WRK-LOTE-ERRO
               GO TO 0750-SAIDA
           END-IF.
           IF WRK-INVERTE = 'S'
               MOVE WRK-MAP-CREDITO(WRK-T) TO WRK-CONTA-GL
           ELSE
               MOVE WRK-MAP-DEBITO(WRK-T)  TO WRK-CONTA-GL
           END-IF.
           MOVE 'D' TO WRK-DC.
           PERFORM 0760-ACUMULA.
           IF WRK-INVERTE = 'S'
               MOVE WRK-MAP-DEBITO(WRK-T)  TO WRK-CONTA-GL
           ELSE
               MOVE WRK-MAP-CREDITO(WRK-T) TO WRK-CONTA-GL
           END-IF.
           MOVE 'C' TO WRK-DC.
           PERFORM 0760-ACUMULA.

       0750-SAIDA.
           EXIT.

      *    SOMA A PARTIDA NO ITEM EVENTO + CONTA + LADO; ITEM NOVO
      *    TEM A CONTA CONFERIDA NO PLANO UMA VEZ SO.
       0760-ACUMULA                  SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ITENS
               IF WRK-LT-EVENTO(WRK-I) = WRK-EVENTO-LINHA
                       AND WRK-LT-CONTA(WRK-I) = WRK-CONTA-GL
                       AND WRK-LT-DC(WRK-I) = WRK-DC
                   ADD WRK-VALOR-EV TO WRK-LT-VALOR(WRK-I)
                   ADD 1 TO WRK-LT-QTDE(WRK-I)
                   GO TO 0760-SAIDA
               END-IF
           END-PERFORM.
           IF WRK-QT-ITENS = 100
               IF NOT LOTE-COM-ERRO
                   MOVE SPACES TO WRK-LINHA
                   STRING 'LOTE '              DELIMITED BY SIZE
                          WRK-LOTE             DELIMITED BY SIZE
                          ': MAIS DE 100 PARTIDAS DISTINTAS NO DIA'
                                               DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0950-GRAVA-LINHA
               END-IF
               MOVE 'S' TO WRK-LOTE-ERRO
               GO TO 0760-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-ITENS.
           MOVE WRK-EVENTO-LINHA TO WRK-LT-EVENTO(WRK-QT-ITENS).
           MOVE WRK-CONTA-GL     TO WRK-LT-CONTA(WRK-QT-ITENS).
           MOVE WRK-DC           TO WRK-LT-DC(WRK-QT-ITENS).
           MOVE WRK-VALOR-EV     TO WRK-LT-VALOR(WRK-QT-ITENS).
           MOVE 1                TO WRK-LT-QTDE(WRK-QT-ITENS).
           MOVE 'N'              TO WRK-LT-INVALIDA(WRK-QT-ITENS).
           MOVE WRK-CONTA-GL TO PLC-CONTA.
           READ PLANO
             INVALID KEY
               MOVE 'S' TO WRK-LT-INVALIDA(WRK-QT-ITENS)
             NOT INVALID KEY
               IF PLC-INATIVA
                   MOVE 'S' TO WRK-LT-INVALIDA(WRK-QT-ITENS)
               END-IF
           END-READ.

       0760-SAIDA.
           EXIT.

      *    O LOTE SO E GRAVADO SE NAO TEVE ERRO E SE A SOMA DAS
      *    PARTIDAS VALIDAS A DEBITO FECHA COM A DE CREDITO.
       0800-FECHA-LOTE               SECTION.
           IF WRK-QT-ITENS = ZEROS AND NOT LOTE-COM-ERRO
               MOVE SPACES TO WRK-LINHA
               STRING 'LOTE '              DELIMITED BY SIZE
                      WRK-LOTE             DELIMITED BY SIZE
                      ' SEM MOVIMENTO NA DATA' DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0950-GRAVA-LINHA
               GO TO 0800-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-TOT-DEB WRK-TOT-CRED.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ITENS
               PERFORM 0820-LISTA-PARTIDA
               IF WRK-LT-INVALIDA(WRK-I) = 'S'
                   MOVE 'S' TO WRK-LOTE-ERRO
               ELSE
                   IF WRK-LT-DC(WRK-I) = 'D'
                       ADD WRK-LT-VALOR(WRK-I) TO WRK-TOT-DEB
                   ELSE
                       ADD WRK-LT-VALOR(WRK-I) TO WRK-TOT-CRED
                   END-IF
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-DEB  TO WRK-VALOR-ED.
           MOVE WRK-TOT-CRED TO WRK-VALOR-ED2.
           MOVE SPACES TO WRK-LINHA.
           STRING '  DEBITOS '   DELIMITED BY SIZE
                  WRK-VALOR-ED   DELIMITED BY SIZE
                  '  CREDITOS '  DELIMITED BY SIZE
                  WRK-VALOR-ED2  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0950-GRAVA-LINHA.
           IF LOTE-COM-ERRO OR WRK-TOT-DEB NOT = WRK-TOT-CRED
               ADD 1 TO WRK-QT-LOTES-REJ
               MOVE 8 TO RETURN-CODE
               MOVE SPACES TO WRK-LINHA
               STRING 'LOTE '              DELIMITED BY SIZE
                      WRK-LOTE             DELIMITED BY SIZE
                      ' RECUSADO - NAO FECHA OU TEM PARTIDA INVALIDA;'
                                           DELIMITED BY SIZE
                      ' NADA GRAVADO'      DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0950-GRAVA-LINHA
               GO TO 0800-SAIDA
           END-IF.
           MOVE ZEROS TO CTBL-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ITENS
               MOVE WRK-DATA-LANC        TO CTBL-DATA
               MOVE WRK-LOTE             TO CTBL-LOTE
               ADD 1                     TO CTBL-LINHA
               MOVE WRK-LT-CONTA(WRK-I)  TO CTBL-CONTA
               MOVE WRK-LT-DC(WRK-I)     TO CTBL-DC
               MOVE WRK-LT-VALOR(WRK-I)  TO CTBL-VALOR
               MOVE WRK-LT-EVENTO(WRK-I) TO CTBL-EVENTO
               MOVE WRK-LT-QTDE(WRK-I)   TO CTBL-QT-ORIGEM
               MOVE 'LANCCTB'            TO CTBL-OPERADOR
               MOVE WRK-DATAHORA         TO CTBL-DATAHORA
               WRITE CTBL-REG
                 INVALID KEY
                   DISPLAY "LINHA DO RAZAO GERAL NAO GRAVADA - LOTE "
                           CTBL-LOTE " LINHA " CTBL-LINHA
                   MOVE 8 TO RETURN-CODE
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-LINHAS-GRAV
               END-WRITE
           END-PERFORM.
           ADD 1 TO WRK-QT-LOTES-GRAV.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LOTE '              DELIMITED BY SIZE
                  WRK-LOTE             DELIMITED BY SIZE
                  ' GRAVADO: '         DELIMITED BY SIZE
                  WRK-QT-ITENS         DELIMITED BY SIZE
                  ' LINHAS, '          DELIMITED BY SIZE
                  WRK-QT-ORIGEM-LOTE   DELIMITED BY SIZE
                  ' EVENTOS DE ORIGEM' DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0950-GRAVA-LINHA.

       0800-SAIDA.
           EXIT.

       0820-LISTA-PARTIDA            SECTION.
           MOVE WRK-LT-VALOR(WRK-I) TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-LOTE             DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-LT-EVENTO(WRK-I) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-LT-CONTA(WRK-I)  DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-LT-DC(WRK-I)     DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' QTDE '             DELIMITED BY SIZE
                  WRK-LT-QTDE(WRK-I)   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           IF WRK-LT-INVALIDA(WRK-I) = 'S'
               MOVE '* CONTA FORA DO PLANO OU INATIVA'
                 TO WRK-LINHA(58:33)
           END-IF.
           PERFORM 0950-GRAVA-LINHA.

       0900-FINALIZAR                SECTION.
           CLOSE PLANO.
           CLOSE CTBLAN.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LOTES GRAVADOS: '   DELIMITED BY SIZE
                  WRK-QT-LOTES-GRAV    DELIMITED BY SIZE
                  '  RECUSADOS: '      DELIMITED BY SIZE
                  WRK-QT-LOTES-REJ     DELIMITED BY SIZE
                  '  JA GRAVADOS: '    DELIMITED BY SIZE
                  WRK-QT-LOTES-JA      DELIMITED BY SIZE
                  '  ADIADOS: '        DELIMITED BY SIZE
                  WRK-QT-LOTES-ADIADOS DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0950-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS GRAVADAS NO RAZAO GERAL: ' DELIMITED BY SIZE
                  WRK-QT-LINHAS-GRAV                 DELIMITED BY SIZE
                  '  MOVIMENTOS SEM CUSTO: '         DELIMITED BY SIZE
                  WRK-QT-SEM-CUSTO                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0950-GRAVA-LINHA.
           CLOSE RELAT.
           IF RETURN-CODE = 0
                   AND (WRK-QT-SEM-CUSTO > 0
                        OR WRK-QT-LOTES-ADIADOS > 0)
               MOVE 4 TO RETURN-CODE
           END-IF.

       0950-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO RELAT-REG.
           WRITE RELAT-REG.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REAVLAN.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REAVAL.LAN.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REAVLAN
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MAPA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTABIL.MAP.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MAPA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FOLHATOT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.TOT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHATOT
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PEDIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PEDIDOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MOVESTQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.MOV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MOVESTQ
           END-STRING.
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
           MOVE SPACES TO WRK-ARQ-FECHACTL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FECHA.CTL.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FECHACTL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELAT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'LANCCTB.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RELAT
           END-STRING.

       COPY CFGLER.
