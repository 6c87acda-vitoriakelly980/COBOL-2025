      *          O IMPORT DELES RECUSA ARQUIVO FORA DE BALANCO E
      *          NINGUEM MAIS DIGITA LANCAMENTO DE UM IMPRESSO.
      *          LINHA SEM MAPEAMENTO FICA FORA E E ACUSADA (RC 4).
      *          ESTORNO (EC/ED) SEM MAPEAMENTO PROPRIO USA O DO TIPO
      *          DA LINHA ESTORNADA (RAZAO-EST-TIPO) COM DEBITO E
      *          CREDITO INVERTIDOS - A PARTIDA QUE DESFAZ A ORIGINAL.
      *          DEPOIS DO RAZAO VAO AS LINHAS DE VARIACAO CAMBIAL DA
      *          ULTIMA REAVALIACAO DE FIM DE MES (REAVAL.LAN.TXT DO
      *          REAVCAMB, TIPOS VA/VP, MAPEADOS COMO OS DEMAIS).
      *          O RAZAO E LIDO PELA CHAVE DE DATA, EM ORDEM
      *          CRONOLOGICA, COMO A CONTABILIDADE LANCA.
      *          O MESMO CONTABIL.MAP.TXT TRAZ TAMBEM OS EVENTOS DOS
      *          OUTROS SUBSISTEMAS QUE O LANCCTB LANCA NO RAZAO GERAL
      *          (F1-F3, V1-V5, E1) E OS DO CUSTO POR CENTRO DO CUSTOCC
      *          (F4-F6); AQUI ELES SO OCUPAM A TABELA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
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
       FD  RAZAO.
       COPY RAZAOREG.

       FD  REAVLAN.
       01  REAVLAN-REG                  PIC X(111).

       FD  MAPA.
       01  MAPA-REG.
           05 MAPA-TIPO                 PIC X(02).
       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REAVLAN              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MAPA                 PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EXPORTA              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-SEQCTL               PIC X(80) VALUE SPACES.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-REAVLAN                   PIC 9(02) VALUE ZEROS.
       77  FS-MAPA                      PIC 9(02) VALUE ZEROS.
       77  FS-EXPORTA                   PIC 9(02) VALUE ZEROS.
       77  FS-SEQCTL                    PIC 9(02) VALUE ZEROS.
       77  WRK-T                        PIC 9(02) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-INVERTE                  PIC X(01) VALUE 'N'.
       01  WRK-HEADER.
           05 WRK-HDR-TIPO              PIC X(02) VALUE '00'.
           05 WRK-HDR-DATA              PIC 9(08).
           05 WRK-TRL-HASH              PIC 9(15).
      *    MAPA DE CONTAS CONTABEIS POR RAZAO-TIPO, EM MEMORIA.
       01  WRK-MAPA.
           05 WRK-MAP-ITEM OCCURS 40 TIMES.
              10 WRK-MAP-TIPO           PIC X(02).
              10 WRK-MAP-DEBITO         PIC X(08).
              10 WRK-MAP-CREDITO        PIC X(08).
               GOBACK
           END-IF.
           READ MAPA NEXT RECORD
           PERFORM UNTIL FS-MAPA = 10 OR WRK-QT-MAPA = 40
               IF MAPA-TIPO NOT = SPACES
                       AND MAPA-TIPO(1:1) NOT = '*'
                   ADD 1 TO WRK-QT-MAPA
           WRITE EXP-REG.

       0200-PROCESSAR                SECTION.
           MOVE ZEROS TO RAZAO-DATA.
           START RAZAO KEY IS NOT LESS THAN RAZAO-DATA
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO NOT = 10
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO = 10
               PERFORM 0250-EXPORTA-LINHA
               READ RAZAO NEXT RECORD
           END-PERFORM.
           CLOSE RAZAO.
           PERFORM 0220-LE-REAVALIACAO.

      *    AS LINHAS DA REAVALIACAO TEM O LAYOUT DO RAZAO E PASSAM PELO
      *    MESMO MAPEAMENTO. SEM REAVALIACAO GRAVADA, NADA A FAZER.
       0220-LE-REAVALIACAO           SECTION.
           OPEN INPUT REAVLAN.
           IF FS-REAVLAN NOT = 0
               GO TO 0220-SAIDA
           END-IF.
           READ REAVLAN NEXT RECORD
           PERFORM UNTIL FS-REAVLAN = 10
               MOVE REAVLAN-REG TO RAZAO-REG
               PERFORM 0250-EXPORTA-LINHA
               READ REAVLAN NEXT RECORD
           END-PERFORM.
           CLOSE REAVLAN.

       0220-SAIDA.
           EXIT.

       0250-EXPORTA-LINHA            SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
                   SUBTRACT 1 FROM WRK-T
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-INVERTE.
           IF NOT TAB-ACHOU AND RAZAO-TP-ESTORNO
               PERFORM VARYING WRK-T FROM 1 BY 1
                       UNTIL WRK-T > WRK-QT-MAPA OR TAB-ACHOU
                   IF WRK-MAP-TIPO(WRK-T) = RAZAO-EST-TIPO
                       MOVE 'S' TO WRK-TAB-ACHOU
                       MOVE 'S' TO WRK-INVERTE
                       SUBTRACT 1 FROM WRK-T
                   END-IF
               END-PERFORM
           END-IF.
           IF NOT TAB-ACHOU
               ADD 1 TO WRK-QT-SEM-MAPA
               DISPLAY "TIPO SEM MAPEAMENTO, LINHA FORA: "
           END-IF.
           MOVE SPACES TO EXP-REG.
           MOVE '01' TO EXP-REG(1:2).
           IF WRK-INVERTE = 'S'
               STRING RAZAO-CONTA            DELIMITED BY SIZE
                      RAZAO-DATA             DELIMITED BY SIZE
                      RAZAO-TIPO             DELIMITED BY SIZE
                      RAZAO-VALOR            DELIMITED BY SIZE
                      WRK-MAP-CREDITO(WRK-T) DELIMITED BY SIZE
                      WRK-MAP-DEBITO(WRK-T)  DELIMITED BY SIZE
                 INTO EXP-REG(3:)
               END-STRING
           ELSE
               STRING RAZAO-CONTA            DELIMITED BY SIZE
                      RAZAO-DATA             DELIMITED BY SIZE
                      RAZAO-TIPO             DELIMITED BY SIZE
                      RAZAO-VALOR            DELIMITED BY SIZE
                      WRK-MAP-DEBITO(WRK-T)  DELIMITED BY SIZE
                      WRK-MAP-CREDITO(WRK-T) DELIMITED BY SIZE
                 INTO EXP-REG(3:)
               END-STRING
           END-IF.
           WRITE EXP-REG.
           ADD 1 TO WRK-QT-DETALHES.
           COMPUTE WRK-VALOR-CENT = RAZAO-VALOR * 100.
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
