      ******************************************************************
      *OBJETIVO: ARQUIVAMENTO DE VIRADA DE ANO DO RAZAO. O
      *          PAGAMENTOS.LOG.TXT GUARDA ANOS DE MOVIMENTO E O
      *          RECONPAG LE O ARQUIVO INTEIRO A CADA EXECUCAO; ESTE
      *          JOB MOVE AS LINHAS COM RAZAO-DATA ATE
      *          O CORTE (PARAMETRO 'CORTE AAAAMMDD' NA LINHA DE
      *          COMANDO) PARA O ARQUIVO MORTO DATADO
      *          PAGAMENTOS.LOG.AAAA.TXT E REGRAVA O RAZAO CORRENTE
      *          QUE O EXTRATO E A PROVA DO RECONPAG SEGUEM FECHANDO
      *          SOBRE UM ARQUIVO CURTO. O PERIODO ANTIGO SAI PELO
      *          PROPRIO EXTRATO, QUE SABE LER O ARQUIVO MORTO.
      *          COMO A SEQUENCIA DO RAZAO INDEXADO E POR CONTA E NAO
      *          RECOMECA SOZINHA, A VIRADA A RENUMERA: A LINHA 'SA'
      *          FICA COM A SEQUENCIA 1 E AS LINHAS MANTIDAS DA CONTA
      *          SEGUEM 2, 3... NA MESMA ORDEM; OS RECIBOS E AS LINHAS
      *          DE ESTORNO QUE APONTAM LINHAS MANTIDAS SAO ACERTADOS
      *          PARA A SEQUENCIA NOVA. AS LINHAS MANTIDAS SAO CONTADAS
      *          ANTES (PELA CHAVE DE DATA) E, SE PASSAREM DA TABELA DE
      *          RENUMERACAO, NADA E MEXIDO (RC 8). PEDIDO DE ESTORNO
      *          AGUARDANDO O APROVPAG TAMBEM IMPEDE O ARQUIVAMENTO -
      *          ELE APONTA A SEQUENCIA ANTIGA.
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

           SELECT MORTO ASSIGN TO WRK-ARQ-MORTO
               ORGANIZATION    IS SEQUENTIAL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CORRENTE.

           SELECT RECIBOS ASSIGN TO WRK-ARQ-RECIBOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RECIBOS
               RECORD KEY      IS RECIBO-NUMERO.

           SELECT APROVACAO ASSIGN TO WRK-ARQ-APROVACAO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-APROVACAO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
       COPY RAZAOREG.

       FD  MORTO.
       01  MORTO-REG                    PIC X(111).

      *    ESTACIONAMENTO DAS LINHAS QUE FICAM: O RAZAO SO E REGRAVADO
      *    DEPOIS DO MORTO E DO ESTACIONAMENTO ESTAREM INTEIROS NO
      *    DISCO.
       FD  CORRENTE.
       01  CORRENTE-REG                 PIC X(111).

       FD  RECIBOS.
       COPY RECIBREG.

       FD  APROVACAO.
       COPY APRREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-MORTO                     PIC 9(02) VALUE ZEROS.
       77  FS-CORRENTE                  PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-RECIBOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-APROVACAO            PIC X(80) VALUE SPACES.
       77  FS-RECIBOS                   PIC 9(02) VALUE ZEROS.
       77  FS-APROVACAO                 PIC 9(02) VALUE ZEROS.
       77  WRK-QT-PENDENTES             PIC 9(05) VALUE ZEROS.
       77  WRK-CONTA-ATUAL              PIC 9(06) VALUE ZEROS.
       77  WRK-NOVA-SEQ                 PIC 9(04) VALUE ZEROS.
       77  WRK-QT-RENUMERADAS           PIC 9(07) VALUE ZEROS.
       77  WRK-QT-RECIBOS               PIC 9(07) VALUE ZEROS.
       77  WRK-D                        PIC 9(05) VALUE ZEROS.
       77  WRK-DP-ACHOU                 PIC X(01) VALUE 'N'.
       77  WRK-DP-CONTA                 PIC 9(06) VALUE ZEROS.
       77  WRK-DP-VELHA                 PIC 9(04) VALUE ZEROS.
       77  WRK-DP-NOVA                  PIC 9(04) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-CORTE                    PIC 9(08) VALUE ZEROS.
       77  WRK-QT-ARQUIVADAS            PIC 9(07) VALUE ZEROS.
           05 WRK-CTA-ITEM OCCURS 500 TIMES.
              10 WRK-CTA-NUMERO         PIC 9(06).
              10 WRK-CTA-ULT-SALDO      PIC S9(05)V99.
      *    DE-PARA DAS LINHAS MANTIDAS QUE MUDARAM DE SEQUENCIA, PARA
      *    ACERTAR OS RECIBOS E AS LINHAS DE ESTORNO QUE AS APONTAM.
       77  WRK-QT-DEPARA                PIC 9(05) VALUE ZEROS.
       01  WRK-DEPARA-TAB.
           05 WRK-DP-ITEM OCCURS 20000 TIMES.
              10 WRK-DP-TAB-CONTA       PIC 9(06).
              10 WRK-DP-TAB-VELHA       PIC 9(04).
              10 WRK-DP-TAB-NOVA        PIC 9(04).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-SEPARA.
           PERFORM 0300-REGRAVA-CORRENTE.
           PERFORM 0350-ACERTA-RECIBOS.
           PERFORM 0400-FINALIZAR.
           GOBACK.

                  '.TXT'               DELIMITED BY SIZE
             INTO WRK-ARQ-MORTO
           END-STRING.
           PERFORM 0120-CONFERE-PENDENTES.
           IF WRK-QT-PENDENTES > 0
               DISPLAY "HA " WRK-QT-PENDENTES " PEDIDO(S) DE ESTORNO "
                       "AGUARDANDO O APROVPAG - APROVE OU RECUSE "
                       "ANTES DE ARQUIVAR. NADA FOI ARQUIVADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RAZAO.
           IF FS-RAZAO NOT = 0
               DISPLAY "RAZAO NAO FOI ABERTO, STATUS=" FS-RAZAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0150-CONTA-MANTIDAS.
           IF WRK-QT-MANTIDAS > 20000
               DISPLAY "LINHAS POSTERIORES AO CORTE (" WRK-QT-MANTIDAS
                       ") ALEM DA TABELA DE RENUMERACAO (20000) - "
                       "USE UM CORTE MAIS RECENTE. NADA FOI ARQUIVADO"
               CLOSE RAZAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WRK-QT-MANTIDAS.
           OPEN EXTEND MORTO.
           IF FS-MORTO = 35
               OPEN OUTPUT MORTO
           END-IF.
           OPEN OUTPUT CORRENTE.

      *    PEDIDOS DE ESTORNO AINDA NA FILA APONTAM A LINHA PELA
      *    SEQUENCIA QUE A VIRADA VAI MUDAR.
       0120-CONFERE-PENDENTES        SECTION.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           OPEN INPUT APROVACAO.
           IF FS-APROVACAO NOT = 0
               GO TO 0120-SAIDA
           END-IF.
           READ APROVACAO NEXT RECORD
           PERFORM UNTIL FS-APROVACAO NOT = 0
               IF APROV-TP-ESTORNO AND APROV-PENDENTE
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF
               READ APROVACAO NEXT RECORD
           END-PERFORM.
           CLOSE APROVACAO.

       0120-SAIDA.
           EXIT.

      *    SO AS LINHAS DEPOIS DO CORTE, PELA CHAVE DE DATA.
       0150-CONTA-MANTIDAS           SECTION.
           MOVE ZEROS TO WRK-QT-MANTIDAS.
           COMPUTE RAZAO-DATA = WRK-CORTE + 1.
           START RAZAO KEY IS NOT LESS THAN RAZAO-DATA
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO NOT = 10
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO = 10
               ADD 1 TO WRK-QT-MANTIDAS
               READ RAZAO NEXT RECORD
           END-PERFORM.

      *    PELA CHAVE PRINCIPAL: CADA CONTA EM SEGUIDA, NA ORDEM DAS
      *    SUAS LINHAS. AS ARQUIVADAS DE UMA CONTA VEM ANTES DAS
      *    MANTIDAS, ENTAO A RENUMERACAO JA SABE SE A CONTA GANHA A
      *    LINHA 'SA' (SEQUENCIA 1) QUANDO CHEGA NA PRIMEIRA MANTIDA.
       0200-SEPARA                   SECTION.
           MOVE ZEROS TO RAZAO-CHAVE.
           START RAZAO KEY IS NOT LESS THAN RAZAO-CHAVE
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO NOT = 10
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO = 10
               IF RAZAO-CONTA NOT = WRK-CONTA-ATUAL
                   MOVE RAZAO-CONTA TO WRK-CONTA-ATUAL
                   MOVE ZEROS       TO WRK-NOVA-SEQ
               END-IF
               IF RAZAO-DATA <= WRK-CORTE
                   ADD 1 TO WRK-QT-ARQUIVADAS
                   MOVE RAZAO-REG TO MORTO-REG
                   WRITE MORTO-REG
                   PERFORM 0250-GUARDA-SALDO
                   MOVE 1 TO WRK-NOVA-SEQ
               ELSE
                   ADD 1 TO WRK-QT-MANTIDAS
                   PERFORM 0260-RENUMERA
                   MOVE RAZAO-REG TO CORRENTE-REG
                   WRITE CORRENTE-REG
               END-IF
       0250-SAIDA.
           EXIT.

      *    A LINHA DE ESTORNO QUE APONTA UMA LINHA MANTIDA DA MESMA
      *    CONTA (SEMPRE ANTERIOR A ELA, LOGO JA NO DE-PARA) PASSA A
      *    APONTAR A SEQUENCIA NOVA; A QUE APONTA LINHA ARQUIVADA
      *    CONTINUA COM A SEQUENCIA DO ARQUIVO MORTO.
       0260-RENUMERA                 SECTION.
           ADD 1 TO WRK-NOVA-SEQ.
           IF RAZAO-TP-ESTORNO AND RAZAO-EST-DATA > WRK-CORTE
               MOVE RAZAO-CONTA   TO WRK-DP-CONTA
               MOVE RAZAO-EST-SEQ TO WRK-DP-VELHA
               PERFORM 0270-BUSCA-DEPARA
               IF WRK-DP-ACHOU = 'S'
                   MOVE WRK-DP-NOVA TO RAZAO-EST-SEQ
               END-IF
           END-IF.
           IF WRK-NOVA-SEQ NOT = RAZAO-SEQ
               ADD 1 TO WRK-QT-DEPARA
               MOVE RAZAO-CONTA  TO WRK-DP-TAB-CONTA(WRK-QT-DEPARA)
               MOVE RAZAO-SEQ    TO WRK-DP-TAB-VELHA(WRK-QT-DEPARA)
               MOVE WRK-NOVA-SEQ TO WRK-DP-TAB-NOVA(WRK-QT-DEPARA)
               MOVE WRK-NOVA-SEQ TO RAZAO-SEQ
               ADD 1 TO WRK-QT-RENUMERADAS
           END-IF.

       0270-BUSCA-DEPARA             SECTION.
           MOVE 'N' TO WRK-DP-ACHOU.
           PERFORM VARYING WRK-D FROM 1 BY 1
                   UNTIL WRK-D > WRK-QT-DEPARA OR WRK-DP-ACHOU = 'S'
               IF WRK-DP-TAB-CONTA(WRK-D) = WRK-DP-CONTA
                       AND WRK-DP-TAB-VELHA(WRK-D) = WRK-DP-VELHA
                   MOVE 'S' TO WRK-DP-ACHOU
                   MOVE WRK-DP-TAB-NOVA(WRK-D) TO WRK-DP-NOVA
               END-IF
           END-PERFORM.

      *    O RAZAO CORRENTE RENASCE COM UMA LINHA 'SA' DE TRANSPORTE
      *    POR CONTA ARQUIVADA (VALOR ZERO, SALDO TRANSPORTADO) E AS
      *    LINHAS POSTERIORES AO CORTE JA RENUMERADAS.
       0300-REGRAVA-CORRENTE         SECTION.
           OPEN OUTPUT RAZAO.
           PERFORM VARYING WRK-T FROM 1 BY 1
               MOVE 'ARQVPAG '               TO RAZAO-OPER
               MOVE SPACES                   TO RAZAO-APROV
               MOVE ZEROS                    TO RAZAO-TAXA
               MOVE SPACES                   TO RAZAO-BOLETO
               WRITE RAZAO-REG
               ADD 1 TO WRK-QT-TRANSPORTES
           END-PERFORM.
           CLOSE CORRENTE.
           CLOSE RAZAO.

      *    RECIBO DE LINHA MANTIDA QUE MUDOU DE SEQUENCIA.
       0350-ACERTA-RECIBOS           SECTION.
           IF WRK-QT-DEPARA = 0
               GO TO 0350-SAIDA
           END-IF.
           OPEN I-O RECIBOS.
           IF FS-RECIBOS NOT = 0
               GO TO 0350-SAIDA
           END-IF.
           MOVE ZEROS TO RECIBO-NUMERO.
           START RECIBOS KEY IS NOT LESS THAN RECIBO-NUMERO
             INVALID KEY
               MOVE 10 TO FS-RECIBOS
           END-START.
           IF FS-RECIBOS = 0
               READ RECIBOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RECIBOS NOT = 0
               IF RECIBO-DATAHORA(1:8) > WRK-CORTE
                   MOVE RECIBO-CONTA     TO WRK-DP-CONTA
                   MOVE RECIBO-SEQ-RAZAO TO WRK-DP-VELHA
                   PERFORM 0270-BUSCA-DEPARA
                   IF WRK-DP-ACHOU = 'S'
                       MOVE WRK-DP-NOVA TO RECIBO-SEQ-RAZAO
                       REWRITE RECIBO-REG
                         INVALID KEY
                           DISPLAY "RECIBO " RECIBO-NUMERO
                                   " NAO REGRAVADO"
                           MOVE 4 TO RETURN-CODE
                         NOT INVALID KEY
                           ADD 1 TO WRK-QT-RECIBOS
                       END-REWRITE
                   END-IF
               END-IF
               READ RECIBOS NEXT RECORD
           END-PERFORM.
           CLOSE RECIBOS.

       0350-SAIDA.
           EXIT.

       0400-FINALIZAR                SECTION.
           DISPLAY "========= ARQUIVAMENTO DO RAZAO =========".
           DISPLAY "ARQUIVO MORTO..........: " WRK-ARQ-MORTO.
           DISPLAY "LINHAS ARQUIVADAS......: " WRK-QT-ARQUIVADAS.
           DISPLAY "LINHAS MANTIDAS........: " WRK-QT-MANTIDAS.
           DISPLAY "TRANSPORTES 'SA' GERADOS: " WRK-QT-TRANSPORTES.
           DISPLAY "LINHAS RENUMERADAS.....: " WRK-QT-RENUMERADAS.
           DISPLAY "RECIBOS ACERTADOS......: " WRK-QT-RECIBOS.
           IF WRK-TAB-CHEIA = 'S'
               MOVE 4 TO RETURN-CODE
           END-IF.
                  'PAGAMENTOS.LOG.TMP.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CORRENTE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RECIBOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECIBOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECIBOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-APROVACAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGTOS.APR.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-APROVACAO
           END-STRING.

       COPY CFGLER.
