       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVRZIX.
      ******************************************************************
      *OBJETIVO: CONVERSAO UNICA DO RAZAO SEQUENCIAL PARA O RAZAO
      *          INDEXADO PELA CONTA + SEQUENCIA (COM CHAVE
      *          ALTERNATIVA NA DATA - VIDE RAZAOREG.cpy), NO MESMO
      *          PROCEDIMENTO DO CONVLOGS: ANTES DE RODAR, RENOMEIE O
      *          PAGAMENTOS.LOG.TXT ATUAL PARA PAGAMENTOS.LOG.OLD.TXT;
      *          ESTE PROGRAMA LE O ANTIGO NA ORDEM EM QUE FOI GRAVADO
      *          E GRAVA O NOVO PAGAMENTOS.LOG.TXT INDEXADO.
      *          NO RAZAO ANTIGO A SEQUENCIA RECOMECAVA A CADA EXECUCAO
      *          DO PROGRAMA QUE LANCAVA; NO NOVO ELA E POR CONTA E
      *          CRESCE COM A ORDEM DE GRAVACAO. CADA LINHA FICA COM A
      *          SEQUENCIA ORIGINAL QUANDO ELA E MAIOR QUE A ULTIMA JA
      *          DADA PARA A CONTA; SENAO GANHA A PROXIMA. AS LINHAS
      *          RENUMERADAS SAEM EM CONVRZIX.RPT.TXT (CONTA, DATA,
      *          HORA, SEQUENCIA ANTIGA E NOVA) E AS REFERENCIAS A ELAS
      *          SAO ACERTADAS: A LINHA DE ESTORNO QUE APONTA UMA
      *          LINHA RENUMERADA (PELA DATA, HORA E SEQUENCIA) E O
      *          RECIBO DELA (A LINHA DE MESMA CONTA, DATA, SEQUENCIA E
      *          TIPO GRAVADA MAIS PERTO ANTES DA HORA DO RECIBO).
      *          PEDIDO DE ESTORNO AGUARDANDO O APROVPAG IMPEDE A
      *          CONVERSAO (ELE APONTA A SEQUENCIA ANTIGA). SEM O .OLD
      *          NADA E CONVERTIDO. O ARQUIVO MORTO DOS ANOS JA
      *          ARQUIVADOS CONTINUA SEQUENCIAL E NAO E CONVERTIDO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT RAZAOVEL ASSIGN TO WRK-ARQ-RAZAOVEL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RAZAOVEL.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT RECIBOS ASSIGN TO WRK-ARQ-RECIBOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RECIBOS
               RECORD KEY      IS RECIBO-NUMERO.

           SELECT APROVACAO ASSIGN TO WRK-ARQ-APROVACAO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-APROVACAO.

           SELECT CONVREL ASSIGN TO WRK-ARQ-CONVREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CONVREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

      *    O RAZAO ANTIGO JA ESTA NO LAYOUT ATUAL; SO A ORGANIZACAO
      *    MUDA.
       FD  RAZAOVEL.
       01  VEL-RAZAO-REG                PIC X(111).

       FD  RAZAO.
       COPY RAZAOREG.

       FD  RECIBOS.
       COPY RECIBREG.

       FD  APROVACAO.
       COPY APRREG.

       FD  CONVREL.
       01  CONVREL-REG                  PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-RAZAOVEL             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RECIBOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-APROVACAO            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONVREL              PIC X(80) VALUE SPACES.
       77  FS-RAZAOVEL                  PIC 9(02) VALUE ZEROS.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-RECIBOS                   PIC 9(02) VALUE ZEROS.
       77  FS-APROVACAO                 PIC 9(02) VALUE ZEROS.
       77  FS-CONVREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(90) VALUE SPACES.
       77  WRK-QT-LIDAS                 PIC 9(07) VALUE ZEROS.
       77  WRK-QT-GRAVADAS              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-RENUMERADAS           PIC 9(07) VALUE ZEROS.
       77  WRK-QT-REJEITADAS            PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ESTORNOS              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-RECIBOS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PENDENTES             PIC 9(05) VALUE ZEROS.
       77  WRK-SEQ-VELHA                PIC 9(04) VALUE ZEROS.
       77  WRK-T                        PIC 9(05) VALUE ZEROS.
       77  WRK-D                        PIC 9(05) VALUE ZEROS.
       77  WRK-M                        PIC 9(05) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-DP-CHEIA                 PIC X(01) VALUE 'N'.
       77  WRK-REC-DATA                 PIC 9(08) VALUE ZEROS.
       77  WRK-REC-HORA                 PIC 9(06) VALUE ZEROS.
       77  WRK-MELHOR-HORA              PIC 9(06) VALUE ZEROS.
       77  WRK-ACHOU-LINHA              PIC X(01) VALUE 'N'.
      *    ULTIMA SEQUENCIA JA DADA A CADA CONTA NO RAZAO NOVO.
       77  WRK-QT-CONTAS                PIC 9(05) VALUE ZEROS.
       01  WRK-CONTAS-TAB.
           05 WRK-CTA-ITEM OCCURS 5000 TIMES.
              10 WRK-CTA-NUMERO         PIC 9(06).
              10 WRK-CTA-ULT-SEQ        PIC 9(04).
      *    DE-PARA DAS LINHAS RENUMERADAS, PARA ACERTAR AS LINHAS DE
      *    ESTORNO E OS RECIBOS QUE AS APONTAM.
       77  WRK-QT-DEPARA                PIC 9(05) VALUE ZEROS.
       01  WRK-DEPARA-TAB.
           05 WRK-DP-ITEM OCCURS 20000 TIMES.
              10 WRK-DP-CONTA           PIC 9(06).
              10 WRK-DP-DATA            PIC 9(08).
              10 WRK-DP-HORA            PIC 9(06).
              10 WRK-DP-TIPO            PIC X(02).
              10 WRK-DP-VELHA           PIC 9(04).
              10 WRK-DP-NOVA            PIC 9(04).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONVERTE-RAZAO.
           PERFORM 0500-ACERTA-RECIBOS.
           PERFORM 0900-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           OPEN INPUT APROVACAO.
           IF FS-APROVACAO = 0
               READ APROVACAO NEXT RECORD
               PERFORM UNTIL FS-APROVACAO NOT = 0
                   IF APROV-TP-ESTORNO AND APROV-PENDENTE
                       ADD 1 TO WRK-QT-PENDENTES
                   END-IF
                   READ APROVACAO NEXT RECORD
               END-PERFORM
               CLOSE APROVACAO
           END-IF.
           IF WRK-QT-PENDENTES > 0
               DISPLAY "HA " WRK-QT-PENDENTES " PEDIDO(S) DE ESTORNO "
                       "AGUARDANDO O APROVPAG - APROVE OU RECUSE "
                       "ANTES DE CONVERTER. NADA FOI CONVERTIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RAZAOVEL.
           IF FS-RAZAOVEL NOT = 0
               DISPLAY "PAGAMENTOS.LOG.OLD.TXT AUSENTE - RAZAO NAO "
                       "CONVERTIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RAZAO.
           IF FS-RAZAO NOT = 0
               DISPLAY "RAZAO INDEXADO NAO FOI CRIADO, STATUS="
                       FS-RAZAO
               CLOSE RAZAOVEL
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CONVREL.
           MOVE 'LINHAS DO RAZAO RENUMERADAS NA CONVERSAO' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

       0200-CONVERTE-RAZAO           SECTION.
           READ RAZAOVEL NEXT RECORD
           PERFORM UNTIL FS-RAZAOVEL = 10
               ADD 1 TO WRK-QT-LIDAS
               MOVE VEL-RAZAO-REG TO RAZAO-REG
               PERFORM 0250-CONVERTE-LINHA
               READ RAZAOVEL NEXT RECORD
           END-PERFORM.
           CLOSE RAZAOVEL.
           CLOSE RAZAO.

       0250-CONVERTE-LINHA           SECTION.
           PERFORM 0300-BUSCA-CONTA.
           IF NOT TAB-ACHOU
               DISPLAY "TABELA DE CONTAS CHEIA - LINHA DA CONTA "
                       RAZAO-CONTA " SEQ " RAZAO-SEQ " NAO CONVERTIDA"
               ADD 1 TO WRK-QT-REJEITADAS
               GO TO 0250-SAIDA
           END-IF.
           IF RAZAO-SEQ > WRK-CTA-ULT-SEQ(WRK-T)
               MOVE RAZAO-SEQ TO WRK-CTA-ULT-SEQ(WRK-T)
           ELSE
               IF WRK-CTA-ULT-SEQ(WRK-T) = 9999
                   DISPLAY "CONTA " RAZAO-CONTA " SEM SEQUENCIA LIVRE"
                           " - LINHA DE " RAZAO-DATA " SEQ "
                           RAZAO-SEQ " NAO CONVERTIDA"
                   ADD 1 TO WRK-QT-REJEITADAS
                   GO TO 0250-SAIDA
               END-IF
               MOVE RAZAO-SEQ TO WRK-SEQ-VELHA
               ADD 1 TO WRK-CTA-ULT-SEQ(WRK-T)
               MOVE WRK-CTA-ULT-SEQ(WRK-T) TO RAZAO-SEQ
               PERFORM 0350-ANOTA-RENUMERADA
           END-IF.
           IF RAZAO-TP-ESTORNO
               PERFORM 0400-ACERTA-ESTORNO
           END-IF.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               ADD 1 TO WRK-QT-REJEITADAS
             NOT INVALID KEY
               ADD 1 TO WRK-QT-GRAVADAS
           END-WRITE.

       0250-SAIDA.
           EXIT.

      *    POSICIONA WRK-T NA CONTA DA LINHA, INCLUINDO A CONTA NOVA
      *    NA TABELA ENQUANTO HOUVER LUGAR.
       0300-BUSCA-CONTA              SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-CONTAS OR TAB-ACHOU
               IF WRK-CTA-NUMERO(WRK-T) = RAZAO-CONTA
                   MOVE 'S' TO WRK-TAB-ACHOU
                   SUBTRACT 1 FROM WRK-T
               END-IF
           END-PERFORM.
           IF NOT TAB-ACHOU AND WRK-QT-CONTAS < 5000
               ADD 1 TO WRK-QT-CONTAS
               MOVE WRK-QT-CONTAS TO WRK-T
               MOVE RAZAO-CONTA   TO WRK-CTA-NUMERO(WRK-T)
               MOVE ZEROS         TO WRK-CTA-ULT-SEQ(WRK-T)
               MOVE 'S' TO WRK-TAB-ACHOU
           END-IF.

      *    SEM LUGAR NO DE-PARA A LINHA AINDA E RENUMERADA E RELATADA,
      *    MAS AS REFERENCIAS A ELA FICAM PARA ACERTO MANUAL (RC 4).
       0350-ANOTA-RENUMERADA         SECTION.
           ADD 1 TO WRK-QT-RENUMERADAS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONTA '        DELIMITED BY SIZE
                  RAZAO-CONTA     DELIMITED BY SIZE
                  ' DATA '        DELIMITED BY SIZE
                  RAZAO-DATA      DELIMITED BY SIZE
                  ' HORA '        DELIMITED BY SIZE
                  RAZAO-HORA      DELIMITED BY SIZE
                  ' TIPO '        DELIMITED BY SIZE
                  RAZAO-TIPO      DELIMITED BY SIZE
                  ' SEQ '         DELIMITED BY SIZE
                  WRK-SEQ-VELHA   DELIMITED BY SIZE
                  ' -> '          DELIMITED BY SIZE
                  RAZAO-SEQ       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           IF WRK-QT-DEPARA = 20000
               IF WRK-DP-CHEIA NOT = 'S'
                   MOVE 'S' TO WRK-DP-CHEIA
                   DISPLAY "TABELA DE RENUMERACAO CHEIA - ESTORNOS E "
                           "RECIBOS DAS LINHAS SEGUINTES FICAM PARA "
                           "ACERTO MANUAL PELO RELATORIO"
               END-IF
               GO TO 0350-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-DEPARA.
           MOVE RAZAO-CONTA   TO WRK-DP-CONTA(WRK-QT-DEPARA).
           MOVE RAZAO-DATA    TO WRK-DP-DATA(WRK-QT-DEPARA).
           MOVE RAZAO-HORA    TO WRK-DP-HORA(WRK-QT-DEPARA).
           MOVE RAZAO-TIPO    TO WRK-DP-TIPO(WRK-QT-DEPARA).
           MOVE WRK-SEQ-VELHA TO WRK-DP-VELHA(WRK-QT-DEPARA).
           MOVE RAZAO-SEQ     TO WRK-DP-NOVA(WRK-QT-DEPARA).

       0350-SAIDA.
           EXIT.

      *    A LINHA ESTORNADA E DA MESMA CONTA E FOI GRAVADA ANTES, LOGO
      *    SE FOI RENUMERADA JA ESTA NO DE-PARA.
       0400-ACERTA-ESTORNO           SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-D FROM 1 BY 1
                   UNTIL WRK-D > WRK-QT-DEPARA OR TAB-ACHOU
               IF WRK-DP-CONTA(WRK-D) = RAZAO-CONTA
                       AND WRK-DP-DATA(WRK-D)  = RAZAO-EST-DATA
                       AND WRK-DP-HORA(WRK-D)  = RAZAO-EST-HORA
                       AND WRK-DP-VELHA(WRK-D) = RAZAO-EST-SEQ
                   MOVE 'S' TO WRK-TAB-ACHOU
                   MOVE WRK-DP-NOVA(WRK-D) TO RAZAO-EST-SEQ
                   ADD 1 TO WRK-QT-ESTORNOS
               END-IF
           END-PERFORM.

      *    O RECIBO SAI LOGO DEPOIS DA LINHA: ENTRE AS LINHAS DE MESMA
      *    CONTA, DATA, SEQUENCIA ANTIGA E TIPO, A DELE E A GRAVADA
      *    MAIS PERTO ANTES DA HORA DO RECIBO - RENUMERADA (NO DE-PARA)
      *    OU A QUE FICOU COM A SEQUENCIA (LIDA NO RAZAO NOVO).
       0500-ACERTA-RECIBOS           SECTION.
           IF WRK-QT-DEPARA = 0
               GO TO 0500-SAIDA
           END-IF.
           OPEN I-O RECIBOS.
           IF FS-RECIBOS NOT = 0
               GO TO 0500-SAIDA
           END-IF.
           OPEN INPUT RAZAO.
           MOVE ZEROS TO RECIBO-NUMERO.
           START RECIBOS KEY IS NOT LESS THAN RECIBO-NUMERO
             INVALID KEY
               MOVE 10 TO FS-RECIBOS
           END-START.
           IF FS-RECIBOS = 0
               READ RECIBOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RECIBOS NOT = 0
               PERFORM 0550-ACERTA-UM-RECIBO
               READ RECIBOS NEXT RECORD
           END-PERFORM.
           CLOSE RAZAO.
           CLOSE RECIBOS.

       0500-SAIDA.
           EXIT.

       0550-ACERTA-UM-RECIBO         SECTION.
           MOVE RECIBO-DATAHORA(1:8) TO WRK-REC-DATA.
           MOVE RECIBO-DATAHORA(9:6) TO WRK-REC-HORA.
           MOVE 'N'   TO WRK-ACHOU-LINHA.
           MOVE ZEROS TO WRK-MELHOR-HORA WRK-M.
           PERFORM VARYING WRK-D FROM 1 BY 1
                   UNTIL WRK-D > WRK-QT-DEPARA
               IF WRK-DP-CONTA(WRK-D) = RECIBO-CONTA
                       AND WRK-DP-DATA(WRK-D)  = WRK-REC-DATA
                       AND WRK-DP-VELHA(WRK-D) = RECIBO-SEQ-RAZAO
                       AND WRK-DP-TIPO(WRK-D)  = RECIBO-TIPO
                       AND WRK-DP-HORA(WRK-D) NOT > WRK-REC-HORA
                   IF WRK-ACHOU-LINHA NOT = 'S'
                           OR WRK-DP-HORA(WRK-D) > WRK-MELHOR-HORA
                       MOVE 'S' TO WRK-ACHOU-LINHA
                       MOVE WRK-DP-HORA(WRK-D) TO WRK-MELHOR-HORA
                       MOVE WRK-D TO WRK-M
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-M = 0
               GO TO 0550-SAIDA
           END-IF.
           MOVE RECIBO-CONTA     TO RAZAO-CONTA.
           MOVE RECIBO-SEQ-RAZAO TO RAZAO-SEQ.
           READ RAZAO
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF RAZAO-DATA = WRK-REC-DATA
                       AND RAZAO-TIPO = RECIBO-TIPO
                       AND RAZAO-HORA NOT > WRK-REC-HORA
                       AND RAZAO-HORA > WRK-MELHOR-HORA
                   MOVE ZEROS TO WRK-M
               END-IF
           END-READ.
           IF WRK-M = 0
               GO TO 0550-SAIDA
           END-IF.
           MOVE WRK-DP-NOVA(WRK-M) TO RECIBO-SEQ-RAZAO.
           REWRITE RECIBO-REG
             INVALID KEY
               DISPLAY "RECIBO " RECIBO-NUMERO " NAO REGRAVADO"
               MOVE 4 TO RETURN-CODE
             NOT INVALID KEY
               ADD 1 TO WRK-QT-RECIBOS
           END-REWRITE.

       0550-SAIDA.
           EXIT.

       0800-GRAVA-LINHA              SECTION.
           MOVE WRK-LINHA TO CONVREL-REG.
           WRITE CONVREL-REG.

       0900-FINALIZAR                SECTION.
           CLOSE CONVREL.
           DISPLAY "========= CONVERSAO DO RAZAO =========".
           DISPLAY "LINHAS LIDAS...........: " WRK-QT-LIDAS.
           DISPLAY "LINHAS GRAVADAS........: " WRK-QT-GRAVADAS.
           DISPLAY "LINHAS RENUMERADAS.....: " WRK-QT-RENUMERADAS
                   " (VIDE CONVRZIX.RPT.TXT)".
           DISPLAY "ESTORNOS ACERTADOS.....: " WRK-QT-ESTORNOS.
           DISPLAY "RECIBOS ACERTADOS......: " WRK-QT-RECIBOS.
           DISPLAY "LINHAS NAO CONVERTIDAS.: " WRK-QT-REJEITADAS.
           IF WRK-QT-REJEITADAS > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-DP-CHEIA = 'S'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-RAZAOVEL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.OLD.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAOVEL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
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
           MOVE SPACES TO WRK-ARQ-CONVREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONVRZIX.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONVREL
           END-STRING.

       COPY CFGLER.
