       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONPLD.
      ******************************************************************
      *OBJETIVO: MONITORAMENTO NOTURNO DE PREVENCAO A LAVAGEM DE
      *          DINHEIRO SOBRE O RAZAO (PAGAMENTOS.LOG.TXT). PARA CADA
      *          CONTA COM MOVIMENTO NO DIA ANALISADO (HOJE, OU
      *          'DATA AAAAMMDD' NA LINHA DE COMANDO PARA REPROCESSAR
      *          UM DIA) APLICA AS REGRAS CONFIGURADAS NO SISTEMA.CFG
      *          (CHAVES PLD-, VIDE CFGLER.cpy):
      *            LE - DEPOSITO (CR) DO DIA IGUAL OU ACIMA DO
      *                 PLD-LIMITE DE COMUNICACAO
      *            FR - FRACIONAMENTO: PLD-FRAC-QT OU MAIS DEPOSITOS
      *                 LOGO ABAIXO DO LIMITE (ATE PLD-FAIXA % MENOS)
      *                 NOS ULTIMOS PLD-FRAC-DIAS DIAS, UM DELES NO DIA
      *            GR - GIRO RAPIDO: NOS ULTIMOS PLD-GIRO-DIAS DIAS
      *                 ENTROU (CR/TC) PELO MENOS O PLD-LIMITE E SAIU
      *                 (PG/TD/AG/TE) PLD-GIRO-PCT % OU MAIS DISSO, COM
      *                 SAIDA NO DIA
      *          CADA REGRA DISPARADA VIRA UM ALERTA EM
      *          ALERTAS.PLD.TXT (VIDE ALERTREG.cpy) COM AS LINHAS QUE
      *          DISPARARAM E O CLIENTE TITULAR DA CONTA
      *          (CONTAS.TIT.TXT), NUMERADO PELO ALERTAS.SEQ.TXT, E
      *          UMA NOTIFICACAO PARA O COMPLIANCE PELA ROTINA
      *          NOTIFICA. A DECISAO DO ANALISTA E DADA NO DECPLD.
      *          RODAR DE NOVO O MESMO DIA NAO DUPLICA ALERTA (CONTA +
      *          REGRA + DIA). ESTORNOS, TARIFAS, JUROS E SALDO DE
      *          ABERTURA NAO ENTRAM NAS REGRAS. PLD-LIMITE=0 DESLIGA O
      *          MONITORAMENTO. DO RAZAO SO SAO LIDAS, PELA CHAVE DE
      *          DATA, AS LINHAS DA JANELA DAS REGRAS ATE O DIA.
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

           SELECT TITULAR ASSIGN TO WRK-ARQ-TITULAR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-TITULAR
               RECORD KEY      IS TIT-CONTA.

           SELECT ALERTAS ASSIGN TO WRK-ARQ-ALERTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ALERTAS
               RECORD KEY      IS ALERTA-CHAVE.

           SELECT ALRSEQ ASSIGN TO WRK-ARQ-ALRSEQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-ALRSEQ.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  RAZAO.
       COPY RAZAOREG.

       FD  TITULAR.
       COPY TITREG.

       FD  ALERTAS.
       COPY ALERTREG.

       FD  ALRSEQ.
       01  ALRSEQ-REG.
           05 ALRSEQ-NUMERO             PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TITULAR              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ALERTAS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ALRSEQ               PIC X(80) VALUE SPACES.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-TITULAR                   PIC 9(02) VALUE ZEROS.
       77  FS-ALERTAS                   PIC 9(02) VALUE ZEROS.
       77  FS-ALRSEQ                    PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-DATA-REF                 PIC 9(08) VALUE ZEROS.
       77  WRK-REF-INT                  PIC 9(08) VALUE ZEROS.
       77  WRK-INI-FRAC-INT             PIC 9(08) VALUE ZEROS.
       77  WRK-INI-GIRO-INT             PIC 9(08) VALUE ZEROS.
       77  WRK-INI-INT                  PIC 9(08) VALUE ZEROS.
       77  WRK-LIN-INT                  PIC 9(08) VALUE ZEROS.
       77  WRK-FAIXA-INF                PIC 9(05)V99 VALUE ZEROS.
       77  WRK-QT-MOV                   PIC 9(04) VALUE ZEROS.
       77  WRK-M                        PIC 9(04) VALUE ZEROS.
       77  WRK-N                        PIC 9(04) VALUE ZEROS.
       77  WRK-QT-CTA                   PIC 9(03) VALUE ZEROS.
       77  WRK-T                        PIC 9(03) VALUE ZEROS.
       77  WRK-QT-JA                    PIC 9(03) VALUE ZEROS.
       77  WRK-J                        PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-MOV-CHEIA                PIC X(01) VALUE 'N'.
       77  WRK-CTA-CHEIA                PIC X(01) VALUE 'N'.
       77  WRK-TIT-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-CONTA                    PIC 9(06) VALUE ZEROS.
       77  WRK-REGRA                    PIC X(02) VALUE SPACES.
       77  WRK-QT-SEL                   PIC 9(02) VALUE ZEROS.
       77  WRK-TOTAL                    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-CRED                 PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-DEB                  PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TEM-HOJE                 PIC X(01) VALUE 'N'.
       77  WRK-ULT-ALERTA               PIC 9(08) VALUE ZEROS.
       77  WRK-QT-ALERTAS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LE                    PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FR                    PIC 9(05) VALUE ZEROS.
       77  WRK-QT-GR                    PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REPETIDOS             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-NOTIF-FALHA           PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *    LINHAS DO RAZAO DENTRO DA MAIOR JANELA DAS REGRAS, NA
      *    PASSADA UNICA PELO ARQUIVO (SO OS TIPOS QUE AS REGRAS
      *    OLHAM).
       01  WRK-MOV-TAB.
           05 WRK-MOV-ITEM OCCURS 3000 TIMES.
              10 WRK-MOV-CONTA          PIC 9(06).
              10 WRK-MOV-DATA           PIC 9(08).
              10 WRK-MOV-DINT           PIC 9(08).
              10 WRK-MOV-HORA           PIC 9(06).
              10 WRK-MOV-SEQ            PIC 9(04).
              10 WRK-MOV-TIPO           PIC X(02).
                 88 WRK-MOV-ENTRADA     VALUE 'CR' 'TC'.
              10 WRK-MOV-CONTRA         PIC 9(06).
              10 WRK-MOV-VALOR          PIC 9(05)V99.
              10 WRK-MOV-OPER           PIC X(08).
      *    CONTAS COM MOVIMENTO NO DIA ANALISADO - SO ELAS SAO
      *    AVALIADAS (O MESMO DESENHO DE TABELA DO RECONPAG).
       01  WRK-CTA-TAB.
           05 WRK-CTA-NUMERO OCCURS 500 TIMES
                                        PIC 9(06).
      *    ALERTAS JA GRAVADOS PARA O DIA (REPROCESSAMENTO).
       01  WRK-JA-TAB.
           05 WRK-JA-ITEM OCCURS 300 TIMES.
              10 WRK-JA-CONTA           PIC 9(06).
              10 WRK-JA-REGRA           PIC X(02).
      *    LINHAS QUE DISPARARAM A REGRA EM AVALIACAO (INDICES NA
      *    WRK-MOV-TAB); SO AS 20 PRIMEIRAS VIRAM ITENS DO ALERTA.
       01  WRK-SEL-TAB.
           05 WRK-SEL-IDX OCCURS 20 TIMES
                                        PIC 9(04).
       COPY NOTIFW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0150-CARREGA-ALERTAS.
           PERFORM 0200-VARRE-RAZAO.
           PERFORM 0300-AVALIA-CONTAS.
           PERFORM 0600-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD.
           IF WRK-PARAMETRO(1:4) = 'DATA'
                   AND WRK-PARAMETRO(6:8) IS NUMERIC
               MOVE WRK-PARAMETRO(6:8) TO WRK-DATA-REF
           END-IF.
           COMPUTE WRK-REF-INT = FUNCTION INTEGER-OF-DATE(WRK-DATA-REF).
           IF WRK-REF-INT = ZEROS
               DISPLAY "DATA INVALIDA NA LINHA DE COMANDO: "
                       WRK-PARAMETRO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF CFG-PLD-FRAC-DIAS = ZEROS
               MOVE 1 TO CFG-PLD-FRAC-DIAS
           END-IF.
           IF CFG-PLD-GIRO-DIAS = ZEROS
               MOVE 1 TO CFG-PLD-GIRO-DIAS
           END-IF.
           COMPUTE WRK-INI-FRAC-INT = WRK-REF-INT - CFG-PLD-FRAC-DIAS
                                      + 1.
           COMPUTE WRK-INI-GIRO-INT = WRK-REF-INT - CFG-PLD-GIRO-DIAS
                                      + 1.
           IF WRK-INI-FRAC-INT < WRK-INI-GIRO-INT
               MOVE WRK-INI-FRAC-INT TO WRK-INI-INT
           ELSE
               MOVE WRK-INI-GIRO-INT TO WRK-INI-INT
           END-IF.
           COMPUTE WRK-FAIXA-INF =
                   CFG-PLD-LIMITE * (100 - CFG-PLD-FAIXA) / 100.
           DISPLAY "MONITORAMENTO PLD DO DIA " WRK-DATA-REF(7:2) "/"
                   WRK-DATA-REF(5:2) "/" WRK-DATA-REF(1:4).
           OPEN INPUT ALRSEQ.
           IF FS-ALRSEQ = 0
               READ ALRSEQ
                 NOT AT END
                   MOVE ALRSEQ-NUMERO TO WRK-ULT-ALERTA
               END-READ
               CLOSE ALRSEQ
           END-IF.

      *    ALERTAS JA EXISTENTES: O DO DIA ENTRA NA TABELA DE
      *    REPETIDOS, E A NUMERACAO NUNCA VOLTA ATRAS DO MAIOR NUMERO
      *    GRAVADO, MESMO SEM O ALERTAS.SEQ.TXT.
       0150-CARREGA-ALERTAS          SECTION.
           OPEN INPUT ALERTAS.
           IF FS-ALERTAS NOT = 0
               GO TO 0150-SAIDA
           END-IF.
           MOVE ZEROS TO ALERTA-CHAVE.
           START ALERTAS KEY IS NOT LESS ALERTA-CHAVE
             INVALID KEY
               CONTINUE
           END-START.
           READ ALERTAS NEXT RECORD
           PERFORM UNTIL FS-ALERTAS NOT = 0
               IF ALERTA-ITEM = ZEROS
                   IF ALERTA-NUMERO > WRK-ULT-ALERTA
                       MOVE ALERTA-NUMERO TO WRK-ULT-ALERTA
                   END-IF
                   IF ALERTA-DATA = WRK-DATA-REF
                           AND WRK-QT-JA < 300
                       ADD 1 TO WRK-QT-JA
                       MOVE ALERTA-CONTA TO WRK-JA-CONTA(WRK-QT-JA)
                       MOVE ALERTA-REGRA TO WRK-JA-REGRA(WRK-QT-JA)
                   END-IF
               END-IF
               READ ALERTAS NEXT RECORD
           END-PERFORM.
           CLOSE ALERTAS.

       0150-SAIDA.
           EXIT.

       0200-VARRE-RAZAO              SECTION.
           OPEN INPUT RAZAO.
           IF FS-RAZAO NOT = 0
               DISPLAY "RAZAO NAO FOI ABERTO, STATUS=" FS-RAZAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           COMPUTE RAZAO-DATA =
                   FUNCTION DATE-OF-INTEGER(WRK-INI-INT).
           START RAZAO KEY IS NOT LESS THAN RAZAO-DATA
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO NOT = 10
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO = 10
                   OR RAZAO-DATA > WRK-DATA-REF
               PERFORM 0250-ANOTA-LINHA
               READ RAZAO NEXT RECORD
           END-PERFORM.
           CLOSE RAZAO.

       0250-ANOTA-LINHA              SECTION.
           IF RAZAO-DATA > WRK-DATA-REF
               GO TO 0250-SAIDA
           END-IF.
           IF RAZAO-TIPO NOT = 'CR' AND RAZAO-TIPO NOT = 'TC'
                   AND RAZAO-TIPO NOT = 'PG'
                   AND RAZAO-TIPO NOT = 'TD'
                   AND RAZAO-TIPO NOT = 'AG'
                   AND RAZAO-TIPO NOT = 'TE'
               GO TO 0250-SAIDA
           END-IF.
           COMPUTE WRK-LIN-INT = FUNCTION INTEGER-OF-DATE(RAZAO-DATA).
           IF WRK-LIN-INT < WRK-INI-INT
               GO TO 0250-SAIDA
           END-IF.
           IF WRK-QT-MOV = 3000
               IF WRK-MOV-CHEIA NOT = 'S'
                   MOVE 'S' TO WRK-MOV-CHEIA
                   DISPLAY "TABELA DE MOVIMENTOS CHEIA - ANALISE "
                           "PARCIAL, LINHAS NOVAS NAO AVALIADAS"
               END-IF
               GO TO 0250-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-MOV.
           MOVE RAZAO-CONTA  TO WRK-MOV-CONTA(WRK-QT-MOV).
           MOVE RAZAO-DATA   TO WRK-MOV-DATA(WRK-QT-MOV).
           MOVE WRK-LIN-INT  TO WRK-MOV-DINT(WRK-QT-MOV).
           MOVE RAZAO-HORA   TO WRK-MOV-HORA(WRK-QT-MOV).
           MOVE RAZAO-SEQ    TO WRK-MOV-SEQ(WRK-QT-MOV).
           MOVE RAZAO-TIPO   TO WRK-MOV-TIPO(WRK-QT-MOV).
           MOVE RAZAO-CONTRA TO WRK-MOV-CONTRA(WRK-QT-MOV).
           MOVE RAZAO-VALOR  TO WRK-MOV-VALOR(WRK-QT-MOV).
           MOVE RAZAO-OPER   TO WRK-MOV-OPER(WRK-QT-MOV).
           IF RAZAO-DATA = WRK-DATA-REF
               PERFORM 0260-ANOTA-CONTA
           END-IF.

       0250-SAIDA.
           EXIT.

       0260-ANOTA-CONTA              SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-CTA OR TAB-ACHOU
               IF WRK-CTA-NUMERO(WRK-T) = RAZAO-CONTA
                   MOVE 'S' TO WRK-TAB-ACHOU
               END-IF
           END-PERFORM.
           IF TAB-ACHOU
               GO TO 0260-SAIDA
           END-IF.
           IF WRK-QT-CTA = 500
               IF WRK-CTA-CHEIA NOT = 'S'
                   MOVE 'S' TO WRK-CTA-CHEIA
                   DISPLAY "TABELA DE CONTAS CHEIA - ANALISE "
                           "PARCIAL, CONTAS NOVAS NAO AVALIADAS"
               END-IF
               GO TO 0260-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-CTA.
           MOVE RAZAO-CONTA TO WRK-CTA-NUMERO(WRK-QT-CTA).

       0260-SAIDA.
           EXIT.

       0300-AVALIA-CONTAS            SECTION.
           IF CFG-PLD-LIMITE = ZEROS
               DISPLAY "MONITORAMENTO DESLIGADO (PLD-LIMITE=0)"
               GO TO 0300-SAIDA
           END-IF.
           IF WRK-QT-CTA = ZEROS
               GO TO 0300-SAIDA
           END-IF.
           OPEN INPUT TITULAR.
           IF FS-TITULAR = 0
               MOVE 'S' TO WRK-TIT-ABERTO
           ELSE
               DISPLAY "VINCULO DE TITULARES NAO FOI ABERTO, STATUS="
                       FS-TITULAR " - ALERTAS SEM CLIENTE"
           END-IF.
           OPEN I-O ALERTAS.
           IF FS-ALERTAS = 35
               OPEN OUTPUT ALERTAS
               CLOSE ALERTAS
               OPEN I-O ALERTAS
           END-IF.
           IF FS-ALERTAS NOT = 0
               DISPLAY "ARQUIVO DE ALERTAS NAO FOI ABERTO, STATUS="
                       FS-ALERTAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-CTA
               MOVE WRK-CTA-NUMERO(WRK-T) TO WRK-CONTA
               PERFORM 0310-REGRA-ESPECIE
               PERFORM 0320-REGRA-FRACIONA
               PERFORM 0330-REGRA-GIRO
           END-PERFORM.
           CLOSE ALERTAS.
           IF WRK-TIT-ABERTO = 'S'
               CLOSE TITULAR
           END-IF.

       0300-SAIDA.
           EXIT.

      *    LE: CADA DEPOSITO DO DIA NO LIMITE OU ACIMA - UM ALERTA POR
      *    CONTA COM TODOS ELES.
       0310-REGRA-ESPECIE            SECTION.
           MOVE 'LE' TO WRK-REGRA.
           MOVE ZEROS TO WRK-QT-SEL WRK-TOTAL.
           PERFORM VARYING WRK-M FROM 1 BY 1
                   UNTIL WRK-M > WRK-QT-MOV
               IF WRK-MOV-CONTA(WRK-M) = WRK-CONTA
                       AND WRK-MOV-TIPO(WRK-M) = 'CR'
                       AND WRK-MOV-DATA(WRK-M) = WRK-DATA-REF
                       AND WRK-MOV-VALOR(WRK-M) NOT < CFG-PLD-LIMITE
                   PERFORM 0390-SELECIONA
               END-IF
           END-PERFORM.
           IF WRK-QT-SEL > ZEROS
               PERFORM 0400-GRAVA-ALERTA
           END-IF.

      *    FR: DEPOSITOS LOGO ABAIXO DO LIMITE NA JANELA, AO MENOS UM
      *    DELES NO DIA (NOS DIAS SEGUINTES A MESMA SERIE NAO DISPARA
      *    DE NOVO SEM UM DEPOSITO NOVO).
       0320-REGRA-FRACIONA           SECTION.
           IF CFG-PLD-FRAC-QT = ZEROS
               GO TO 0320-SAIDA
           END-IF.
           MOVE 'FR' TO WRK-REGRA.
           MOVE ZEROS TO WRK-QT-SEL WRK-TOTAL.
           MOVE 'N' TO WRK-TEM-HOJE.
           PERFORM VARYING WRK-M FROM 1 BY 1
                   UNTIL WRK-M > WRK-QT-MOV
               IF WRK-MOV-CONTA(WRK-M) = WRK-CONTA
                       AND WRK-MOV-TIPO(WRK-M) = 'CR'
                       AND WRK-MOV-DINT(WRK-M) NOT < WRK-INI-FRAC-INT
                       AND WRK-MOV-VALOR(WRK-M) NOT < WRK-FAIXA-INF
                       AND WRK-MOV-VALOR(WRK-M) < CFG-PLD-LIMITE
                   PERFORM 0390-SELECIONA
                   IF WRK-MOV-DATA(WRK-M) = WRK-DATA-REF
                       MOVE 'S' TO WRK-TEM-HOJE
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-QT-SEL NOT < CFG-PLD-FRAC-QT
                   AND WRK-TEM-HOJE = 'S'
               PERFORM 0400-GRAVA-ALERTA
           END-IF.

       0320-SAIDA.
           EXIT.

      *    GR: ENTRADAS E SAIDAS DA JANELA; O TOTAL DO ALERTA E O QUE
      *    ENTROU.
       0330-REGRA-GIRO               SECTION.
           MOVE 'GR' TO WRK-REGRA.
           MOVE ZEROS TO WRK-QT-SEL WRK-TOTAL WRK-TOT-CRED WRK-TOT-DEB.
           MOVE 'N' TO WRK-TEM-HOJE.
           PERFORM VARYING WRK-M FROM 1 BY 1
                   UNTIL WRK-M > WRK-QT-MOV
               IF WRK-MOV-CONTA(WRK-M) = WRK-CONTA
                       AND WRK-MOV-DINT(WRK-M) NOT < WRK-INI-GIRO-INT
                   PERFORM 0390-SELECIONA
                   IF WRK-MOV-ENTRADA(WRK-M)
                       ADD WRK-MOV-VALOR(WRK-M) TO WRK-TOT-CRED
                   ELSE
                       ADD WRK-MOV-VALOR(WRK-M) TO WRK-TOT-DEB
                       IF WRK-MOV-DATA(WRK-M) = WRK-DATA-REF
                           MOVE 'S' TO WRK-TEM-HOJE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-TOT-CRED NOT < CFG-PLD-LIMITE
                   AND WRK-TEM-HOJE = 'S'
                   AND WRK-TOT-DEB * 100 NOT <
                       WRK-TOT-CRED * CFG-PLD-GIRO-PCT
               MOVE WRK-TOT-CRED TO WRK-TOTAL
               PERFORM 0400-GRAVA-ALERTA
           END-IF.

       0390-SELECIONA                SECTION.
           IF WRK-QT-SEL < 99
               ADD 1 TO WRK-QT-SEL
           END-IF.
           IF WRK-QT-SEL NOT > 20
               MOVE WRK-M TO WRK-SEL-IDX(WRK-QT-SEL)
           END-IF.
           ADD WRK-MOV-VALOR(WRK-M) TO WRK-TOTAL.

       0400-GRAVA-ALERTA             SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-J FROM 1 BY 1
                   UNTIL WRK-J > WRK-QT-JA OR TAB-ACHOU
               IF WRK-JA-CONTA(WRK-J) = WRK-CONTA
                       AND WRK-JA-REGRA(WRK-J) = WRK-REGRA
                   MOVE 'S' TO WRK-TAB-ACHOU
               END-IF
           END-PERFORM.
           IF TAB-ACHOU
               ADD 1 TO WRK-QT-REPETIDOS
               GO TO 0400-SAIDA
           END-IF.
           ADD 1 TO WRK-ULT-ALERTA.
           MOVE SPACES           TO ALERTA-REG.
           MOVE WRK-ULT-ALERTA   TO ALERTA-NUMERO.
           MOVE ZEROS            TO ALERTA-ITEM.
           MOVE WRK-CONTA        TO ALERTA-CONTA.
           MOVE WRK-REGRA        TO ALERTA-REGRA.
           MOVE WRK-DATA-REF     TO ALERTA-DATA.
           MOVE ZEROS            TO ALERTA-CLI-PAIS ALERTA-CLI-FONE.
           IF WRK-TIT-ABERTO = 'S'
               MOVE WRK-CONTA TO TIT-CONTA
               READ TITULAR
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE TIT-PAIS TO ALERTA-CLI-PAIS
                   MOVE TIT-FONE TO ALERTA-CLI-FONE
               END-READ
           END-IF.
           MOVE WRK-QT-SEL       TO ALERTA-QT-LINHAS.
           MOVE WRK-TOTAL        TO ALERTA-TOTAL.
           MOVE 'P'              TO ALERTA-SITUACAO.
           MOVE SPACES           TO ALERTA-ANALISTA ALERTA-PARECER.
           MOVE ZEROS            TO ALERTA-DATA-DECISAO.
           WRITE ALERTA-REG
             INVALID KEY
               DISPLAY "ALERTA NAO GRAVADO: " WRK-ULT-ALERTA
               GO TO 0400-SAIDA
           END-WRITE.
           PERFORM VARYING WRK-N FROM 1 BY 1
                   UNTIL WRK-N > WRK-QT-SEL OR WRK-N > 20
               MOVE WRK-SEL-IDX(WRK-N)    TO WRK-M
               MOVE SPACES                TO ALERTA-DADOS
               MOVE WRK-N                 TO ALERTA-ITEM
               MOVE WRK-MOV-DATA(WRK-M)   TO ALERTA-LIN-DATA
               MOVE WRK-MOV-HORA(WRK-M)   TO ALERTA-LIN-HORA
               MOVE WRK-MOV-SEQ(WRK-M)    TO ALERTA-LIN-SEQ
               MOVE WRK-MOV-TIPO(WRK-M)   TO ALERTA-LIN-TIPO
               MOVE WRK-MOV-CONTRA(WRK-M) TO ALERTA-LIN-CONTRA
               MOVE WRK-MOV-VALOR(WRK-M)  TO ALERTA-LIN-VALOR
               MOVE WRK-MOV-OPER(WRK-M)   TO ALERTA-LIN-OPER
               WRITE ALERTA-REG
                 INVALID KEY
                   DISPLAY "ITEM DO ALERTA NAO GRAVADO: "
                           WRK-ULT-ALERTA "-" WRK-N
               END-WRITE
           END-PERFORM.
           ADD 1 TO WRK-QT-ALERTAS.
           EVALUATE WRK-REGRA
             WHEN 'LE'
               ADD 1 TO WRK-QT-LE
             WHEN 'FR'
               ADD 1 TO WRK-QT-FR
             WHEN OTHER
               ADD 1 TO WRK-QT-GR
           END-EVALUATE.
           IF WRK-QT-JA < 300
               ADD 1 TO WRK-QT-JA
               MOVE WRK-CONTA TO WRK-JA-CONTA(WRK-QT-JA)
               MOVE WRK-REGRA TO WRK-JA-REGRA(WRK-QT-JA)
           END-IF.
           MOVE WRK-TOTAL TO WRK-TOTAL-ED.
           DISPLAY "ALERTA " WRK-ULT-ALERTA " REGRA " WRK-REGRA
                   " CONTA " WRK-CONTA " LINHAS " WRK-QT-SEL
                   " TOTAL " WRK-TOTAL-ED.
           PERFORM 0450-NOTIFICA.

       0400-SAIDA.
           EXIT.

      *    O COMPLIANCE RECEBE CADA ALERTA PELA FILA CENTRAL; O
      *    DETALHE FICA NO ALERTAS.PLD.TXT, CONSULTADO NO DECPLD.
       0450-NOTIFICA                 SECTION.
           MOVE 'COMPLIANCE' TO NOTIF-DESTINO.
           MOVE 'MONPLD'     TO NOTIF-ORIGEM.
           MOVE SPACES TO NOTIF-MENSAGEM.
           STRING 'ALERTA PLD '    DELIMITED BY SIZE
                  WRK-ULT-ALERTA   DELIMITED BY SIZE
                  ' REGRA '        DELIMITED BY SIZE
                  WRK-REGRA        DELIMITED BY SIZE
                  ' CONTA '        DELIMITED BY SIZE
                  WRK-CONTA        DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-TOTAL-ED     DELIMITED BY SIZE
             INTO NOTIF-MENSAGEM
           END-STRING.
           CALL 'NOTIFICA' USING NOTIF-PARM.
           IF NOTIF-RETORNO NOT = 'S'
               ADD 1 TO WRK-QT-NOTIF-FALHA
               DISPLAY "NOTIFICACAO DO ALERTA " WRK-ULT-ALERTA
                       " NAO ENFILEIRADA"
           END-IF.

       0600-FINALIZAR                SECTION.
           OPEN OUTPUT ALRSEQ.
           MOVE WRK-ULT-ALERTA TO ALRSEQ-NUMERO.
           WRITE ALRSEQ-REG.
           CLOSE ALRSEQ.
           DISPLAY "============ MONITORAMENTO PLD ============".
           DISPLAY "CONTAS AVALIADAS.......: " WRK-QT-CTA.
           DISPLAY "ALERTAS GERADOS........: " WRK-QT-ALERTAS.
           DISPLAY "  DEPOSITO NO LIMITE...: " WRK-QT-LE.
           DISPLAY "  FRACIONAMENTO........: " WRK-QT-FR.
           DISPLAY "  GIRO RAPIDO..........: " WRK-QT-GR.
           DISPLAY "JA ALERTADOS NO DIA....: " WRK-QT-REPETIDOS.
           IF WRK-MOV-CHEIA = 'S' OR WRK-CTA-CHEIA = 'S'
               DISPLAY "** ANALISE PARCIAL: TABELA CHEIA **"
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WRK-QT-NOTIF-FALHA > ZEROS
               DISPLAY "NOTIFICACOES NAO ENFILEIRADAS: "
                       WRK-QT-NOTIF-FALHA
               MOVE 4 TO RETURN-CODE
           END-IF.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-TITULAR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTAS.TIT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TITULAR
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ALERTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALERTAS.PLD.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALERTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ALRSEQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALERTAS.SEQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALRSEQ
           END-STRING.

       COPY CFGLER.
