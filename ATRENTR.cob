       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATRENTR.
      ******************************************************************
      *OBJETIVO: RELATORIO DIARIO DOS PEDIDOS COM ENTREGA AINDA NAO
      *          EXPEDIDOS NO PRAZO: CADA ENTREGA EM SEPARACAO
      *          (ENTREGAS.DAT.TXT, VIDE ENTRREG.cpy) CUJO PRAZO DE
      *          EXPEDICAO JA PASSOU. O PRAZO E A DATA DO PEDIDO MAIS
      *          EXPEDICAO-DIAS DIAS UTEIS (SISTEMA.CFG.TXT, PADRAO 2),
      *          CONTADOS PELA ROTINA DIAUTIL (FIM DE SEMANA E FERIADO
      *          NAO CONTAM). SAI O PEDIDO, O CLIENTE, A DATA, O PRAZO
      *          E OS DIAS CORRIDOS DE ATRASO, PARA A EXPEDICAO
      *          COBRAR A SEPARACAO.
      *          DATA DE REFERENCIA = HOJE, OU 'DATA AAAAMMDD' NA
      *          LINHA DE COMANDO. SAI NA TELA E EM
      *          ENTREGAS.ATR.RPT.TXT. RETURN-CODE 4 QUANDO HA PEDIDO
      *          ATRASADO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT ENTREGAS ASSIGN TO WRK-ARQ-ENTREGAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ENTREGAS
               RECORD KEY      IS ENT-PEDIDO.

           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT ATRREL ASSIGN TO WRK-ARQ-ATRREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-ATRREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  ENTREGAS.
       COPY ENTRREG.

       FD  CLIENTES.
       COPY CLIREG.

       FD  ATRREL.
       01  ATRREL-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ENTREGAS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ATRREL               PIC X(80) VALUE SPACES.
       77  FS-ENTREGAS                  PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES                  PIC 9(02) VALUE ZEROS.
       77  FS-ATRREL                    PIC 9(02) VALUE ZEROS.
       77  WRK-CLIENTES-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-DATA-REF                 PIC 9(08) VALUE ZEROS.
       77  WRK-PRAZO                    PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATRASO              PIC 9(05) VALUE ZEROS.
       77  WRK-NOME                     PIC X(20) VALUE SPACES.
       77  WRK-QT-SEPARACAO             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ATRASADOS             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-EXPEDIDAS             PIC 9(05) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       COPY DIAUTILW.
       01  WRK-CABECALHO.
           05 FILLER                    PIC X(07) VALUE 'PEDIDO '.
           05 FILLER                    PIC X(21) VALUE 'CLIENTE'.
           05 FILLER                    PIC X(09) VALUE 'DATA PED.'.
           05 FILLER                    PIC X(10) VALUE '     PRAZO'.
           05 FILLER                    PIC X(07) VALUE ' ATRASO'.
       01  WRK-DETALHE.
           05 DET-PEDIDO                PIC 9(06).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-CLIENTE               PIC X(20).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-DATA                  PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-PRAZO                 PIC 9(08).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-ATRASO                PIC ZZZZ9.
           05 FILLER                    PIC X(05) VALUE ' DIAS'.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           MOVE ZEROS TO ENT-PEDIDO.
           START ENTREGAS KEY IS NOT LESS ENT-PEDIDO
             INVALID KEY
               MOVE 10 TO FS-ENTREGAS
           END-START.
           IF FS-ENTREGAS = 0
               READ ENTREGAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-ENTREGAS NOT = 0
               EVALUATE TRUE
                 WHEN ENT-EM-SEPARACAO
                   ADD 1 TO WRK-QT-SEPARACAO
                   PERFORM 0200-CONFERE-PRAZO
                 WHEN ENT-EXPEDIDA
                   ADD 1 TO WRK-QT-EXPEDIDAS
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               READ ENTREGAS NEXT RECORD
           END-PERFORM.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'DATA'
                   AND WRK-PARAMETRO(6:8) IS NUMERIC
               MOVE WRK-PARAMETRO(6:8) TO WRK-DATA-REF
           ELSE
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS NOT = 0
               DISPLAY "ARQUIVO DE ENTREGAS NAO FOI ABERTO, STATUS="
                       FS-ENTREGAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = 0
               MOVE 'S' TO WRK-CLIENTES-ABERTO
           END-IF.
           OPEN OUTPUT ATRREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS NAO EXPEDIDOS EM '  DELIMITED BY SIZE
                  CFG-EXPEDICAO-DIAS           DELIMITED BY SIZE
                  ' DIAS UTEIS - REFERENCIA '  DELIMITED BY SIZE
                  WRK-DATA-REF                 DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-CABECALHO TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

      *    PRAZO = DATA DO PEDIDO AVANCADA DIA UTIL A DIA UTIL: A
      *    CADA PASSO, O DIA SEGUINTE DESLIZADO PARA O PROXIMO UTIL.
      *    EXPEDIR NO PROPRIO DIA DO PRAZO AINDA ESTA EM DIA.
       0200-CONFERE-PRAZO            SECTION.
           MOVE ENT-DATA-PEDIDO TO WRK-PRAZO.
           PERFORM CFG-EXPEDICAO-DIAS TIMES
               COMPUTE WRK-DIAS-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-PRAZO) + 1
               COMPUTE WRK-PRAZO =
                       FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
               MOVE 'P' TO DIAUTIL-FUNCAO
               MOVE WRK-PRAZO TO DIAUTIL-DATA
               CALL 'DIAUTIL' USING DIAUTIL-PARM
               MOVE DIAUTIL-RESULTADO TO WRK-PRAZO
           END-PERFORM.
           IF WRK-PRAZO NOT < WRK-DATA-REF
               GO TO 0200-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-ATRASADOS.
           COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
                 - FUNCTION INTEGER-OF-DATE(WRK-PRAZO).
           MOVE 'BALCAO' TO WRK-NOME.
           IF ENT-CLI-TIPO = 'C'
               MOVE '(NAO CADASTRADO)' TO WRK-NOME
               IF WRK-CLIENTES-ABERTO = 'S'
                   MOVE ENT-CLI-PAIS TO CLIENTES-PAIS
                   MOVE ENT-CLI-FONE TO CLIENTES-FONE
                   READ CLIENTES
                     NOT INVALID KEY
                       MOVE CLIENTES-NOME TO WRK-NOME
                   END-READ
               END-IF
           END-IF.
           MOVE ENT-PEDIDO      TO DET-PEDIDO.
           MOVE WRK-NOME        TO DET-CLIENTE.
           MOVE ENT-DATA-PEDIDO TO DET-DATA.
           MOVE WRK-PRAZO       TO DET-PRAZO.
           MOVE WRK-DIAS-ATRASO TO DET-ATRASO.
           MOVE WRK-DETALHE TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

       0200-SAIDA.
           EXIT.

       0700-FINALIZAR                SECTION.
           MOVE '----- RESUMO -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ENTREGAS EM SEPARACAO.....: ' DELIMITED BY SIZE
                  WRK-QT-SEPARACAO               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ATRASADAS (FORA DO PRAZO).: ' DELIMITED BY SIZE
                  WRK-QT-ATRASADOS               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EXPEDIDAS A CAMINHO.......: ' DELIMITED BY SIZE
                  WRK-QT-EXPEDIDAS               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE ENTREGAS ATRREL.
           IF WRK-CLIENTES-ABERTO = 'S'
               CLOSE CLIENTES
           END-IF.
           IF WRK-QT-ATRASADOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO ATRREL-REG.
           WRITE ATRREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-ENTREGAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ENTREGAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENTREGAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ATRREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ENTREGAS.ATR.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ATRREL
           END-STRING.

       COPY CFGLER.
