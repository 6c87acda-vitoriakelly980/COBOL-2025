       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTEXT.
      ******************************************************************
      *OBJETIVO: EXTRATO DE PONTOS DE FIDELIDADE DE UM CLIENTE. LE O
      *          RAZAO DE PONTOS (PONTOS.MOV.TXT, VIDE PMOVREG.cpy) DA
      *          CHAVE PEDIDA ENTRE DUAS DATAS E IMPRIME: SALDO DE
      *          ABERTURA (ULTIMO SALDO ANTES DO PERIODO), CADA
      *          MOVIMENTO NA ORDEM COM O SALDO CORRENTE, E O SALDO DE
      *          FECHAMENTO CONFERIDO CONTRA O PONTOS.DAT.TXT (ROTINA
      *          PONTMOV). MESMO MOLDE DO EXTRATO DE CONTA. SAI NA TELA
      *          E EM PONTOS.EXT.RPT.TXT, PRONTO PARA ENTREGAR AO
      *          CLIENTE.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT PONTMOVS ASSIGN TO WRK-ARQ-PONTMOVS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PONTMOVS.

           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT EXTRREL ASSIGN TO WRK-ARQ-EXTRREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EXTRREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PONTMOVS.
       COPY PMOVREG.

       FD  CLIENTES.
       COPY CLIREG.

       FD  EXTRREL.
       01  EXTRREL-REG                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PONTMOVS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EXTRREL              PIC X(80) VALUE SPACES.
       77  FS-PONTMOVS                  PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES                  PIC 9(02) VALUE ZEROS.
       77  FS-EXTRREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-PAIS                     PIC 9(03) VALUE ZEROS.
       77  WRK-FONE                     PIC 9(12) VALUE ZEROS.
       77  WRK-DATA-DE                  PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ATE                 PIC 9(08) VALUE ZEROS.
       77  WRK-SALDO-ABERTURA           PIC 9(09) VALUE ZEROS.
       77  WRK-SALDO-FECHAMENTO         PIC 9(09) VALUE ZEROS.
       77  WRK-QT-MOVIMENTOS            PIC 9(05) VALUE ZEROS.
       77  WRK-SINAL                    PIC X(01) VALUE SPACES.
       77  WRK-PONTOS-ED                PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-SALDO-ED                 PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-NOME-TIPO                PIC X(14) VALUE SPACES.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       COPY PONTMW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           DISPLAY "PAIS (DDI, ENTER=055) : ".
           ACCEPT WRK-PAIS.
           IF WRK-PAIS = ZEROS
               MOVE 55 TO WRK-PAIS
           END-IF.
           DISPLAY "TELEFONE DO CLIENTE : ".
           ACCEPT WRK-FONE.
           DISPLAY "DATA INICIAL (AAAAMMDD) : ".
           ACCEPT WRK-DATA-DE.
           DISPLAY "DATA FINAL   (AAAAMMDD, 0 = HOJE EM DIANTE) : ".
           ACCEPT WRK-DATA-ATE.
           IF WRK-DATA-ATE = ZEROS
               MOVE 99999999 TO WRK-DATA-ATE
           END-IF.
           OPEN INPUT PONTMOVS.
           IF FS-PONTMOVS NOT = 0
               DISPLAY "RAZAO DE PONTOS NAO FOI ABERTO, STATUS="
                       FS-PONTMOVS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXTRREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EXTRATO DE PONTOS DO CLIENTE ' DELIMITED BY SIZE
                  WRK-PAIS            DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-FONE            DELIMITED BY SIZE
                  ' DE '              DELIMITED BY SIZE
                  WRK-DATA-DE         DELIMITED BY SIZE
                  ' A '               DELIMITED BY SIZE
                  WRK-DATA-ATE        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = 0
               MOVE WRK-PAIS TO CLIENTES-PAIS
               MOVE WRK-FONE TO CLIENTES-FONE
               READ CLIENTES
                 INVALID KEY
                   MOVE 'CLIENTE NAO CADASTRADO' TO WRK-LINHA
                 NOT INVALID KEY
                   MOVE CLIENTES-NOME TO WRK-LINHA
               END-READ
               PERFORM 0500-GRAVA-LINHA
               CLOSE CLIENTES
           END-IF.

      *    O RAZAO E CRONOLOGICO POR GRAVACAO: O ULTIMO SALDO ANTERIOR
      *    AO PERIODO E O SALDO DE ABERTURA; DENTRO DO PERIODO CADA
      *    LINHA SAI COM O SALDO CORRENTE GRAVADO NA EPOCA.
       0200-PROCESSAR                SECTION.
           READ PONTMOVS NEXT RECORD
           PERFORM UNTIL FS-PONTMOVS = 10
               PERFORM 0230-TRATA-LINHA
               READ PONTMOVS NEXT RECORD
           END-PERFORM.
           IF WRK-QT-MOVIMENTOS = 0
               PERFORM 0250-LINHA-ABERTURA
           END-IF.

       0230-TRATA-LINHA              SECTION.
           IF PMOV-PAIS = WRK-PAIS AND PMOV-FONE = WRK-FONE
               EVALUATE TRUE
                 WHEN PMOV-DATAHORA(1:8) < WRK-DATA-DE
                   MOVE PMOV-SALDO TO WRK-SALDO-ABERTURA
                   MOVE PMOV-SALDO TO WRK-SALDO-FECHAMENTO
                 WHEN PMOV-DATAHORA(1:8) <= WRK-DATA-ATE
                   IF WRK-QT-MOVIMENTOS = 0
                       PERFORM 0250-LINHA-ABERTURA
                   END-IF
                   PERFORM 0260-LINHA-MOVIMENTO
                   MOVE PMOV-SALDO TO WRK-SALDO-FECHAMENTO
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
           END-IF.

       0250-LINHA-ABERTURA           SECTION.
           MOVE WRK-SALDO-ABERTURA TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALDO DE ABERTURA: ' DELIMITED BY SIZE
                  WRK-SALDO-ED          DELIMITED BY SIZE
                  ' PONTOS'             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.

       0260-LINHA-MOVIMENTO          SECTION.
           ADD 1 TO WRK-QT-MOVIMENTOS.
           EVALUATE PMOV-TIPO
             WHEN 'AC'
               MOVE 'GANHO         ' TO WRK-NOME-TIPO
             WHEN 'RS'
               MOVE 'RESGATE       ' TO WRK-NOME-TIPO
             WHEN 'ES'
               MOVE 'ESTORNO GANHO ' TO WRK-NOME-TIPO
             WHEN 'RD'
               MOVE 'RESGATE DEVOLV' TO WRK-NOME-TIPO
             WHEN 'EX'
               MOVE 'EXPIRACAO     ' TO WRK-NOME-TIPO
             WHEN 'TE'
               MOVE 'FUSAO-RECEBIDO' TO WRK-NOME-TIPO
             WHEN 'TS'
               MOVE 'FUSAO-ENVIADO ' TO WRK-NOME-TIPO
             WHEN OTHER
               MOVE PMOV-TIPO        TO WRK-NOME-TIPO
           END-EVALUATE.
           IF PMOV-DEBITO
               MOVE '-' TO WRK-SINAL
           ELSE
               MOVE '+' TO WRK-SINAL
           END-IF.
           MOVE PMOV-PONTOS TO WRK-PONTOS-ED.
           MOVE PMOV-SALDO  TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING PMOV-DATAHORA(7:2)  DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  PMOV-DATAHORA(5:2)  DELIMITED BY SIZE
                  '/'                 DELIMITED BY SIZE
                  PMOV-DATAHORA(1:4)  DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-NOME-TIPO       DELIMITED BY SIZE
                  ' '                 DELIMITED BY SIZE
                  WRK-SINAL           DELIMITED BY SIZE
                  WRK-PONTOS-ED       DELIMITED BY SIZE
                  ' SALDO '           DELIMITED BY SIZE
                  WRK-SALDO-ED        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           IF PMOV-PEDIDO NOT = ZEROS
               STRING ' PEDIDO ' DELIMITED BY SIZE
                      PMOV-PEDIDO DELIMITED BY SIZE
                 INTO WRK-LINHA(66:)
               END-STRING
           END-IF.
           PERFORM 0500-GRAVA-LINHA.

       0300-FINALIZAR                SECTION.
           CLOSE PONTMOVS.
           MOVE WRK-SALDO-FECHAMENTO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALDO DE FECHAMENTO: ' DELIMITED BY SIZE
                  WRK-SALDO-ED            DELIMITED BY SIZE
                  ' PONTOS'               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
      *    SO CONFERE QUANDO O PERIODO VAI ATE HOJE: FECHAMENTO DE
      *    PERIODO PASSADO NAO TEM POR QUE BATER COM O SALDO ATUAL.
           IF WRK-DATA-ATE = 99999999
               MOVE 'S'      TO PONTMOV-FUNCAO
               MOVE WRK-PAIS TO PONTMOV-PAIS
               MOVE WRK-FONE TO PONTMOV-FONE
               CALL 'PONTMOV' USING PONTMOV-PARM
               IF PONTMOV-RETORNO = 'S'
                   IF PONTMOV-SALDO = WRK-SALDO-FECHAMENTO
                       MOVE 'FECHAMENTO CONFERE COM O SALDO DE PONTOS'
                         TO WRK-LINHA
                   ELSE
                       MOVE '** FECHAMENTO NAO CONFERE COM O SALDO **'
                         TO WRK-LINHA
                   END-IF
                   PERFORM 0500-GRAVA-LINHA
               END-IF
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MOVIMENTOS NO PERIODO: ' DELIMITED BY SIZE
                  WRK-QT-MOVIMENTOS         DELIMITED BY SIZE
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
           MOVE SPACES TO WRK-ARQ-PONTMOVS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PONTOS.MOV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PONTMOVS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-EXTRREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PONTOS.EXT.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EXTRREL
           END-STRING.

       COPY CFGLER.
