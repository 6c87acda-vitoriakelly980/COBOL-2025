       IDENTIFICATION DIVISION.
       PROGRAM-ID. ATIVOPER.
      ******************************************************************
      *OBJETIVO: ATIVIDADE DE OPERADOR EM TODOS OS SUBSISTEMAS - A
      *          PERGUNTA DO AUDITOR "O QUE O OPERADOR X FEZ NA SEMANA
      *          PASSADA", QUE O AUDITCLI SO RESPONDE PARA O CADASTRO
      *          DE CLIENTES. JUNTA, NUM SORT POR OPERADOR E MOMENTO:
      *            CLIENTES  - CLIENTES.LOG.TXT (CLILOG-OPERADOR)
      *            RAZAO     - PAGAMENTOS.LOG.TXT: QUEM LANCOU
      *                        (RAZAO-OPER) E QUEM APROVOU ACIMA DA
      *                        ALCADA (RAZAO-APROV)
      *            APROVACAO - PAGTOS.APR.TXT: QUEM PEDIU E, NA
      *                        RECUSA, QUEM RECUSOU (A APROVACAO JA
      *                        APARECE NO RAZAO)
      *            PEDIDOS   - PEDIDOS.DAT.TXT: PEDIDO DIGITADO ('H'),
      *                        CANCELAMENTO ('C') E DEVOLUCAO ('D')
      *            CATALOGO  - PRECOS.DAT.TXT (PRECO-OPERADOR)
      *            CONSENT   - CLIENTES.CON.TXT (ULTIMA DECISAO
      *                        REGISTRADA DE CADA CLIENTE)
      *            FOLHA     - FUNC.REAJ.LOG.TXT (REAJSAL)
      *            SEGURANCA - SEGURANCA.LOG.TXT (SIGN-ON)
      *          UMA LISTAGEM CRONOLOGICA POR OPERADOR COM SUBSISTEMA,
      *          ACAO E REFERENCIA, O TOTAL DO OPERADOR E, NO FIM, A
      *          CONTAGEM POR TIPO DE ACAO. ATIVIDADE EM DIA NAO UTIL
      *          (ROTINA DIAUTIL) OU FORA DO EXPEDIENTE
      *          (EXPEDIENTE-INI/EXPEDIENTE-FIM DA CONFIGURACAO) SAI
      *          MARCADA. PEDIDOS E REAJUSTES SO TEM A DATA: A HORA
      *          SAI EM BRANCO E SO O DIA E AVALIADO.
      *          ENTRADA: OPERADOR (EM BRANCO = TODOS) E PERIODO.
      *          RESTRITO AO PERFIL 'T' (SENHA DO SISTEMA CLIENTES);
      *          TELEFONES SAEM MASCARADOS. SAI NA TELA E EM
      *          ATIVOPER.RPT.TXT. FONTE AUSENTE E AVISADA NO RODAPE.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-OPERADOR
               RECORD KEY      IS OPER-ID.

           SELECT CLILOG ASSIGN TO WRK-ARQ-CLILOG
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FONTE.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FONTE
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT APROVACAO ASSIGN TO WRK-ARQ-APROVACAO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FONTE.

           SELECT PEDIDOS ASSIGN TO WRK-ARQ-PEDIDOS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FONTE.

           SELECT PRECOS ASSIGN TO WRK-ARQ-PRECOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FONTE
               RECORD KEY      IS PRECO-CHAVE.

           SELECT CONSENT ASSIGN TO WRK-ARQ-CONSENT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FONTE
               RECORD KEY      IS CONSENT-CHAVE.

           SELECT REAJLOG ASSIGN TO WRK-ARQ-REAJLOG
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FONTE.

           SELECT SEGLOG ASSIGN TO WRK-ARQ-SEGLOG
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FONTE.

           SELECT ATVREL ASSIGN TO WRK-ARQ-ATVREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-ATVREL.

           SELECT ORDATV ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

      *    MESMO LAYOUT DO OPERADOR DO SISTEMA CLIENTES (FD OPERADOR
      *    DO clientesprojeto.COB).
       FD  OPERADOR.
       01  OPER-REG.
           05 OPER-ID                   PIC X(08).
           05 OPER-NOME                 PIC X(30).
           05 OPER-SENHA                PIC X(08).
           05 OPER-PERFIL               PIC X(01).
              88 OPER-TOTAL             VALUE 'T'.
           05 OPER-FALHAS               PIC 9(02).
           05 OPER-SITUACAO             PIC X(01).
              88 OPER-BLOQUEADO         VALUE 'B'.
           05 OPER-SENHA-DATA           PIC 9(08).
           05 OPER-SENHA-ANT OCCURS 3 TIMES
                                        PIC X(08).

       FD  CLILOG.
       COPY CLILOGRG.

       FD  RAZAO.
       COPY RAZAOREG.

       FD  APROVACAO.
       COPY APRREG.

       FD  PEDIDOS.
       COPY PEDIDREG.

       FD  PRECOS.
       COPY PRECOREG.

       FD  CONSENT.
       COPY CONSREG.

      *    MESMO LAYOUT DO FD REAJLOG DO REAJSAL.
       FD  REAJLOG.
       01  REAJLOG-REG.
           05 REAJ-FUNC-ID              PIC 9(05).
           05 REAJ-SAL-ANTIGO           PIC 9(10)V99.
           05 REAJ-SAL-NOVO             PIC 9(10)V99.
           05 REAJ-PERCENTUAL           PIC 9(02)V99.
           05 REAJ-DATA                 PIC 9(08).
           05 REAJ-OPERADOR             PIC X(08).

       FD  SEGLOG.
       COPY SEGEVTRG.

       FD  ATVREL.
       01  ATVREL-REG                   PIC X(110).

      *    UM EVENTO DE QUALQUER FONTE. HORA EM BRANCO = A FONTE SO
      *    GUARDA O DIA (ORDENA ANTES DAS HORAS DO MESMO DIA).
       SD  ORDATV.
       01  ORDATV-REG.
           05 ORDA-OPERADOR             PIC X(08).
           05 ORDA-DATA                 PIC 9(08).
           05 ORDA-HORA                 PIC X(06).
           05 ORDA-SUBSISTEMA           PIC X(10).
           05 ORDA-ACAO                 PIC X(10).
           05 ORDA-REFERENCIA           PIC X(40).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       COPY DIAUTILW.
       77  WRK-ARQ-OPERADOR             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLILOG               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-APROVACAO            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PEDIDOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRECOS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONSENT              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REAJLOG              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-SEGLOG               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ATVREL               PIC X(80) VALUE SPACES.
       77  FS-OPERADOR                  PIC 9(02) VALUE ZEROS.
       77  FS-FONTE                     PIC 9(02) VALUE ZEROS.
       77  FS-ATVREL                    PIC 9(02) VALUE ZEROS.
       77  FS-ORDATV                    PIC 9(02) VALUE ZEROS.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-SENHA-INF                PIC X(08) VALUE SPACES.
       77  WRK-LOGIN-OK                 PIC X(01) VALUE 'N'.
           88 LOGIN-OK                  VALUE 'S'.
       77  WRK-FILTRO                   PIC X(08) VALUE SPACES.
       77  WRK-DATA-DE                  PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-ATE                 PIC 9(08) VALUE ZEROS.
       77  WRK-FONTE                    PIC X(20) VALUE SPACES.
       77  WRK-FONTES-AUSENTES          PIC X(100) VALUE SPACES.
       77  WRK-PTR-AUSENTES             PIC 9(03) VALUE 1.
       77  WRK-QT-SEM-OPERADOR          PIC 9(07) VALUE ZEROS.
       77  WRK-QT-EVENTOS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-FORA                  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-OPERADORES            PIC 9(05) VALUE ZEROS.
       77  WRK-OPER-ATUAL               PIC X(08) VALUE SPACES.
       77  WRK-GRUPO-ABERTO             PIC X(01) VALUE 'N'.
       77  WRK-OPER-QT                  PIC 9(07) VALUE ZEROS.
       77  WRK-OPER-FORA                PIC 9(07) VALUE ZEROS.
       77  WRK-AVISO                    PIC X(16) VALUE SPACES.
       77  WRK-FONE-VISAO               PIC X(12) VALUE SPACES.
       77  WRK-VALOR-ED                 PIC ZZ.ZZ9,99.
       77  WRK-PCT-ED                   PIC Z9,99.
       77  WRK-DATA-ED                  PIC X(10) VALUE SPACES.
       77  WRK-HORA-ED                  PIC X(08) VALUE SPACES.
       77  WRK-HORA-NUM                 PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(110) VALUE SPACES.
       77  WRK-T                        PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-QT-ACOES                 PIC 9(03) VALUE ZEROS.
       77  WRK-QT-DIAS                  PIC 9(03) VALUE ZEROS.
       77  WRK-DIA-UTIL                 PIC X(01) VALUE 'S'.
      *    CONTAGEM POR SUBSISTEMA + ACAO PARA O FECHAMENTO.
       01  WRK-ACOES.
           05 WRK-ACAO-ITEM OCCURS 150 TIMES.
              10 WRK-ACAO-SUBSISTEMA    PIC X(10).
              10 WRK-ACAO-NOME          PIC X(10).
              10 WRK-ACAO-QT            PIC 9(07).
              10 WRK-ACAO-FORA          PIC 9(07).
      *    DIAS JA PERGUNTADOS AO DIAUTIL (ELE LE A CONFIGURACAO E O
      *    CADASTRO DE FERIADOS A CADA CHAMADA).
       01  WRK-DIAS.
           05 WRK-DIA-ITEM OCCURS 400 TIMES.
              10 WRK-DIA-DATA           PIC 9(08).
              10 WRK-DIA-EH-UTIL        PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0050-SIGNON.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO NEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-INICIALIZAR.
           SORT ORDATV ON ASCENDING KEY ORDA-OPERADOR
                          ASCENDING KEY ORDA-DATA
                          ASCENDING KEY ORDA-HORA
               INPUT PROCEDURE IS 0200-SELECIONA
               OUTPUT PROCEDURE IS 0500-IMPRIME.
           PERFORM 0700-FINALIZAR.
           GOBACK.

      *    SENHA DO SISTEMA CLIENTES; SO O PERFIL 'T' VE A ATIVIDADE
      *    DOS OUTROS.
       0050-SIGNON                   SECTION.
           OPEN INPUT OPERADOR.
           IF FS-OPERADOR NOT = 0
               DISPLAY "CADASTRO DE OPERADORES NAO FOI ABERTO, "
                       "STATUS=" FS-OPERADOR
               GO TO 0050-SAIDA
           END-IF.
           DISPLAY "OPERADOR :".
           ACCEPT WRK-OPERADOR.
           DISPLAY "SENHA    :".
           ACCEPT WRK-SENHA-INF.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADOR
             INVALID KEY
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
             NOT INVALID KEY
               IF OPER-SENHA = WRK-SENHA-INF
                       AND NOT OPER-BLOQUEADO
                   IF OPER-TOTAL
                       MOVE 'S' TO WRK-LOGIN-OK
                   ELSE
                       DISPLAY "RELATORIO RESTRITO AO PERFIL T"
                   END-IF
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               END-IF
           END-READ.
           CLOSE OPERADOR.

       0050-SAIDA.
           EXIT.

       0100-INICIALIZAR              SECTION.
           DISPLAY "========= ATIVIDADE DE OPERADOR =========".
           DISPLAY "OPERADOR (ENTER = TODOS)   : ".
           ACCEPT WRK-FILTRO.
           DISPLAY "DATA INICIAL (AAAAMMDD)    : ".
           ACCEPT WRK-DATA-DE.
           DISPLAY "DATA FINAL   (AAAAMMDD)    : ".
           ACCEPT WRK-DATA-ATE.
           IF WRK-DATA-ATE = ZEROS
               MOVE 99999999 TO WRK-DATA-ATE
           END-IF.
           OPEN OUTPUT ATVREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ATIVIDADE DE OPERADOR - '  DELIMITED BY SIZE
                  'OPERADOR: '               DELIMITED BY SIZE
                  WRK-FILTRO                 DELIMITED BY SIZE
                  ' PERIODO: '               DELIMITED BY SIZE
                  WRK-DATA-DE                DELIMITED BY SIZE
                  ' A '                      DELIMITED BY SIZE
                  WRK-DATA-ATE               DELIMITED BY SIZE
                  ' EMITIDO POR: '           DELIMITED BY SIZE
                  WRK-OPERADOR               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           IF WRK-FILTRO = SPACES
               MOVE '(TODOS) ' TO WRK-LINHA(35:8)
           END-IF.
           PERFORM 0800-GRAVA-LINHA.

      *    CADA FONTE E LIDA INTEIRA (O RAZAO PELA CHAVE DE DATA) E SO
      *    O QUE CAI NO FILTRO VAI PARA O SORT (0290-LIBERA).
       0200-SELECIONA                SECTION.
           PERFORM 0210-CLIENTES.
           PERFORM 0220-RAZAO.
           PERFORM 0230-APROVACAO.
           PERFORM 0240-PEDIDOS.
           PERFORM 0250-PRECOS.
           PERFORM 0260-CONSENT.
           PERFORM 0270-REAJUSTES.
           PERFORM 0280-SEGURANCA.

       0210-CLIENTES                 SECTION.
           OPEN INPUT CLILOG.
           IF FS-FONTE NOT = 0
               MOVE 'CLIENTES' TO WRK-FONTE
               PERFORM 0295-FONTE-AUSENTE
               GO TO 0210-SAIDA
           END-IF.
           READ CLILOG NEXT RECORD.
           PERFORM UNTIL FS-FONTE NOT = 0
               MOVE CLILOG-OPERADOR       TO ORDA-OPERADOR
               MOVE CLILOG-DATAHORA(1:8)  TO ORDA-DATA
               MOVE CLILOG-DATAHORA(9:6)  TO ORDA-HORA
               MOVE 'CLIENTES'            TO ORDA-SUBSISTEMA
               MOVE CLILOG-OPERACAO       TO ORDA-ACAO
               MOVE ALL '*' TO WRK-FONE-VISAO
               MOVE CLILOG-FONE(9:4) TO WRK-FONE-VISAO(9:4)
               MOVE SPACES TO ORDA-REFERENCIA
               STRING 'TEL '              DELIMITED BY SIZE
                      CLILOG-PAIS         DELIMITED BY SIZE
                      ' '                 DELIMITED BY SIZE
                      WRK-FONE-VISAO      DELIMITED BY SIZE
                 INTO ORDA-REFERENCIA
               END-STRING
               PERFORM 0290-LIBERA
               READ CLILOG NEXT RECORD
           END-PERFORM.
           CLOSE CLILOG.

       0210-SAIDA.
           EXIT.

      *    O RAZAO E LIDO PELA CHAVE DE DATA, SO NO PERIODO. A LINHA
      *    ACIMA DA ALCADA RENDE DOIS EVENTOS: QUEM LANCOU E QUEM
      *    APROVOU.
       0220-RAZAO                    SECTION.
           OPEN INPUT RAZAO.
           IF FS-FONTE NOT = 0
               MOVE 'RAZAO' TO WRK-FONTE
               PERFORM 0295-FONTE-AUSENTE
               GO TO 0220-SAIDA
           END-IF.
           MOVE WRK-DATA-DE TO RAZAO-DATA.
           START RAZAO KEY IS NOT LESS RAZAO-DATA
             INVALID KEY
               MOVE 10 TO FS-FONTE
           END-START.
           IF FS-FONTE = 0
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-FONTE NOT = 0
                      OR RAZAO-DATA > WRK-DATA-ATE
               MOVE RAZAO-DATA  TO ORDA-DATA
               MOVE RAZAO-HORA  TO ORDA-HORA
               MOVE 'RAZAO'     TO ORDA-SUBSISTEMA
               MOVE RAZAO-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO ORDA-REFERENCIA
               STRING 'CONTA '        DELIMITED BY SIZE
                      RAZAO-CONTA     DELIMITED BY SIZE
                      ' SEQ '         DELIMITED BY SIZE
                      RAZAO-SEQ       DELIMITED BY SIZE
                      ' VALOR '       DELIMITED BY SIZE
                      WRK-VALOR-ED    DELIMITED BY SIZE
                 INTO ORDA-REFERENCIA
               END-STRING
               MOVE RAZAO-OPER  TO ORDA-OPERADOR
               MOVE SPACES TO ORDA-ACAO
               STRING 'LANCA '        DELIMITED BY SIZE
                      RAZAO-TIPO      DELIMITED BY SIZE
                 INTO ORDA-ACAO
               END-STRING
               PERFORM 0290-LIBERA
               IF RAZAO-APROV NOT = SPACES
                   MOVE RAZAO-APROV TO ORDA-OPERADOR
                   MOVE SPACES TO ORDA-ACAO
                   STRING 'APROVA '   DELIMITED BY SIZE
                          RAZAO-TIPO  DELIMITED BY SIZE
                     INTO ORDA-ACAO
                   END-STRING
                   PERFORM 0290-LIBERA
               END-IF
               READ RAZAO NEXT RECORD
           END-PERFORM.
           CLOSE RAZAO.

       0220-SAIDA.
           EXIT.

      *    A FILA GUARDA SO O MOMENTO DO PEDIDO: A RECUSA SAI NA DATA
      *    DO PEDIDO, SEM HORA.
       0230-APROVACAO                SECTION.
           OPEN INPUT APROVACAO.
           IF FS-FONTE NOT = 0
               MOVE 'APROVACAO' TO WRK-FONTE
               PERFORM 0295-FONTE-AUSENTE
               GO TO 0230-SAIDA
           END-IF.
           READ APROVACAO NEXT RECORD.
           PERFORM UNTIL FS-FONTE NOT = 0
               MOVE APROV-DATAHORA(1:8) TO ORDA-DATA
               MOVE APROV-DATAHORA(9:6) TO ORDA-HORA
               MOVE 'APROVACAO'         TO ORDA-SUBSISTEMA
               MOVE APROV-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO ORDA-REFERENCIA
               STRING 'CONTA '          DELIMITED BY SIZE
                      APROV-CONTA       DELIMITED BY SIZE
                      ' VALOR '         DELIMITED BY SIZE
                      WRK-VALOR-ED      DELIMITED BY SIZE
                      ' SIT '           DELIMITED BY SIZE
                      APROV-SITUACAO    DELIMITED BY SIZE
                 INTO ORDA-REFERENCIA
               END-STRING
               MOVE APROV-OPERADOR TO ORDA-OPERADOR
               MOVE SPACES TO ORDA-ACAO
               STRING 'PEDE '           DELIMITED BY SIZE
                      APROV-TIPO        DELIMITED BY SIZE
                 INTO ORDA-ACAO
               END-STRING
               PERFORM 0290-LIBERA
               IF APROV-RECUSADO AND APROV-APROVADOR NOT = SPACES
                   MOVE APROV-APROVADOR TO ORDA-OPERADOR
                   MOVE SPACES TO ORDA-HORA
                   MOVE SPACES TO ORDA-ACAO
                   STRING 'RECUSA '     DELIMITED BY SIZE
                          APROV-TIPO    DELIMITED BY SIZE
                     INTO ORDA-ACAO
                   END-STRING
                   PERFORM 0290-LIBERA
               END-IF
               READ APROVACAO NEXT RECORD
           END-PERFORM.
           CLOSE APROVACAO.

       0230-SAIDA.
           EXIT.

       0240-PEDIDOS                  SECTION.
           OPEN INPUT PEDIDOS.
           IF FS-FONTE NOT = 0
               MOVE 'PEDIDOS' TO WRK-FONTE
               PERFORM 0295-FONTE-AUSENTE
               GO TO 0240-SAIDA
           END-IF.
           READ PEDIDOS NEXT RECORD.
           PERFORM UNTIL FS-FONTE NOT = 0
               IF PED-TIPO = 'H' OR PED-TIPO = 'C' OR PED-TIPO = 'D'
                   MOVE PED-OPERADOR TO ORDA-OPERADOR
                   MOVE PED-DATA     TO ORDA-DATA
                   MOVE SPACES       TO ORDA-HORA
                   MOVE 'PEDIDOS'    TO ORDA-SUBSISTEMA
                   EVALUATE PED-TIPO
                     WHEN 'H'
                       MOVE 'DIGITA'    TO ORDA-ACAO
                     WHEN 'C'
                       MOVE 'CANCELA'   TO ORDA-ACAO
                     WHEN OTHER
                       MOVE 'DEVOLUCAO' TO ORDA-ACAO
                   END-EVALUATE
                   MOVE SPACES TO ORDA-REFERENCIA
                   STRING 'PEDIDO '     DELIMITED BY SIZE
                          PED-NUMERO    DELIMITED BY SIZE
                     INTO ORDA-REFERENCIA
                   END-STRING
                   PERFORM 0290-LIBERA
               END-IF
               READ PEDIDOS NEXT RECORD
           END-PERFORM.
           CLOSE PEDIDOS.

       0240-SAIDA.
           EXIT.

       0250-PRECOS                   SECTION.
           OPEN INPUT PRECOS.
           IF FS-FONTE NOT = 0
               MOVE 'CATALOGO' TO WRK-FONTE
               PERFORM 0295-FONTE-AUSENTE
               GO TO 0250-SAIDA
           END-IF.
           READ PRECOS NEXT RECORD.
           PERFORM UNTIL FS-FONTE NOT = 0
               MOVE PRECO-OPERADOR       TO ORDA-OPERADOR
               MOVE PRECO-DATAHORA(1:8)  TO ORDA-DATA
               MOVE PRECO-DATAHORA(9:6)  TO ORDA-HORA
               MOVE 'CATALOGO'           TO ORDA-SUBSISTEMA
               MOVE 'PRECO'              TO ORDA-ACAO
               MOVE PRECO-VALOR TO WRK-VALOR-ED
               MOVE SPACES TO ORDA-REFERENCIA
               STRING 'PRODUTO '         DELIMITED BY SIZE
                      PRECO-CODIGO       DELIMITED BY SIZE
                      ' VIGENCIA '       DELIMITED BY SIZE
                      PRECO-DATA-VIG     DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-VALOR-ED       DELIMITED BY SIZE
                 INTO ORDA-REFERENCIA
               END-STRING
               PERFORM 0290-LIBERA
               READ PRECOS NEXT RECORD
           END-PERFORM.
           CLOSE PRECOS.

       0250-SAIDA.
           EXIT.

       0260-CONSENT                  SECTION.
           OPEN INPUT CONSENT.
           IF FS-FONTE NOT = 0
               MOVE 'CONSENT' TO WRK-FONTE
               PERFORM 0295-FONTE-AUSENTE
               GO TO 0260-SAIDA
           END-IF.
           READ CONSENT NEXT RECORD.
           PERFORM UNTIL FS-FONTE NOT = 0
               MOVE CONSENT-OPERADOR       TO ORDA-OPERADOR
               MOVE CONSENT-DATAHORA(1:8)  TO ORDA-DATA
               MOVE CONSENT-DATAHORA(9:6)  TO ORDA-HORA
               MOVE 'CONSENT'              TO ORDA-SUBSISTEMA
               MOVE SPACES TO ORDA-ACAO
               STRING 'REGISTRA '          DELIMITED BY SIZE
                      CONSENT-FLAG         DELIMITED BY SIZE
                 INTO ORDA-ACAO
               END-STRING
               MOVE ALL '*' TO WRK-FONE-VISAO
               MOVE CONSENT-FONE(9:4) TO WRK-FONE-VISAO(9:4)
               MOVE SPACES TO ORDA-REFERENCIA
               STRING 'TEL '               DELIMITED BY SIZE
                      CONSENT-PAIS         DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      WRK-FONE-VISAO       DELIMITED BY SIZE
                      ' BASE '             DELIMITED BY SIZE
                      CONSENT-BASE         DELIMITED BY SIZE
                 INTO ORDA-REFERENCIA
               END-STRING
               PERFORM 0290-LIBERA
               READ CONSENT NEXT RECORD
           END-PERFORM.
           CLOSE CONSENT.

       0260-SAIDA.
           EXIT.

       0270-REAJUSTES                SECTION.
           OPEN INPUT REAJLOG.
           IF FS-FONTE NOT = 0
               MOVE 'FOLHA' TO WRK-FONTE
               PERFORM 0295-FONTE-AUSENTE
               GO TO 0270-SAIDA
           END-IF.
           READ REAJLOG NEXT RECORD.
           PERFORM UNTIL FS-FONTE NOT = 0
               MOVE REAJ-OPERADOR   TO ORDA-OPERADOR
               MOVE REAJ-DATA       TO ORDA-DATA
               MOVE SPACES          TO ORDA-HORA
               MOVE 'FOLHA'         TO ORDA-SUBSISTEMA
               MOVE 'REAJUSTE'      TO ORDA-ACAO
               MOVE REAJ-PERCENTUAL TO WRK-PCT-ED
               MOVE SPACES TO ORDA-REFERENCIA
               STRING 'FUNCIONARIO '   DELIMITED BY SIZE
                      REAJ-FUNC-ID     DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      WRK-PCT-ED       DELIMITED BY SIZE
                      '%'              DELIMITED BY SIZE
                 INTO ORDA-REFERENCIA
               END-STRING
               PERFORM 0290-LIBERA
               READ REAJLOG NEXT RECORD
           END-PERFORM.
           CLOSE REAJLOG.

       0270-SAIDA.
           EXIT.

       0280-SEGURANCA                SECTION.
           OPEN INPUT SEGLOG.
           IF FS-FONTE NOT = 0
               MOVE 'SEGURANCA' TO WRK-FONTE
               PERFORM 0295-FONTE-AUSENTE
               GO TO 0280-SAIDA
           END-IF.
           READ SEGLOG NEXT RECORD.
           PERFORM UNTIL FS-FONTE NOT = 0
               MOVE SEGEVT-OPERADOR       TO ORDA-OPERADOR
               MOVE SEGEVT-DATAHORA(1:8)  TO ORDA-DATA
               MOVE SEGEVT-DATAHORA(9:6)  TO ORDA-HORA
               MOVE 'SEGURANCA'           TO ORDA-SUBSISTEMA
               MOVE SEGEVT-EVENTO         TO ORDA-ACAO
               MOVE SEGEVT-DETALHE        TO ORDA-REFERENCIA
               PERFORM 0290-LIBERA
               READ SEGLOG NEXT RECORD
           END-PERFORM.
           CLOSE SEGLOG.

       0280-SAIDA.
           EXIT.

      *    FILTRO COMUM: PERIODO E OPERADOR. LINHA SEM OPERADOR
      *    (ANTERIOR AO CAMPO NA FONTE) SO E CONTADA NO RODAPE.
       0290-LIBERA                   SECTION.
           IF ORDA-DATA NOT NUMERIC
                   OR ORDA-DATA < WRK-DATA-DE
                   OR ORDA-DATA > WRK-DATA-ATE
               GO TO 0290-SAIDA
           END-IF.
           IF ORDA-OPERADOR = SPACES OR ORDA-OPERADOR = LOW-VALUES
               ADD 1 TO WRK-QT-SEM-OPERADOR
               GO TO 0290-SAIDA
           END-IF.
           IF WRK-FILTRO NOT = SPACES
                   AND ORDA-OPERADOR NOT = WRK-FILTRO
               GO TO 0290-SAIDA
           END-IF.
           IF ORDA-HORA NOT NUMERIC
               MOVE SPACES TO ORDA-HORA
           END-IF.
           RELEASE ORDATV-REG.

       0290-SAIDA.
           EXIT.

       0295-FONTE-AUSENTE            SECTION.
           STRING FUNCTION TRIM(WRK-FONTE) DELIMITED BY SIZE
                  ' '                      DELIMITED BY SIZE
             INTO WRK-FONTES-AUSENTES WITH POINTER WRK-PTR-AUSENTES
           END-STRING.

       0500-IMPRIME                  SECTION.
           RETURN ORDATV
             AT END
               MOVE 10 TO FS-ORDATV
             NOT AT END
               MOVE 0 TO FS-ORDATV
           END-RETURN.
           PERFORM UNTIL FS-ORDATV NOT = 0
               IF WRK-GRUPO-ABERTO = 'S'
                       AND ORDA-OPERADOR NOT = WRK-OPER-ATUAL
                   PERFORM 0550-FECHA-OPERADOR
               END-IF
               IF WRK-GRUPO-ABERTO NOT = 'S'
                   PERFORM 0520-ABRE-OPERADOR
               END-IF
               PERFORM 0530-LINHA-EVENTO
               RETURN ORDATV
                 AT END
                   MOVE 10 TO FS-ORDATV
                 NOT AT END
                   MOVE 0 TO FS-ORDATV
               END-RETURN
           END-PERFORM.
           IF WRK-GRUPO-ABERTO = 'S'
               PERFORM 0550-FECHA-OPERADOR
           ELSE
               MOVE 'NENHUMA ATIVIDADE NO PERIODO' TO WRK-LINHA
               PERFORM 0800-GRAVA-LINHA
           END-IF.

       0520-ABRE-OPERADOR            SECTION.
           MOVE 'S' TO WRK-GRUPO-ABERTO.
           MOVE ORDA-OPERADOR TO WRK-OPER-ATUAL.
           MOVE ZEROS TO WRK-OPER-QT WRK-OPER-FORA.
           ADD 1 TO WRK-QT-OPERADORES.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'OPERADOR: '   DELIMITED BY SIZE
                  ORDA-OPERADOR  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'DATA       HORA     SUBSISTEMA ACAO       REFERENCIA'
             TO WRK-LINHA.
           MOVE 'AVISO' TO WRK-LINHA(84:5).
           PERFORM 0800-GRAVA-LINHA.

       0530-LINHA-EVENTO             SECTION.
           PERFORM 0600-AVALIA-MOMENTO.
           ADD 1 TO WRK-OPER-QT WRK-QT-EVENTOS.
           IF WRK-AVISO NOT = SPACES
               ADD 1 TO WRK-OPER-FORA WRK-QT-FORA
           END-IF.
           PERFORM 0650-CONTA-ACAO.
           MOVE SPACES TO WRK-DATA-ED.
           STRING ORDA-DATA(7:2)  DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  ORDA-DATA(5:2)  DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  ORDA-DATA(1:4)  DELIMITED BY SIZE
             INTO WRK-DATA-ED
           END-STRING.
           MOVE SPACES TO WRK-HORA-ED.
           IF ORDA-HORA NOT = SPACES
               STRING ORDA-HORA(1:2) DELIMITED BY SIZE
                      ':'            DELIMITED BY SIZE
                      ORDA-HORA(3:2) DELIMITED BY SIZE
                      ':'            DELIMITED BY SIZE
                      ORDA-HORA(5:2) DELIMITED BY SIZE
                 INTO WRK-HORA-ED
               END-STRING
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           MOVE WRK-DATA-ED       TO WRK-LINHA(1:10).
           MOVE WRK-HORA-ED       TO WRK-LINHA(12:8).
           MOVE ORDA-SUBSISTEMA   TO WRK-LINHA(21:10).
           MOVE ORDA-ACAO         TO WRK-LINHA(32:10).
           MOVE ORDA-REFERENCIA   TO WRK-LINHA(43:40).
           MOVE WRK-AVISO         TO WRK-LINHA(84:16).
           PERFORM 0800-GRAVA-LINHA.

       0550-FECHA-OPERADOR           SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING '  TOTAL DO OPERADOR '  DELIMITED BY SIZE
                  WRK-OPER-ATUAL          DELIMITED BY SIZE
                  ': '                    DELIMITED BY SIZE
                  WRK-OPER-QT             DELIMITED BY SIZE
                  ' ACOES, '              DELIMITED BY SIZE
                  WRK-OPER-FORA           DELIMITED BY SIZE
                  ' FORA DO EXPEDIENTE'   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'N' TO WRK-GRUPO-ABERTO.

      *    DIA NAO UTIL PELO DIAUTIL (COM CACHE DOS DIAS JA
      *    PERGUNTADOS); NO DIA UTIL, HORA FORA DO EXPEDIENTE. SEM
      *    HORA NA FONTE SO O DIA CONTA.
       0600-AVALIA-MOMENTO           SECTION.
           MOVE SPACES TO WRK-AVISO.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-DIAS OR TAB-ACHOU
               IF WRK-DIA-DATA(WRK-T) = ORDA-DATA
                   MOVE 'S' TO WRK-TAB-ACHOU
                   MOVE WRK-DIA-EH-UTIL(WRK-T) TO WRK-DIA-UTIL
               END-IF
           END-PERFORM.
           IF NOT TAB-ACHOU
               MOVE 'E'       TO DIAUTIL-FUNCAO
               MOVE ORDA-DATA TO DIAUTIL-DATA
               CALL 'DIAUTIL' USING DIAUTIL-PARM
               MOVE DIAUTIL-EH-UTIL TO WRK-DIA-UTIL
               IF WRK-QT-DIAS < 400
                   ADD 1 TO WRK-QT-DIAS
                   MOVE ORDA-DATA    TO WRK-DIA-DATA(WRK-QT-DIAS)
                   MOVE WRK-DIA-UTIL TO WRK-DIA-EH-UTIL(WRK-QT-DIAS)
               END-IF
           END-IF.
           IF WRK-DIA-UTIL NOT = 'S'
               MOVE '** DIA NAO UTIL' TO WRK-AVISO
               GO TO 0600-SAIDA
           END-IF.
           IF ORDA-HORA = SPACES
               GO TO 0600-SAIDA
           END-IF.
           MOVE ORDA-HORA TO WRK-HORA-NUM.
           IF WRK-HORA-NUM < CFG-EXPEDIENTE-INI * 100
                   OR WRK-HORA-NUM >= CFG-EXPEDIENTE-FIM * 100
               MOVE '** FORA EXPED.' TO WRK-AVISO
           END-IF.

       0600-SAIDA.
           EXIT.

       0650-CONTA-ACAO               SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-ACOES OR TAB-ACHOU
               IF WRK-ACAO-SUBSISTEMA(WRK-T) = ORDA-SUBSISTEMA
                       AND WRK-ACAO-NOME(WRK-T) = ORDA-ACAO
                   MOVE 'S' TO WRK-TAB-ACHOU
                   SUBTRACT 1 FROM WRK-T
               END-IF
           END-PERFORM.
           IF NOT TAB-ACHOU
               IF WRK-QT-ACOES = 150
                   GO TO 0650-SAIDA
               END-IF
               ADD 1 TO WRK-QT-ACOES
               MOVE WRK-QT-ACOES    TO WRK-T
               MOVE ORDA-SUBSISTEMA TO WRK-ACAO-SUBSISTEMA(WRK-T)
               MOVE ORDA-ACAO       TO WRK-ACAO-NOME(WRK-T)
               MOVE ZEROS TO WRK-ACAO-QT(WRK-T) WRK-ACAO-FORA(WRK-T)
           END-IF.
           ADD 1 TO WRK-ACAO-QT(WRK-T).
           IF WRK-AVISO NOT = SPACES
               ADD 1 TO WRK-ACAO-FORA(WRK-T)
           END-IF.

       0650-SAIDA.
           EXIT.

       0700-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'CONTAGEM POR TIPO DE ACAO' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'SUBSISTEMA ACAO            QTDE  FORA EXPED.'
             TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-ACOES
               MOVE SPACES TO WRK-LINHA
               STRING WRK-ACAO-SUBSISTEMA(WRK-T) DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WRK-ACAO-NOME(WRK-T)       DELIMITED BY SIZE
                      ' '                        DELIMITED BY SIZE
                      WRK-ACAO-QT(WRK-T)         DELIMITED BY SIZE
                      '     '                    DELIMITED BY SIZE
                      WRK-ACAO-FORA(WRK-T)       DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           STRING 'OPERADORES: '          DELIMITED BY SIZE
                  WRK-QT-OPERADORES       DELIMITED BY SIZE
                  '  ACOES: '             DELIMITED BY SIZE
                  WRK-QT-EVENTOS          DELIMITED BY SIZE
                  '  FORA DO EXPEDIENTE: ' DELIMITED BY SIZE
                  WRK-QT-FORA             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           IF WRK-QT-SEM-OPERADOR > 0
               MOVE SPACES TO WRK-LINHA
               STRING 'LINHAS SEM OPERADOR NAS FONTES (FORA DA '
                                          DELIMITED BY SIZE
                      'LISTAGEM): '       DELIMITED BY SIZE
                      WRK-QT-SEM-OPERADOR DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
           END-IF.
           IF WRK-FONTES-AUSENTES NOT = SPACES
               MOVE SPACES TO WRK-LINHA
               STRING 'FONTES NAO DISPONIVEIS: ' DELIMITED BY SIZE
                      WRK-FONTES-AUSENTES        DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
           END-IF.
           CLOSE ATVREL.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO ATVREL-REG.
           WRITE ATVREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-OPERADOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-OPERADOR
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLILOG.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLILOG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-APROVACAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGTOS.APR.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-APROVACAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PEDIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PEDIDOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRECOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRECOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRECOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONSENT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.CON.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONSENT
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REAJLOG.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNC.REAJ.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REAJLOG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-SEGLOG.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'SEGURANCA.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-SEGLOG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ATVREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ATIVOPER.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ATVREL
           END-STRING.

       COPY CFGLER.
