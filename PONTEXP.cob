       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTEXP.
      ******************************************************************
      *OBJETIVO: EXPIRACAO ANUAL DOS PONTOS DE FIDELIDADE. O PONTO
      *          VALE POR PONTOS-VALIDADE MESES (SISTEMA.CFG.TXT)
      *          CONTADOS DO GANHO. O RAZAO (PONTOS.MOV.TXT) E
      *          CLASSIFICADO POR CLIENTE E, PARA CADA UM, OS CREDITOS
      *          ANTERIORES AO CORTE (DATA DE REFERENCIA MENOS A
      *          VALIDADE) MENOS TODOS OS DEBITOS JA FEITOS (RESGATES,
      *          ESTORNOS, EXPIRACOES E TRANSFERENCIAS) E O QUE VENCEU
      *          SEM SER USADO - OS DEBITOS CONSOMEM SEMPRE OS PONTOS
      *          MAIS ANTIGOS PRIMEIRO. O VENCIDO SAI DO SALDO COMO
      *          MOVIMENTO 'EX' PELA ROTINA PONTMOV.
      *          DATA DE REFERENCIA = HOJE, OU 'DATA AAAAMMDD' NA
      *          LINHA DE COMANDO. RODAR DE NOVO NA MESMA DATA NAO
      *          EXPIRA DUAS VEZES (A EXPIRACAO ANTERIOR JA E DEBITO).
      *          LISTA POR CLIENTE NA TELA E EM PONTOS.EXP.RPT.TXT.
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

           SELECT EXPREL ASSIGN TO WRK-ARQ-EXPREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EXPREL.

           SELECT ORDMOV ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PONTMOVS.
       01  PONTMOVS-REG                 PIC X(63).

       FD  EXPREL.
       01  EXPREL-REG                   PIC X(80).

       SD  ORDMOV.
       COPY PMOVREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PONTMOVS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EXPREL               PIC X(80) VALUE SPACES.
       77  FS-PONTMOVS                  PIC 9(02) VALUE ZEROS.
       77  FS-EXPREL                    PIC 9(02) VALUE ZEROS.
       77  FS-ORDMOV                    PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-DATA-REF                 PIC 9(08) VALUE ZEROS.
       77  WRK-MESES                    PIC 9(07) VALUE ZEROS.
       01  WRK-DATA-CORTE.
           05 WRK-CORTE-ANO             PIC 9(04).
           05 WRK-CORTE-MES             PIC 9(02).
           05 WRK-CORTE-DIA             PIC 9(02).
       01  WRK-CHAVE-ATUAL.
           05 WRK-ATUAL-PAIS            PIC 9(03).
           05 WRK-ATUAL-FONE            PIC 9(12).
       77  WRK-CREDITO-ANTIGO           PIC 9(11) VALUE ZEROS.
       77  WRK-DEBITOS                  PIC 9(11) VALUE ZEROS.
       77  WRK-VENCIDOS                 PIC 9(11) VALUE ZEROS.
       77  WRK-QT-MOVIMENTOS            PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CLIENTES              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-EXPIRADOS             PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-EXPIRADO             PIC 9(11) VALUE ZEROS.
       77  WRK-PONTOS-ED                PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-SALDO-ED                 PIC ZZZ.ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       COPY PONTMW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           SORT ORDMOV ON ASCENDING KEY PMOV-CHAVE
               USING PONTMOVS
               OUTPUT PROCEDURE IS 0200-APURA-VENCIDOS.
           PERFORM 0400-FINALIZAR.
           GOBACK.

      *    CORTE = REFERENCIA MENOS A VALIDADE EM MESES, NO MESMO DIA
      *    (LIMITADO A 28 PARA NAO CAIR EM DATA QUE NAO EXISTE).
       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'DATA'
                   AND WRK-PARAMETRO(6:8) IS NUMERIC
               MOVE WRK-PARAMETRO(6:8) TO WRK-DATA-REF
           ELSE
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           MOVE WRK-DATA-REF TO WRK-DATA-CORTE.
           COMPUTE WRK-MESES = WRK-CORTE-ANO * 12 + WRK-CORTE-MES - 1
                             - CFG-PONTOS-VALIDADE.
           DIVIDE WRK-MESES BY 12 GIVING WRK-CORTE-ANO
                  REMAINDER WRK-CORTE-MES.
           ADD 1 TO WRK-CORTE-MES.
           IF WRK-CORTE-DIA > 28
               MOVE 28 TO WRK-CORTE-DIA
           END-IF.
           OPEN INPUT PONTMOVS.
           IF FS-PONTMOVS NOT = 0
               DISPLAY "RAZAO DE PONTOS NAO FOI ABERTO, STATUS="
                       FS-PONTMOVS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           CLOSE PONTMOVS.
           OPEN OUTPUT EXPREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EXPIRACAO DE PONTOS EM '  DELIMITED BY SIZE
                  WRK-DATA-REF               DELIMITED BY SIZE
                  ' - GANHOS ATE '           DELIMITED BY SIZE
                  WRK-DATA-CORTE             DELIMITED BY SIZE
                  ' (EXCLUSIVE)'             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE 'CLIENTE             PONTOS VENCIDOS   SALDO APOS'
             TO WRK-LINHA.
           PERFORM 0500-GRAVA-LINHA.

       0200-APURA-VENCIDOS           SECTION.
           RETURN ORDMOV
             AT END
               MOVE 10 TO FS-ORDMOV
             NOT AT END
               MOVE 0 TO FS-ORDMOV
           END-RETURN.
           PERFORM UNTIL FS-ORDMOV = 10
               MOVE PMOV-CHAVE TO WRK-CHAVE-ATUAL
               MOVE ZEROS TO WRK-CREDITO-ANTIGO WRK-DEBITOS
               PERFORM UNTIL FS-ORDMOV = 10
                          OR PMOV-CHAVE NOT = WRK-CHAVE-ATUAL
                   ADD 1 TO WRK-QT-MOVIMENTOS
                   IF PMOV-DEBITO
                       ADD PMOV-PONTOS TO WRK-DEBITOS
                   ELSE
                       IF PMOV-DATAHORA(1:8) < WRK-DATA-CORTE
                           ADD PMOV-PONTOS TO WRK-CREDITO-ANTIGO
                       END-IF
                   END-IF
                   RETURN ORDMOV
                     AT END
                       MOVE 10 TO FS-ORDMOV
                   END-RETURN
               END-PERFORM
               ADD 1 TO WRK-QT-CLIENTES
               IF WRK-CREDITO-ANTIGO > WRK-DEBITOS
                   COMPUTE WRK-VENCIDOS =
                           WRK-CREDITO-ANTIGO - WRK-DEBITOS
                   PERFORM 0300-EXPIRA
               END-IF
           END-PERFORM.

       0300-EXPIRA                   SECTION.
           MOVE 'M'             TO PONTMOV-FUNCAO.
           MOVE WRK-CHAVE-ATUAL TO PONTMOV-CHAVE.
           MOVE 'EX'            TO PONTMOV-TIPO.
           MOVE WRK-VENCIDOS    TO PONTMOV-QTDE.
           MOVE ZEROS           TO PONTMOV-PEDIDO.
           MOVE 'PONTEXP '      TO PONTMOV-ORIGEM.
           CALL 'PONTMOV' USING PONTMOV-PARM.
           IF PONTMOV-RETORNO NOT = 'S'
               DISPLAY "EXPIRACAO NAO LANCADA PARA " WRK-ATUAL-PAIS
                       " " WRK-ATUAL-FONE
               MOVE 8 TO RETURN-CODE
               GO TO 0300-SAIDA
           END-IF.
           IF PONTMOV-QTDE = ZEROS
               GO TO 0300-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-EXPIRADOS.
           ADD PONTMOV-QTDE TO WRK-TOT-EXPIRADO.
           MOVE PONTMOV-QTDE  TO WRK-PONTOS-ED.
           MOVE PONTMOV-SALDO TO WRK-SALDO-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-ATUAL-PAIS DELIMITED BY SIZE
                  ' '            DELIMITED BY SIZE
                  WRK-ATUAL-FONE DELIMITED BY SIZE
                  '    '         DELIMITED BY SIZE
                  WRK-PONTOS-ED  DELIMITED BY SIZE
                  '   '          DELIMITED BY SIZE
                  WRK-SALDO-ED   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.

       0300-SAIDA.
           EXIT.

       0400-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MOVIMENTOS LIDOS: ' DELIMITED BY SIZE
                  WRK-QT-MOVIMENTOS    DELIMITED BY SIZE
                  '  CLIENTES: '       DELIMITED BY SIZE
                  WRK-QT-CLIENTES      DELIMITED BY SIZE
                  '  COM EXPIRACAO: '  DELIMITED BY SIZE
                  WRK-QT-EXPIRADOS     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-EXPIRADO TO WRK-PONTOS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DE PONTOS EXPIRADOS: ' DELIMITED BY SIZE
                  WRK-PONTOS-ED                 DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           CLOSE EXPREL.

       0500-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO EXPREL-REG.
           WRITE EXPREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PONTMOVS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PONTOS.MOV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PONTMOVS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-EXPREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PONTOS.EXP.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EXPREL
           END-STRING.

       COPY CFGLER.
