       IDENTIFICATION DIVISION.
       PROGRAM-ID. PONTMOV.
      ******************************************************************
      *OBJETIVO: ROTINA COMPARTILHADA DOS PONTOS DE FIDELIDADE, NO
      *          ESPIRITO DO NOTIFICA: QUEM GANHA, RESGATA, ESTORNA,
      *          EXPIRA OU TRANSFERE PONTOS CHAMA
      *          CALL 'PONTMOV' USING PONTMOV-PARM (VIDE PONTMW.cpy) E
      *          A ROTINA ATUALIZA O SALDO DA CHAVE NO PONTOS.DAT.TXT E
      *          GRAVA O MOVIMENTO NO RAZAO PONTOS.MOV.TXT. NINGUEM MAIS
      *          GRAVA NESSES DOIS ARQUIVOS, PARA O SALDO SEMPRE BATER
      *          COM A SOMA DO RAZAO. USADA PELA ENTRADA DE PEDIDOS
      *          (EXERCICIOIF-ELSE), PELO CANCPED, PELO PONTEXP E PELA
      *          FUSAO DE CADASTROS (FUSAUTIL).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT PONTOS ASSIGN TO WRK-ARQ-PONTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PONTOS
               RECORD KEY      IS PTS-CHAVE.

           SELECT PONTMOVS ASSIGN TO WRK-ARQ-PONTMOVS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PONTMOVS.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PONTOS.
       COPY PONTREG.

       FD  PONTMOVS.
       COPY PMOVREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PONTOS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PONTMOVS             PIC X(80) VALUE SPACES.
       77  FS-PONTOS                    PIC 9(02) VALUE ZEROS.
       77  FS-PONTMOVS                  PIC 9(02) VALUE ZEROS.
       77  WRK-NOVO                     PIC X(01) VALUE 'N'.

       LINKAGE SECTION.
       COPY PONTMW.

       PROCEDURE DIVISION USING PONTMOV-PARM.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           MOVE 'N' TO PONTMOV-RETORNO.
           MOVE ZEROS TO PONTMOV-SALDO.
           IF PONTMOV-FUNCAO = 'M'
               PERFORM 0200-MOVIMENTA
           ELSE
               PERFORM 0100-CONSULTA-SALDO
           END-IF.
           GOBACK.

       0100-CONSULTA-SALDO           SECTION.
           OPEN INPUT PONTOS.
           IF FS-PONTOS NOT = 0
      *        SEM ARQUIVO AINDA, NINGUEM TEM PONTOS: SALDO ZERO.
               IF FS-PONTOS = 35
                   MOVE 'S' TO PONTMOV-RETORNO
               END-IF
               GO TO 0100-SAIDA
           END-IF.
           MOVE PONTMOV-CHAVE TO PTS-CHAVE.
           READ PONTOS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE PTS-SALDO TO PONTMOV-SALDO
           END-READ.
           MOVE 'S' TO PONTMOV-RETORNO.
           CLOSE PONTOS.

       0100-SAIDA.
           EXIT.

       0200-MOVIMENTA                SECTION.
           OPEN I-O PONTOS.
           IF FS-PONTOS = 35
               OPEN OUTPUT PONTOS
               CLOSE PONTOS
               OPEN I-O PONTOS
           END-IF.
           IF FS-PONTOS NOT = 0
               DISPLAY "SALDOS DE PONTOS INDISPONIVEIS, STATUS="
                       FS-PONTOS
               GO TO 0200-SAIDA
           END-IF.
           OPEN EXTEND PONTMOVS.
           IF FS-PONTMOVS = 35
               OPEN OUTPUT PONTMOVS
               CLOSE PONTMOVS
               OPEN EXTEND PONTMOVS
           END-IF.
           IF FS-PONTMOVS NOT = 0
               DISPLAY "RAZAO DE PONTOS INDISPONIVEL, STATUS="
                       FS-PONTMOVS
               CLOSE PONTOS
               GO TO 0200-SAIDA
           END-IF.
           MOVE PONTMOV-CHAVE TO PTS-CHAVE.
           MOVE 'N' TO WRK-NOVO.
           READ PONTOS
             INVALID KEY
               MOVE 'S' TO WRK-NOVO
               MOVE ZEROS TO PTS-SALDO PTS-ACUMULADO
           END-READ.
           MOVE PONTMOV-TIPO TO PMOV-TIPO.
           IF PMOV-DEBITO
               IF PONTMOV-QTDE > PTS-SALDO
                   MOVE PTS-SALDO TO PONTMOV-QTDE
               END-IF
               SUBTRACT PONTMOV-QTDE FROM PTS-SALDO
           ELSE
               ADD PONTMOV-QTDE TO PTS-SALDO
               IF PONTMOV-TIPO = 'AC'
                   ADD PONTMOV-QTDE TO PTS-ACUMULADO
               END-IF
           END-IF.
           MOVE PTS-SALDO TO PONTMOV-SALDO.
           MOVE 'S' TO PONTMOV-RETORNO.
      *    MOVIMENTO ZERADO (DEBITO SEM SALDO) NAO SUJA O RAZAO.
           IF PONTMOV-QTDE = ZEROS
               GO TO 0200-FECHA
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO PTS-ULT-MOV.
           IF WRK-NOVO = 'S'
               WRITE PONTOS-REG
           ELSE
               REWRITE PONTOS-REG
           END-IF.
           MOVE PONTMOV-CHAVE  TO PMOV-CHAVE.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PMOV-DATAHORA.
           MOVE PONTMOV-QTDE   TO PMOV-PONTOS.
           MOVE PONTMOV-PEDIDO TO PMOV-PEDIDO.
           MOVE PTS-SALDO      TO PMOV-SALDO.
           MOVE PONTMOV-ORIGEM TO PMOV-ORIGEM.
           WRITE PMOV-REG.

       0200-FECHA.
           CLOSE PONTOS PONTMOVS.

       0200-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PONTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PONTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PONTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PONTMOVS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PONTOS.MOV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PONTMOVS
           END-STRING.

       COPY CFGLER.
