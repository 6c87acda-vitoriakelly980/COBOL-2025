       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETBANCO.
      ******************************************************************
      *OBJETIVO: IMPORTA O ARQUIVO DE RETORNO DO BANCO (RETORNO.BCO.TXT,
      *          LAYOUT DO BCOREG.cpy) E BAIXA OS ITENS DA FILA DE
      *          PAGAMENTOS A OUTROS BANCOS (REMESSA.DAT.TXT):
      *            - O ARQUIVO SO E APLICADO SE O TRAILER BATER COM OS
      *              DETALHES (QUANTIDADE E SOMA DOS VALORES); SENAO
      *              NADA E BAIXADO (RC 8);
      *            - OCORRENCIA '00' CONFIRMA O ITEM (SITUACAO 'C');
      *            - QUALQUER OUTRA REJEITA O ITEM (SITUACAO 'R', COM A
      *              OCORRENCIA E A DESCRICAO DO BANCO COMO MOTIVO). SE
      *              O ITEM SAIU DE UMA CONTA (TRANSFERENCIA DO
      *              PAGCONTAS), O VALOR VOLTA PARA ELA NUM CREDITO
      *              'DE' NO RAZAO COM O NUMERO DO ITEM E O FAVORECIDO.
      *              CONTA DE ORIGEM ENCERRADA NAO RECEBE A DEVOLUCAO -
      *              FICA PARA A TESOURARIA RESOLVER. SALARIO REJEITADO
      *              NAO TEM CONTA DE ORIGEM: SO VAI AO RELATORIO;
      *            - ITEM DESCONHECIDO OU QUE NAO ESTAVA AGUARDANDO
      *              RETORNO (JA BAIXADO, NUNCA ENVIADO) NAO MEXE EM
      *              NADA E VAI AO RELATORIO - REIMPORTAR O MESMO
      *              RETORNO NAO DEVOLVE DUAS VEZES.
      *          REJEICOES E DIVERGENCIAS SAEM EM RETORNO.EXC.TXT E A
      *          TESOURARIA E AVISADA (ROTINA NOTIFICA) QUANDO HOUVER
      *          ALGUMA (RC 4). DIA JA FECHADO PELO FECHADIA NAO
      *          RECEBE LANCAMENTO (RC 8).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT RETORNO ASSIGN TO WRK-ARQ-RETORNO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RETORNO.

           SELECT REMFILA ASSIGN TO WRK-ARQ-REMFILA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-REMFILA
               RECORD KEY      IS REM-NUMERO.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CONTAS
               RECORD KEY      IS CONTA-NUMERO.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT FECHACTL ASSIGN TO WRK-ARQ-FECHACTL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FECHACTL.

           SELECT EXCECOES ASSIGN TO WRK-ARQ-EXCECOES
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EXCECOES.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  RETORNO.
       COPY BCOREG.

       FD  REMFILA.
       COPY REMREG.

       FD  CONTAS.
       COPY CONTAREG.

       FD  RAZAO.
       COPY RAZAOREG.

       FD  FECHACTL.
       01  FECHACTL-REG.
           05 FECHA-ULT-DATA            PIC 9(08).

       FD  EXCECOES.
       01  EXCECOES-REG                 PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-RETORNO              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REMFILA              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FECHACTL             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EXCECOES             PIC X(80) VALUE SPACES.
       77  FS-RETORNO                   PIC 9(02) VALUE ZEROS.
       77  FS-REMFILA                   PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS                    PIC 9(02) VALUE ZEROS.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-FECHACTL                  PIC 9(02) VALUE ZEROS.
       77  FS-EXCECOES                  PIC 9(02) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-FECHADA              PIC 9(08) VALUE ZEROS.
       77  WRK-SEQ                      PIC 9(04) VALUE ZEROS.
       77  WRK-RAZAO-ABERTO             PIC X(01) VALUE 'N'.
       77  WRK-LOTE                     PIC 9(06) VALUE ZEROS.
       77  WRK-TEM-HEADER               PIC X(01) VALUE 'N'.
       77  WRK-TEM-TRAILER              PIC X(01) VALUE 'N'.
       77  WRK-TRL-QTDE                 PIC 9(06) VALUE ZEROS.
       77  WRK-TRL-TOTAL                PIC 9(12)V99 VALUE ZEROS.
       77  WRK-QT-DETALHES              PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-DETALHES             PIC 9(12)V99 VALUE ZEROS.
       77  WRK-QT-CONFIRMADOS           PIC 9(06) VALUE ZEROS.
       77  WRK-QT-REJEITADOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QT-DEVOLVIDOS            PIC 9(06) VALUE ZEROS.
       77  WRK-QT-EXCECOES              PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-DEVOLVIDO            PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-ED                   PIC Z.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-MOTIVO                   PIC X(40) VALUE SPACES.
       COPY NOTIFW.
       COPY RAZSEQW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT FECHACTL.
           IF FS-FECHACTL = 0
               READ FECHACTL
                 NOT AT END
                   MOVE FECHA-ULT-DATA TO WRK-ULT-FECHADA
               END-READ
               CLOSE FECHACTL
           END-IF.
           IF WRK-HOJE <= WRK-ULT-FECHADA
               DISPLAY "DIA CONTABIL " WRK-HOJE " JA FECHADO (ULTIMO "
                       "FECHAMENTO " WRK-ULT-FECHADA ") - RETORNO NAO "
                       "IMPORTADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-CONFERE-TOTAIS.
           IF RETURN-CODE NOT = 0
               GOBACK
           END-IF.
           PERFORM 0200-APLICA-RETORNO.
           DISPLAY "======== RETORNO DO BANCO - LOTE " WRK-LOTE
                   " ========".
           DISPLAY "DETALHES LIDOS........: " WRK-QT-DETALHES.
           DISPLAY "CONFIRMADOS...........: " WRK-QT-CONFIRMADOS.
           DISPLAY "REJEITADOS............: " WRK-QT-REJEITADOS.
           DISPLAY "DEVOLVIDOS NA CONTA...: " WRK-QT-DEVOLVIDOS.
           MOVE WRK-TOT-DEVOLVIDO TO WRK-TOT-ED.
           DISPLAY "TOTAL DEVOLVIDO.......: " WRK-TOT-ED.
           DISPLAY "EXCECOES (RETORNO.EXC): " WRK-QT-EXCECOES.
           IF WRK-QT-EXCECOES > 0
               PERFORM 0700-AVISA-TESOURARIA
               MOVE 4 TO RETURN-CODE
           END-IF.
           GOBACK.

      *    PRIMEIRA PASSADA: SOMA OS DETALHES E CONFERE COM O TRAILER
      *    ANTES DE BAIXAR QUALQUER ITEM.
       0100-CONFERE-TOTAIS           SECTION.
           OPEN INPUT RETORNO.
           IF FS-RETORNO NOT = 0
               DISPLAY "RETORNO.BCO.TXT NAO FOI ABERTO, STATUS="
                       FS-RETORNO
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAIDA
           END-IF.
           READ RETORNO.
           PERFORM UNTIL FS-RETORNO = 10
               EVALUATE TRUE
                 WHEN BCO-HEADER
                   MOVE 'S'          TO WRK-TEM-HEADER
                   MOVE BCO-HDR-LOTE TO WRK-LOTE
                 WHEN BCO-DETALHE
                   ADD 1             TO WRK-QT-DETALHES
                   ADD BCO-DET-VALOR TO WRK-TOT-DETALHES
                 WHEN BCO-TRAILER
                   MOVE 'S'           TO WRK-TEM-TRAILER
                   MOVE BCO-TRL-QTDE  TO WRK-TRL-QTDE
                   MOVE BCO-TRL-TOTAL TO WRK-TRL-TOTAL
               END-EVALUATE
               READ RETORNO
           END-PERFORM.
           CLOSE RETORNO.
           IF WRK-TEM-HEADER NOT = 'S' OR WRK-TEM-TRAILER NOT = 'S'
               DISPLAY "RETORNO SEM HEADER OU SEM TRAILER - ARQUIVO "
                       "INCOMPLETO, NADA BAIXADO"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-TRL-QTDE NOT = WRK-QT-DETALHES
                   OR WRK-TRL-TOTAL NOT = WRK-TOT-DETALHES
               DISPLAY "TRAILER NAO CONFERE: " WRK-TRL-QTDE
                       " ITENS NO TRAILER, " WRK-QT-DETALHES
                       " NO ARQUIVO - NADA BAIXADO"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0100-SAIDA.
           EXIT.

       0200-APLICA-RETORNO           SECTION.
           OPEN I-O REMFILA.
           IF FS-REMFILA NOT = 0
               DISPLAY "FILA DE REMESSA NAO FOI ABERTA, STATUS="
                       FS-REMFILA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O CONTAS.
           IF FS-CONTAS NOT = 0
               DISPLAY "CADASTRO DE CONTAS NAO FOI ABERTO, STATUS="
                       FS-CONTAS
               CLOSE REMFILA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT EXCECOES.
           MOVE SPACES TO EXCECOES-REG.
           STRING 'EXCECOES DO RETORNO DO BANCO - LOTE '
                                        DELIMITED BY SIZE
                  WRK-LOTE              DELIMITED BY SIZE
                  ' - IMPORTADO EM '    DELIMITED BY SIZE
                  WRK-HOJE              DELIMITED BY SIZE
             INTO EXCECOES-REG
           END-STRING.
           WRITE EXCECOES-REG.
           OPEN INPUT RETORNO.
           READ RETORNO.
           PERFORM UNTIL FS-RETORNO = 10
               IF BCO-DETALHE
                   PERFORM 0300-BAIXA-ITEM
               END-IF
               READ RETORNO
           END-PERFORM.
           CLOSE RETORNO.
           CLOSE REMFILA.
           CLOSE CONTAS.
           CLOSE EXCECOES.
           IF WRK-RAZAO-ABERTO = 'S'
               CLOSE RAZAO
           END-IF.

       0300-BAIXA-ITEM               SECTION.
           MOVE BCO-DET-NUMERO TO REM-NUMERO.
           READ REMFILA
             INVALID KEY
               MOVE 'ITEM DESCONHECIDO NA FILA' TO WRK-MOTIVO
               PERFORM 0600-GRAVA-EXCECAO
               GO TO 0300-SAIDA
           END-READ.
           IF NOT REM-ENVIADO
               MOVE SPACES TO WRK-MOTIVO
               STRING 'ITEM NAO AGUARDAVA RETORNO (SITUACAO '
                                        DELIMITED BY SIZE
                      REM-SITUACAO      DELIMITED BY SIZE
                      ')'               DELIMITED BY SIZE
                 INTO WRK-MOTIVO
               END-STRING
               PERFORM 0600-GRAVA-EXCECAO
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-HOJE           TO REM-DATA-RETORNO.
           MOVE BCO-DET-OCORRENCIA TO REM-OCORRENCIA.
           IF BCO-DET-OCORRENCIA = '00'
               MOVE 'C' TO REM-SITUACAO
               ADD 1 TO WRK-QT-CONFIRMADOS
           ELSE
               MOVE 'R' TO REM-SITUACAO
               MOVE BCO-DET-DESCRICAO TO REM-MOTIVO
               ADD 1 TO WRK-QT-REJEITADOS
           END-IF.
           REWRITE REM-REG
             INVALID KEY
               MOVE 'ITEM NAO REGRAVADO NA FILA' TO WRK-MOTIVO
               PERFORM 0600-GRAVA-EXCECAO
               GO TO 0300-SAIDA
           END-REWRITE.
           IF REM-CONFIRMADO
               GO TO 0300-SAIDA
           END-IF.
           MOVE SPACES TO WRK-MOTIVO.
           STRING 'REJEITADO ' DELIMITED BY SIZE
                  REM-OCORRENCIA DELIMITED BY SIZE
                  ' '          DELIMITED BY SIZE
                  REM-MOTIVO   DELIMITED BY SIZE
             INTO WRK-MOTIVO
           END-STRING.
           PERFORM 0600-GRAVA-EXCECAO.
           IF REM-DE-CONTA
               PERFORM 0400-DEVOLVE-CONTA
           END-IF.

       0300-SAIDA.
           EXIT.

      *    DEVOLUCAO DA TRANSFERENCIA REJEITADA: CREDITO NA CONTA DE
      *    ORIGEM. CONTA BLOQUEADA RECEBE (E DINHEIRO DELA VOLTANDO);
      *    ENCERRADA NAO.
       0400-DEVOLVE-CONTA            SECTION.
           MOVE REM-CONTA TO CONTA-NUMERO.
           READ CONTAS
             INVALID KEY
               MOVE 'CONTA DE ORIGEM INEXISTENTE - SEM DEVOLUCAO'
                 TO WRK-MOTIVO
               PERFORM 0600-GRAVA-EXCECAO
               GO TO 0400-SAIDA
           END-READ.
           IF CONTA-ENCERRADA
               MOVE 'CONTA DE ORIGEM ENCERRADA - SEM DEVOLUCAO'
                 TO WRK-MOTIVO
               PERFORM 0600-GRAVA-EXCECAO
               GO TO 0400-SAIDA
           END-IF.
           ADD REM-VALOR TO CONTA-SALDO.
           REWRITE CONTA-REG
             INVALID KEY
               MOVE 'CONTA DE ORIGEM NAO REGRAVADA - SEM DEVOLUCAO'
                 TO WRK-MOTIVO
               PERFORM 0600-GRAVA-EXCECAO
               GO TO 0400-SAIDA
           END-REWRITE.
           PERFORM 0500-GRAVA-RAZAO.
           ADD 1 TO WRK-QT-DEVOLVIDOS.
           ADD REM-VALOR TO WRK-TOT-DEVOLVIDO.
           DISPLAY "DEVOLVIDO: ITEM " REM-NUMERO " CONTA " CONTA-NUMERO.

       0400-SAIDA.
           EXIT.

       0500-GRAVA-RAZAO              SECTION.
           IF WRK-RAZAO-ABERTO NOT = 'S'
               OPEN I-O RAZAO
               IF FS-RAZAO = 35
                   OPEN OUTPUT RAZAO
                   CLOSE RAZAO
                   OPEN I-O RAZAO
               END-IF
               MOVE 'S' TO WRK-RAZAO-ABERTO
           END-IF.
           MOVE CONTA-NUMERO          TO RAZAO-CONTA.
           MOVE WRK-HOJE              TO RAZAO-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE 'DE'                  TO RAZAO-TIPO.
           MOVE ZEROS                 TO RAZAO-CONTRA.
           MOVE REM-VALOR             TO RAZAO-VALOR.
           MOVE CONTA-SALDO           TO RAZAO-SALDO.
           MOVE 'RETBANCO'            TO RAZAO-OPER.
           MOVE SPACES                TO RAZAO-APROV.
           MOVE ZEROS                 TO RAZAO-TAXA.
           MOVE SPACES                TO RAZAO-BOLETO.
           MOVE REM-NUMERO            TO RAZAO-REM-NUMERO.
           MOVE REM-BANCO             TO RAZAO-REM-BANCO.
           MOVE REM-AGENCIA           TO RAZAO-REM-AGENCIA.
           MOVE REM-CONTA-DEST        TO RAZAO-REM-CONTA.
           PERFORM 9850-PROXIMA-SEQ-RAZAO.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE RAZAO-SEQ TO WRK-SEQ.

       0600-GRAVA-EXCECAO            SECTION.
           ADD 1 TO WRK-QT-EXCECOES.
           MOVE BCO-DET-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO EXCECOES-REG.
           STRING 'ITEM '              DELIMITED BY SIZE
                  BCO-DET-NUMERO       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  BCO-DET-NOME(1:20)   DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-MOTIVO           DELIMITED BY SIZE
             INTO EXCECOES-REG
           END-STRING.
           WRITE EXCECOES-REG.

       0700-AVISA-TESOURARIA         SECTION.
           MOVE 'TESOURARIA' TO NOTIF-DESTINO.
           MOVE 'RETBANCO'   TO NOTIF-ORIGEM.
           MOVE SPACES TO NOTIF-MENSAGEM.
           STRING 'RETORNO DO BANCO LOTE ' DELIMITED BY SIZE
                  WRK-LOTE                 DELIMITED BY SIZE
                  ': '                     DELIMITED BY SIZE
                  WRK-QT-EXCECOES          DELIMITED BY SIZE
                  ' EXCECOES EM RETORNO.EXC.TXT'
                                           DELIMITED BY SIZE
             INTO NOTIF-MENSAGEM
           END-STRING.
           CALL 'NOTIFICA' USING NOTIF-PARM.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-RETORNO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RETORNO.BCO.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RETORNO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REMFILA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REMESSA.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REMFILA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FECHACTL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FECHA.CTL.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FECHACTL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-EXCECOES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RETORNO.EXC.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EXCECOES
           END-STRING.

       COPY CFGLER.

       COPY RAZSEQ.
