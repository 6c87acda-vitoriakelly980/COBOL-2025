      ******************************************************************
      *OBJETIVO: EXTRATO DE CONTA POR PERIODO. LE O RAZAO
      *          (PAGAMENTOS.LOG.TXT, VIDE RAZAOREG.cpy) DE UMA UNICA
      *          CONTA ENTRE DUAS DATAS - SO AS LINHAS DELA, PELA CHAVE
      *          CONTA + SEQUENCIA - E IMPRIME: SALDO DE ABERTURA
      *          (ULTIMO SALDO ANTES DO PERIODO), CADA MOVIMENTO NA
      *          ORDEM COM O SALDO CORRENTE, E O SALDO DE FECHAMENTO
      *          CONFERIDO CONTRA O CONTA-SALDO DO CONTAS.DAT.TXT.
      *          ENTREGAR AO TITULAR. PERIODO QUE COMECA ANTES DO
      *          ARQUIVAMENTO DE VIRADA (ARQVPAG): INFORME O ANO DO
      *          ARQUIVO MORTO E AS LINHAS DE PAGAMENTOS.LOG.AAAA.TXT
      *          SAEM ANTES DAS DO RAZAO CORRENTE. LINHA DE ESTORNO
      *          (EC/ED) SAI SEGUIDA DA REFERENCIA DO LANCAMENTO QUE
      *          ELA DESFEZ (TIPO, DATA E SEQUENCIA ORIGINAIS); LINHA
      *          DE EMPRESTIMO (EM/PE) SAI SEGUIDA DO CONTRATO E DA
      *          PARCELA; TRANSFERENCIA PARA OUTRO BANCO (TE) E SUA
      *          DEVOLUCAO (DE), DO BANCO, AGENCIA E CONTA DO
      *          FAVORECIDO E DO ITEM DA REMESSA.
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

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
       01  EXTRREL-REG                  PIC X(90).

       FD  MORTO.
       01  MORTO-REG                    PIC X(111).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.

      *    A SEQUENCIA DA CONTA SEGUE A ORDEM DE GRAVACAO: O ULTIMO
      *    SALDO ANTERIOR AO PERIODO E O SALDO DE ABERTURA; DENTRO DO
      *    PERIODO CADA LINHA SAI COM O SALDO CORRENTE GRAVADO NA
      *    EPOCA.
       0200-PROCESSAR                SECTION.
           IF WRK-ANO-MORTO > 0
               PERFORM 0220-LE-MORTO
           END-IF.
           MOVE WRK-CONTA TO RAZAO-CONTA.
           MOVE ZEROS     TO RAZAO-SEQ.
           START RAZAO KEY IS NOT LESS THAN RAZAO-CHAVE
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO = 0
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO NOT = 0
                   OR RAZAO-CONTA NOT = WRK-CONTA
               PERFORM 0230-TRATA-LINHA
               READ RAZAO NEXT RECORD
           END-PERFORM.
               END-STRING
           END-IF.
           PERFORM 0500-GRAVA-LINHA.
           IF RAZAO-TP-ESTORNO
               MOVE SPACES TO WRK-LINHA
               STRING '   ESTORNO DO LANCAMENTO ' DELIMITED BY SIZE
                      RAZAO-EST-TIPO       DELIMITED BY SIZE
                      ' DE '               DELIMITED BY SIZE
                      RAZAO-EST-DATA(7:2)  DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      RAZAO-EST-DATA(5:2)  DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      RAZAO-EST-DATA(1:4)  DELIMITED BY SIZE
                      ' SEQ '              DELIMITED BY SIZE
                      RAZAO-EST-SEQ        DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0500-GRAVA-LINHA
           END-IF.
           IF RAZAO-TP-EMPRESTIMO
               MOVE SPACES TO WRK-LINHA
               STRING '   EMPRESTIMO '     DELIMITED BY SIZE
                      RAZAO-EMP-CONTRATO   DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               IF RAZAO-TIPO = 'PE'
                   STRING ' PARCELA '      DELIMITED BY SIZE
                          RAZAO-EMP-PARCELA DELIMITED BY SIZE
                     INTO WRK-LINHA(25:)
                   END-STRING
               END-IF
               PERFORM 0500-GRAVA-LINHA
           END-IF.
           IF RAZAO-TP-OUTRO-BANCO
               MOVE SPACES TO WRK-LINHA
               STRING '   OUTRO BANCO '    DELIMITED BY SIZE
                      RAZAO-REM-BANCO      DELIMITED BY SIZE
                      ' AG '               DELIMITED BY SIZE
                      RAZAO-REM-AGENCIA    DELIMITED BY SIZE
                      ' CONTA '            DELIMITED BY SIZE
                      RAZAO-REM-CONTA      DELIMITED BY SIZE
                      ' REMESSA '          DELIMITED BY SIZE
                      RAZAO-REM-NUMERO     DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0500-GRAVA-LINHA
           END-IF.

       0300-FINALIZAR                SECTION.
           CLOSE RAZAO.
