       IDENTIFICATION DIVISION.
       PROGRAM-ID. RFMCLI.
      ******************************************************************
      *OBJETIVO: SEGMENTACAO MENSAL DOS CLIENTES POR RECENCIA,
      *          FREQUENCIA E VALOR DAS COMPRAS (RFM), PARA O
      *          MARKETING ESCOLHER O PUBLICO DA CAMPANHA (MALACLI
      *          SEGMENTO xx). DUAS PASSADAS COM SORT:
      *            1) PEDIDOS.DAT.TXT EM ORDEM DE PEDIDO: CADA PEDIDO
      *               DE CLIENTE IDENTIFICADO VALE O TOTAL DO 'T'
      *               MENOS AS DEVOLUCOES 'D'; PEDIDO COM 'C' E
      *               PEDIDO SEM 'T' NAO CONTAM. O QUE SOBRA VAI PARA
      *               CLIENTES.RFM.TMP.TXT (CHAVE, DATA E VALOR).
      *            2) O TEMPORARIO EM ORDEM DE CHAVE, CASADO COM O
      *               CLIENTES.DAT.TXT: NOTA DE 1 A 5 PARA R, F E M,
      *               SEGMENTO DA TABELA RFMSEGWS.cpy E UM REGISTRO
      *               POR CLIENTE EM CLIENTES.RFM.TXT (REGERADO
      *               INTEIRO). CLIENTE SEM PEDIDO = NUNCA COMPROU;
      *               ANONIMIZADO FICA FORA.
      *          DATA DE REFERENCIA = HOJE, OU 'DATA AAAAMMDD' NA
      *          LINHA DE COMANDO PARA REPROCESSAR UM FECHAMENTO.
      *          QUADRO DE CLIENTES E RECEITA POR SEGMENTO NA TELA E
      *          EM CLIENTES.RFM.RPT.TXT. RETURN-CODE 4 QUANDO HA
      *          PEDIDO DE CHAVE QUE NAO EXISTE NO CADASTRO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT PEDIDOS ASSIGN TO WRK-ARQ-PEDIDOS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PEDIDOS.

           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT RFMTMP ASSIGN TO WRK-ARQ-RFMTMP
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RFMTMP.

           SELECT RFM ASSIGN TO WRK-ARQ-RFM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               FILE STATUS     IS FS-RFM
               RECORD KEY      IS RFM-CHAVE.

           SELECT RFMREL ASSIGN TO WRK-ARQ-RFMREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RFMREL.

           SELECT ORDPED ASSIGN TO "SORTWK".

           SELECT ORDCLI ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PEDIDOS.
       COPY PEDIDREG.

       FD  CLIENTES.
       COPY CLIREG.

       FD  RFMTMP.
       01  RFMTMP-REG.
           05 TMP-PAIS                  PIC 9(03).
           05 TMP-FONE                  PIC 9(12).
           05 TMP-DATA                  PIC 9(08).
           05 TMP-VALOR                 PIC 9(09)V99.

       FD  RFM.
       COPY RFMREG.

       FD  RFMREL.
       01  RFMREL-REG                   PIC X(80).

      *    LINHAS DO PEDIDO QUE INTERESSAM, NA ORDEM CABECALHO,
      *    FECHAMENTO, CANCELAMENTO/DEVOLUCAO DENTRO DE CADA NUMERO
      *    (O CANCPED GRAVA AS DUAS ULTIMAS BEM DEPOIS, NO FIM DO
      *    ARQUIVO).
       SD  ORDPED.
       01  ORDPED-REG.
           05 ORDP-NUMERO               PIC 9(06).
           05 ORDP-ORDEM                PIC 9(01).
           05 ORDP-TIPO                 PIC X(01).
           05 ORDP-DATA                 PIC 9(08).
           05 ORDP-TOTAL                PIC 9(09)V99.
           05 ORDP-CLI-TIPO             PIC X(01).
           05 ORDP-CLI-PAIS             PIC 9(03).
           05 ORDP-CLI-FONE             PIC 9(12).

       SD  ORDCLI.
       01  ORDCLI-REG.
           05 ORDC-CHAVE.
              10 ORDC-PAIS              PIC 9(03).
              10 ORDC-FONE              PIC 9(12).
           05 ORDC-DATA                 PIC 9(08).
           05 ORDC-VALOR                PIC 9(09)V99.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PEDIDOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RFMTMP               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RFM                  PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RFMREL               PIC X(80) VALUE SPACES.
       77  FS-PEDIDOS                   PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES                  PIC 9(02) VALUE ZEROS.
       77  FS-RFMTMP                    PIC 9(02) VALUE ZEROS.
       77  FS-RFM                       PIC 9(02) VALUE ZEROS.
       77  FS-RFMREL                    PIC 9(02) VALUE ZEROS.
       77  FS-ORDPED                    PIC 9(02) VALUE ZEROS.
       77  FS-ORDCLI                    PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-DATA-REF                 PIC 9(08) VALUE ZEROS.
      *    PEDIDO EM APURACAO NA PRIMEIRA PASSADA.
       77  WRK-PED-NUMERO               PIC 9(06) VALUE ZEROS.
       77  WRK-PED-DATA                 PIC 9(08) VALUE ZEROS.
       77  WRK-PED-CLI-TIPO             PIC X(01) VALUE SPACES.
       77  WRK-PED-PAIS                 PIC 9(03) VALUE ZEROS.
       77  WRK-PED-FONE                 PIC 9(12) VALUE ZEROS.
       77  WRK-PED-TEM-H                PIC X(01) VALUE 'N'.
       77  WRK-PED-TEM-T                PIC X(01) VALUE 'N'.
       77  WRK-PED-CANCELADO            PIC X(01) VALUE 'N'.
       77  WRK-PED-VALOR                PIC S9(09)V99 VALUE ZEROS.
      *    CLIENTE EM CLASSIFICACAO NA SEGUNDA PASSADA (CASAMENTO
      *    ENTRE O CADASTRO E OS PEDIDOS, OS DOIS EM ORDEM DE CHAVE).
       77  WRK-CHAVE-CLI                PIC X(15) VALUE SPACES.
       77  WRK-CHAVE-PED                PIC X(15) VALUE SPACES.
       77  WRK-CLI-ULT-COMPRA           PIC 9(08) VALUE ZEROS.
       77  WRK-CLI-QT-PEDIDOS           PIC 9(05) VALUE ZEROS.
       77  WRK-CLI-VALOR                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DIAS                     PIC 9(05) VALUE ZEROS.
       77  WRK-NOTA-R                   PIC 9(01) VALUE ZEROS.
       77  WRK-NOTA-F                   PIC 9(01) VALUE ZEROS.
       77  WRK-NOTA-M                   PIC 9(01) VALUE ZEROS.
       77  WRK-SEG-ATUAL                PIC X(02) VALUE SPACES.
       77  WRK-SEG-ACHADO               PIC 9(02) VALUE ZEROS.
      *    TOTAIS DO PROCESSAMENTO.
       77  WRK-QT-LINHAS                PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PEDIDOS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-VALIDOS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CANCELADOS            PIC 9(07) VALUE ZEROS.
       77  WRK-QT-INCOMPLETOS           PIC 9(07) VALUE ZEROS.
       77  WRK-QT-BALCAO                PIC 9(07) VALUE ZEROS.
       77  WRK-QT-POSTERIORES           PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ORFAOS                PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CLIENTES              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ANONIMOS              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-GRAVADOS              PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-RECEITA              PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-ED                    PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       01  WRK-SEG-CONTADORES.
           05 WRK-SEG-CONT OCCURS 8 TIMES.
              10 WRK-SEG-QT-CLIENTES    PIC 9(07).
              10 WRK-SEG-RECEITA        PIC 9(11)V99.
       COPY RFMSEGWS.
       COPY NOTIFW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           SORT ORDPED ON ASCENDING KEY ORDP-NUMERO
                          ASCENDING KEY ORDP-ORDEM
               INPUT PROCEDURE IS 0200-LE-PEDIDOS
               OUTPUT PROCEDURE IS 0300-APURA-PEDIDOS.
           SORT ORDCLI ON ASCENDING KEY ORDC-CHAVE
               USING RFMTMP
               OUTPUT PROCEDURE IS 0400-CLASSIFICA.
           PERFORM 0600-QUADRO.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           INITIALIZE WRK-SEG-CONTADORES.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'DATA'
                   AND WRK-PARAMETRO(6:8) IS NUMERIC
               MOVE WRK-PARAMETRO(6:8) TO WRK-DATA-REF
           ELSE
               ACCEPT WRK-DATA-REF FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT = 0
               DISPLAY "ARQUIVO DE PEDIDOS NAO FOI ABERTO, STATUS="
                       FS-PEDIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES NOT = 0
               DISPLAY "ARQUIVO DE CLIENTES NAO FOI ABERTO, STATUS="
                       FS-CLIENTES
               CLOSE PEDIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RFM.
           IF FS-RFM NOT = 0
               DISPLAY "ARQUIVO DE SEGMENTOS NAO FOI CRIADO, STATUS="
                       FS-RFM
               CLOSE PEDIDOS CLIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT RFMREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SEGMENTACAO RFM DOS CLIENTES - REFERENCIA '
                                  DELIMITED BY SIZE
                  WRK-DATA-REF    DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

      *    SO CABECALHO, FECHAMENTO, CANCELAMENTO E DEVOLUCAO VAO PARA
      *    A CLASSIFICACAO; OS ITENS JA ESTAO SOMADOS NO 'T'.
       0200-LE-PEDIDOS               SECTION.
           READ PEDIDOS NEXT RECORD
           PERFORM UNTIL FS-PEDIDOS NOT = 0
               ADD 1 TO WRK-QT-LINHAS
               MOVE ZEROS TO ORDP-ORDEM
               EVALUATE PED-TIPO
                 WHEN 'H'
                   MOVE 1 TO ORDP-ORDEM
                 WHEN 'T'
                   MOVE 2 TO ORDP-ORDEM
                 WHEN 'C'
                   MOVE 3 TO ORDP-ORDEM
                 WHEN 'D'
                   MOVE 3 TO ORDP-ORDEM
               END-EVALUATE
               IF ORDP-ORDEM NOT = ZEROS
                   MOVE PED-NUMERO   TO ORDP-NUMERO
                   MOVE PED-TIPO     TO ORDP-TIPO
                   MOVE PED-DATA     TO ORDP-DATA
                   MOVE PED-TOTAL    TO ORDP-TOTAL
                   MOVE PED-CLI-TIPO TO ORDP-CLI-TIPO
                   MOVE PED-CLI-PAIS TO ORDP-CLI-PAIS
                   MOVE PED-CLI-FONE TO ORDP-CLI-FONE
                   RELEASE ORDPED-REG
               END-IF
               READ PEDIDOS NEXT RECORD
           END-PERFORM.
           CLOSE PEDIDOS.

       0300-APURA-PEDIDOS            SECTION.
           OPEN OUTPUT RFMTMP.
           MOVE ZEROS TO WRK-PED-NUMERO.
           RETURN ORDPED
             AT END
               MOVE 10 TO FS-ORDPED
             NOT AT END
               MOVE 0 TO FS-ORDPED
           END-RETURN.
           PERFORM UNTIL FS-ORDPED = 10
               IF ORDP-NUMERO NOT = WRK-PED-NUMERO
                   PERFORM 0350-FECHA-PEDIDO
                   MOVE ORDP-NUMERO TO WRK-PED-NUMERO
                   MOVE 'N'    TO WRK-PED-TEM-H
                                  WRK-PED-TEM-T
                                  WRK-PED-CANCELADO
                   MOVE ZEROS  TO WRK-PED-VALOR
               END-IF
               EVALUATE ORDP-TIPO
                 WHEN 'H'
                   MOVE 'S'           TO WRK-PED-TEM-H
                   MOVE ORDP-DATA     TO WRK-PED-DATA
                   MOVE ORDP-CLI-TIPO TO WRK-PED-CLI-TIPO
                   MOVE ORDP-CLI-PAIS TO WRK-PED-PAIS
                   MOVE ORDP-CLI-FONE TO WRK-PED-FONE
                 WHEN 'T'
                   MOVE 'S' TO WRK-PED-TEM-T
                   ADD ORDP-TOTAL TO WRK-PED-VALOR
                 WHEN 'C'
                   MOVE 'S' TO WRK-PED-CANCELADO
                 WHEN 'D'
                   SUBTRACT ORDP-TOTAL FROM WRK-PED-VALOR
               END-EVALUATE
               RETURN ORDPED
                 AT END
                   MOVE 10 TO FS-ORDPED
               END-RETURN
           END-PERFORM.
           PERFORM 0350-FECHA-PEDIDO.
           CLOSE RFMTMP.

      *    PEDIDO DE BALCAO (OU ANTERIOR A IDENTIFICACAO DO COMPRADOR)
      *    NAO TEM DE QUEM SER; PEDIDO DEPOIS DA DATA DE REFERENCIA
      *    FICA PARA O PROXIMO FECHAMENTO.
       0350-FECHA-PEDIDO             SECTION.
           IF WRK-PED-NUMERO = ZEROS
               GO TO 0350-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-PEDIDOS.
           EVALUATE TRUE
             WHEN WRK-PED-CANCELADO = 'S'
               ADD 1 TO WRK-QT-CANCELADOS
             WHEN WRK-PED-TEM-H NOT = 'S'
                  OR WRK-PED-TEM-T NOT = 'S'
               ADD 1 TO WRK-QT-INCOMPLETOS
             WHEN WRK-PED-CLI-TIPO NOT = 'C'
               ADD 1 TO WRK-QT-BALCAO
             WHEN WRK-PED-DATA > WRK-DATA-REF
               ADD 1 TO WRK-QT-POSTERIORES
             WHEN OTHER
               ADD 1 TO WRK-QT-VALIDOS
               IF WRK-PED-VALOR < ZEROS
                   MOVE ZEROS TO WRK-PED-VALOR
               END-IF
               MOVE WRK-PED-PAIS  TO TMP-PAIS
               MOVE WRK-PED-FONE  TO TMP-FONE
               MOVE WRK-PED-DATA  TO TMP-DATA
               MOVE WRK-PED-VALOR TO TMP-VALOR
               WRITE RFMTMP-REG
           END-EVALUATE.
       0350-SAIDA.
           EXIT.

      *    CASAMENTO CADASTRO X PEDIDOS: CHAVE DE PEDIDO MENOR QUE A
      *    DO CADASTRO E PEDIDO DE CLIENTE QUE NAO EXISTE MAIS (ORFAO);
      *    CADA CLIENTE LEVA OS PEDIDOS DE CHAVE IGUAL A SUA.
       0400-CLASSIFICA               SECTION.
           MOVE ZEROS TO CLIENTES-CHAVE.
           START CLIENTES KEY IS NOT LESS CLIENTES-CHAVE
             INVALID KEY
               MOVE HIGH-VALUES TO WRK-CHAVE-CLI
           END-START.
           IF WRK-CHAVE-CLI NOT = HIGH-VALUES
               PERFORM 0430-PROXIMO-CLIENTE
           END-IF.
           PERFORM 0410-PROXIMO-PEDIDO.
           PERFORM UNTIL WRK-CHAVE-CLI = HIGH-VALUES
                     AND WRK-CHAVE-PED = HIGH-VALUES
               IF WRK-CHAVE-PED < WRK-CHAVE-CLI
                   ADD 1 TO WRK-QT-ORFAOS
                   PERFORM 0410-PROXIMO-PEDIDO
               ELSE
                   MOVE ZEROS TO WRK-CLI-ULT-COMPRA
                                 WRK-CLI-QT-PEDIDOS
                                 WRK-CLI-VALOR
                   PERFORM UNTIL WRK-CHAVE-PED NOT = WRK-CHAVE-CLI
                       ADD 1 TO WRK-CLI-QT-PEDIDOS
                       ADD ORDC-VALOR TO WRK-CLI-VALOR
                       IF ORDC-DATA > WRK-CLI-ULT-COMPRA
                           MOVE ORDC-DATA TO WRK-CLI-ULT-COMPRA
                       END-IF
                       PERFORM 0410-PROXIMO-PEDIDO
                   END-PERFORM
                   ADD 1 TO WRK-QT-CLIENTES
                   IF CLIENTES-ANONIMO
                       ADD 1 TO WRK-QT-ANONIMOS
                   ELSE
                       PERFORM 0450-GRAVA-SEGMENTO
                   END-IF
                   PERFORM 0430-PROXIMO-CLIENTE
               END-IF
           END-PERFORM.
           CLOSE CLIENTES RFM.

       0410-PROXIMO-PEDIDO           SECTION.
           RETURN ORDCLI
             AT END
               MOVE HIGH-VALUES TO WRK-CHAVE-PED
             NOT AT END
               MOVE ORDC-CHAVE TO WRK-CHAVE-PED
           END-RETURN.

       0430-PROXIMO-CLIENTE          SECTION.
           READ CLIENTES NEXT RECORD
             AT END
               MOVE HIGH-VALUES TO WRK-CHAVE-CLI
             NOT AT END
               MOVE CLIENTES-CHAVE TO WRK-CHAVE-CLI
           END-READ.

      *    NOTAS DE 1 (PIOR) A 5 (MELHOR) E SEGMENTO. A ORDEM DO
      *    EVALUATE DO SEGMENTO E A PRIORIDADE: O PRIMEIRO QUE SERVE
      *    FICA.
       0450-GRAVA-SEGMENTO           SECTION.
           MOVE ZEROS TO WRK-DIAS WRK-NOTA-R WRK-NOTA-F WRK-NOTA-M.
           IF WRK-CLI-QT-PEDIDOS > ZEROS
               COMPUTE WRK-DIAS =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
                     - FUNCTION INTEGER-OF-DATE(WRK-CLI-ULT-COMPRA)
               EVALUATE TRUE
                 WHEN WRK-DIAS NOT > 30
                   MOVE 5 TO WRK-NOTA-R
                 WHEN WRK-DIAS NOT > 90
                   MOVE 4 TO WRK-NOTA-R
                 WHEN WRK-DIAS NOT > 180
                   MOVE 3 TO WRK-NOTA-R
                 WHEN WRK-DIAS NOT > 365
                   MOVE 2 TO WRK-NOTA-R
                 WHEN OTHER
                   MOVE 1 TO WRK-NOTA-R
               END-EVALUATE
               EVALUATE TRUE
                 WHEN WRK-CLI-QT-PEDIDOS NOT < 10
                   MOVE 5 TO WRK-NOTA-F
                 WHEN WRK-CLI-QT-PEDIDOS NOT < 6
                   MOVE 4 TO WRK-NOTA-F
                 WHEN WRK-CLI-QT-PEDIDOS NOT < 3
                   MOVE 3 TO WRK-NOTA-F
                 WHEN WRK-CLI-QT-PEDIDOS = 2
                   MOVE 2 TO WRK-NOTA-F
                 WHEN OTHER
                   MOVE 1 TO WRK-NOTA-F
               END-EVALUATE
               EVALUATE TRUE
                 WHEN WRK-CLI-VALOR NOT < 5000
                   MOVE 5 TO WRK-NOTA-M
                 WHEN WRK-CLI-VALOR NOT < 2000
                   MOVE 4 TO WRK-NOTA-M
                 WHEN WRK-CLI-VALOR NOT < 800
                   MOVE 3 TO WRK-NOTA-M
                 WHEN WRK-CLI-VALOR NOT < 200
                   MOVE 2 TO WRK-NOTA-M
                 WHEN OTHER
                   MOVE 1 TO WRK-NOTA-M
               END-EVALUATE
           END-IF.
           EVALUATE TRUE
             WHEN WRK-CLI-QT-PEDIDOS = ZEROS
               MOVE 'NC' TO WRK-SEG-ATUAL
             WHEN WRK-NOTA-R NOT < 4 AND WRK-NOTA-F NOT < 4
                                     AND WRK-NOTA-M NOT < 4
               MOVE 'CP' TO WRK-SEG-ATUAL
             WHEN WRK-NOTA-R NOT < 3 AND WRK-NOTA-F NOT < 4
               MOVE 'FI' TO WRK-SEG-ATUAL
             WHEN WRK-NOTA-R NOT < 4 AND WRK-NOTA-F = 1
               MOVE 'NV' TO WRK-SEG-ATUAL
             WHEN WRK-NOTA-R NOT < 3
               MOVE 'PR' TO WRK-SEG-ATUAL
             WHEN WRK-NOTA-F NOT < 3 OR WRK-NOTA-M NOT < 4
               MOVE 'RI' TO WRK-SEG-ATUAL
             WHEN WRK-NOTA-R = 2
               MOVE 'HI' TO WRK-SEG-ATUAL
             WHEN OTHER
               MOVE 'PD' TO WRK-SEG-ATUAL
           END-EVALUATE.
           MOVE CLIENTES-PAIS      TO RFM-PAIS.
           MOVE CLIENTES-FONE      TO RFM-FONE.
           MOVE WRK-SEG-ATUAL      TO RFM-SEGMENTO.
           MOVE WRK-NOTA-R         TO RFM-NOTA-R.
           MOVE WRK-NOTA-F         TO RFM-NOTA-F.
           MOVE WRK-NOTA-M         TO RFM-NOTA-M.
           MOVE WRK-CLI-ULT-COMPRA TO RFM-ULT-COMPRA.
           MOVE WRK-DIAS           TO RFM-DIAS.
           MOVE WRK-CLI-QT-PEDIDOS TO RFM-QT-PEDIDOS.
           MOVE WRK-CLI-VALOR      TO RFM-VALOR.
           MOVE WRK-DATA-REF       TO RFM-DATA-REF.
           WRITE RFM-REG
             INVALID KEY
               DISPLAY "CHAVE FORA DE ORDEM NO ARQUIVO DE SEGMENTOS: "
                       RFM-CHAVE
             NOT INVALID KEY
               ADD 1 TO WRK-QT-GRAVADOS
           END-WRITE.
           MOVE ZEROS TO WRK-SEG-ACHADO.
           PERFORM VARYING WRK-SEG-I FROM 1 BY 1
                   UNTIL WRK-SEG-I > WRK-SEG-QTDE
               IF WRK-SEG-CODIGO(WRK-SEG-I) = WRK-SEG-ATUAL
                   MOVE WRK-SEG-I TO WRK-SEG-ACHADO
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-SEG-QT-CLIENTES(WRK-SEG-ACHADO).
           ADD WRK-CLI-VALOR TO WRK-SEG-RECEITA(WRK-SEG-ACHADO).
           ADD WRK-CLI-VALOR TO WRK-TOT-RECEITA.

       0600-QUADRO                   SECTION.
           MOVE '----- QUADRO POR SEGMENTO -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'SEGMENTO            CLIENTES              RECEITA'
             TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           PERFORM VARYING WRK-SEG-I FROM 1 BY 1
                   UNTIL WRK-SEG-I > WRK-SEG-QTDE
               MOVE WRK-SEG-QT-CLIENTES(WRK-SEG-I) TO WRK-QT-ED
               MOVE WRK-SEG-RECEITA(WRK-SEG-I)     TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA
               STRING WRK-SEG-CODIGO(WRK-SEG-I) DELIMITED BY SIZE
                      ' '                       DELIMITED BY SIZE
                      WRK-SEG-NOME(WRK-SEG-I)   DELIMITED BY SIZE
                      '   '                     DELIMITED BY SIZE
                      WRK-QT-ED                 DELIMITED BY SIZE
                      '   '                     DELIMITED BY SIZE
                      WRK-VALOR-ED              DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
           END-PERFORM.
           MOVE WRK-QT-GRAVADOS TO WRK-QT-ED.
           MOVE WRK-TOT-RECEITA TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL              '  DELIMITED BY SIZE
                  WRK-QT-ED              DELIMITED BY SIZE
                  '   '                  DELIMITED BY SIZE
                  WRK-VALOR-ED           DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0700-FINALIZAR                SECTION.
           MOVE '----- PEDIDOS -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS LIDAS..............: ' DELIMITED BY SIZE
                  WRK-QT-LINHAS                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS...................: ' DELIMITED BY SIZE
                  WRK-QT-PEDIDOS                 DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONSIDERADOS..............: ' DELIMITED BY SIZE
                  WRK-QT-VALIDOS                 DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORA - CANCELADOS.........: ' DELIMITED BY SIZE
                  WRK-QT-CANCELADOS              DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORA - SEM FECHAMENTO.....: ' DELIMITED BY SIZE
                  WRK-QT-INCOMPLETOS             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORA - BALCAO.............: ' DELIMITED BY SIZE
                  WRK-QT-BALCAO                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORA - APOS A REFERENCIA..: ' DELIMITED BY SIZE
                  WRK-QT-POSTERIORES             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORA - CLIENTE INEXISTENTE: ' DELIMITED BY SIZE
                  WRK-QT-ORFAOS                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE '----- CLIENTES -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LIDOS NO CADASTRO.........: ' DELIMITED BY SIZE
                  WRK-QT-CLIENTES                DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORA - ANONIMIZADOS.......: ' DELIMITED BY SIZE
                  WRK-QT-ANONIMOS                DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SEGMENTADOS...............: ' DELIMITED BY SIZE
                  WRK-QT-GRAVADOS                DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE RFMREL.
           IF WRK-QT-ORFAOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.
      *    O MARKETING E AVISADO PELA FILA CENTRAL DE NOTIFICACOES
      *    QUE OS SEGMENTOS DO MES ESTAO PRONTOS PARA O MALACLI.
           MOVE 'MARKETING' TO NOTIF-DESTINO.
           MOVE 'RFMCLI  '  TO NOTIF-ORIGEM.
           MOVE SPACES TO NOTIF-MENSAGEM.
           STRING 'SEGMENTACAO RFM DE '  DELIMITED BY SIZE
                  WRK-DATA-REF           DELIMITED BY SIZE
                  ' PRONTA: '            DELIMITED BY SIZE
                  WRK-QT-GRAVADOS        DELIMITED BY SIZE
                  ' CLIENTES'            DELIMITED BY SIZE
             INTO NOTIF-MENSAGEM
           END-STRING.
           CALL 'NOTIFICA' USING NOTIF-PARM.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO RFMREL-REG.
           WRITE RFMREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PEDIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PEDIDOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RFMTMP.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.RFM.TMP.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RFMTMP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RFM.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.RFM.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RFM
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RFMREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.RFM.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RFMREL
           END-STRING.

       COPY CFGLER.
