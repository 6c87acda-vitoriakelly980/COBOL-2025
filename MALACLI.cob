      *              FORA (REGISTROS ANTERIORES A VALIDACAO)
      *            - EMAIL REPETIDO SAI UMA VEZ SO (CLASSIFICACAO +
      *              COMPARACAO COM O ANTERIOR)
      *            - COM 'SEGMENTO xx' NA LINHA DE COMANDO, SO SAI
      *              QUEM ESTA NO SEGMENTO xx DA CLASSIFICACAO RFM
      *              DO MES (CLIENTES.RFM.TXT DO RFMCLI, CODIGOS NA
      *              RFMSEGWS.cpy) - EX.: SEGMENTO RI = EM RISCO
      *          GRAVA UM EMAIL POR LINHA EM CLIENTES.MALA.TXT E O
      *          RESUMO DAS SUPRESSOES POR MOTIVO EM
      *          CLIENTES.MALA.RPT.TXT.
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT MALA ASSIGN TO WRK-ARQ-MALA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CONSENT
               RECORD KEY      IS CONSENT-CHAVE.

           SELECT RFM ASSIGN TO WRK-ARQ-RFM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RFM
               RECORD KEY      IS RFM-CHAVE.

           SELECT CLASSIF ASSIGN TO "SORTWK".

       DATA DIVISION.
           05 ENDP-PAIS                 PIC 9(03).
           05 ENDP-FONE                 PIC 9(12).

       FD  RFM.
       COPY RFMREG.

       SD  CLASSIF.
       01  CLASSIF-REG.
           05 CLASSIF-EMAIL             PIC X(30).
       77  WRK-QT-SUP-REPETIDO          PIC 9(05) VALUE ZEROS.
       77  WRK-EMAIL-ANT                PIC X(30) VALUE SPACES.
       77  WRK-LINHA                    PIC X(60) VALUE SPACES.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-ARQ-RFM                  PIC X(80) VALUE SPACES.
       77  FS-RFM                       PIC 9(02) VALUE ZEROS.
       77  WRK-SEGMENTO                 PIC X(02) VALUE SPACES.
       77  WRK-SEG-OK                   PIC X(01) VALUE 'S'.
       77  WRK-QT-SUP-SEGMENTO          PIC 9(05) VALUE ZEROS.
       COPY RFMSEGWS.
       COPY EMAILWS.
       COPY NOTIFW.

       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0050-PARAMETRO.
           OPEN OUTPUT MALA.
           SORT CLASSIF ON ASCENDING KEY CLASSIF-EMAIL
               INPUT PROCEDURE IS 0100-SELECIONA
           PERFORM 0300-FINALIZAR.
           GOBACK.

      *    CAMPANHA POR SEGMENTO: O CODIGO TEM DE ESTAR NA TABELA E
      *    A SEGMENTACAO DO MES TEM DE EXISTIR; SEM ELA NAO HA COMO
      *    SEPARAR O PUBLICO E NADA E GERADO.
       0050-PARAMETRO                SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:8) NOT = 'SEGMENTO'
               GO TO 0050-SAIDA
           END-IF.
           MOVE WRK-PARAMETRO(10:2) TO WRK-SEGMENTO.
           MOVE ZEROS TO WRK-SEG-I.
           PERFORM VARYING WRK-D FROM 1 BY 1
                   UNTIL WRK-D > WRK-SEG-QTDE
               IF WRK-SEG-CODIGO(WRK-D) = WRK-SEGMENTO
                   MOVE WRK-D TO WRK-SEG-I
               END-IF
           END-PERFORM.
           IF WRK-SEG-I = ZEROS
               DISPLAY "SEGMENTO " WRK-SEGMENTO " NAO EXISTE NA "
                       "TABELA RFM"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RFM.
           IF FS-RFM NOT = 0
               DISPLAY "SEGMENTACAO RFM NAO ENCONTRADA, STATUS="
                       FS-RFM " - RODAR O RFMCLI ANTES"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "CAMPANHA RESTRITA AO SEGMENTO " WRK-SEGMENTO
                   " - " WRK-SEG-NOME(WRK-SEG-I).
       0050-SAIDA.
           EXIT.

       0100-SELECIONA                SECTION.
      *    SEM REGISTRO POSITIVO DE CONSENTIMENTO NINGUEM SAI NA MALA
      *    (EXIGENCIA DO COMPLIANCE); SEM O PROPRIO ARQUIVO DE
           READ CLIENTES NEXT RECORD
           PERFORM UNTIL FS-CLIENTES NOT = 0
               ADD 1 TO WRK-QT-LIDOS
               PERFORM 0160-TESTA-SEGMENTO
               EVALUATE TRUE
                 WHEN CLIENTES-INATIVO
                   ADD 1 TO WRK-QT-SUP-INATIVO
                 WHEN CLIENTES-EMAIL = SPACES
                   ADD 1 TO WRK-QT-SUP-BRANCO
                 WHEN WRK-SEG-OK NOT = 'S'
                   ADD 1 TO WRK-QT-SUP-SEGMENTO
                 WHEN OTHER
                   PERFORM 0140-TESTA-DEVOLVIDO
                   IF WRK-DEV-ACHADO = 'S'
           IF WRK-CONSENT-ABERTO = 'S'
               CLOSE CONSENT
           END-IF.
           IF WRK-SEGMENTO NOT = SPACES
               CLOSE RFM
           END-IF.

      *    A FILA DE DEVOLUCOES CABE FOLGADA NA TABELA; SE PASSAR DE
      *    500, O EXCEDENTE DEIXA DE SUPRIMIR E O AVISO SAI NO CONSOLE.
               END-READ
           END-IF.

      *    CLIENTE QUE NAO ESTA NA SEGMENTACAO (CADASTRADO DEPOIS DO
      *    FECHAMENTO DO MES) NAO E DE SEGMENTO NENHUM.
       0160-TESTA-SEGMENTO           SECTION.
           MOVE 'S' TO WRK-SEG-OK.
           IF WRK-SEGMENTO NOT = SPACES
               MOVE 'N' TO WRK-SEG-OK
               MOVE CLIENTES-PAIS TO RFM-PAIS
               MOVE CLIENTES-FONE TO RFM-FONE
               READ RFM
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF RFM-SEGMENTO = WRK-SEGMENTO
                       MOVE 'S' TO WRK-SEG-OK
                   END-IF
               END-READ
           END-IF.

       0200-GRAVA-SEM-REPETIDOS      SECTION.
           MOVE SPACES TO WRK-EMAIL-ANT.
           RETURN CLASSIF
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0350-GRAVA-LINHA.
           IF WRK-SEGMENTO NOT = SPACES
               MOVE SPACES TO WRK-LINHA
               STRING 'SUPRIMIDOS - FORA SEGM. '  DELIMITED BY SIZE
                      WRK-SEGMENTO                DELIMITED BY SIZE
                      ': '                        DELIMITED BY SIZE
                      WRK-QT-SUP-SEGMENTO         DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0350-GRAVA-LINHA
           END-IF.
           CLOSE MALAREL.
      *    O MARKETING E AVISADO PELA FILA CENTRAL DE NOTIFICACOES
      *    QUE A MALA DA CAMPANHA ESTA PRONTA.
                  'CLIENTES.PEND.END.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENDPEND
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RFM.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.RFM.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RFM
           END-STRING.

       COPY CFGLER.
