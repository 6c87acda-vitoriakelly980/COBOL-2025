       IDENTIFICATION DIVISION.
       PROGRAM-ID. INVABRE.
      ******************************************************************
      *OBJETIVO: ABERTURA DA CONTAGEM DE INVENTARIO. CONGELA O SALDO
      *          (PROD-ESTOQUE) E O PRECO DE CADA PRODUTO DA FAIXA EM
      *          INVENTARIO.DAT.TXT (VIDE INVREG.cpy), SOB UM NUMERO
      *          DE CONTAGEM DO CONTROLE INVENTARIO.SEQ.TXT, E IMPRIME
      *          AS FOLHAS DE CONTAGEM (INVENTARIO.FOL.RPT.TXT) COM
      *          ESPACO PARA A QUANTIDADE CONTADA - A FOLHA NAO MOSTRA
      *          O SALDO DO SISTEMA, PARA A CONTAGEM SER CEGA.
      *          FAIXA DE CODIGOS PELA LINHA DE COMANDO
      *          ('FAIXA NNNNN NNNNN'); SEM PARAMETRO, TODO O CATALOGO.
      *          PRODUTO QUE JA ESTA EM OUTRA CONTAGEM ABERTA FICA DE
      *          FORA E E ACUSADO. DEPOIS: INVCONT (DIGITACAO),
      *          INVDIVG (DIVERGENCIAS) E INVAPROV (APROVACAO).
      *          RETURN-CODE 4 QUANDO HA PRODUTO DE FORA; 8 SE O
      *          CONTROLE APONTA PARA NUMERO JA USADO.
      *          CADA CONTAGEM E DE UM LOCAL DE ESTOQUE (VIDE
      *          LOCALWS.cpy), PELA LINHA DE COMANDO ('LOCAL XXXX',
      *          SOZINHO OU DEPOIS DA FAIXA: 'FAIXA NNNNN NNNNN LOCAL
      *          XXXX'); SEM LOCAL, O PADRAO. O SALDO CONGELADO E O DO
      *          LOCAL (ESTLOCAL.DAT.TXT) E O MESMO PRODUTO PODE ESTAR
      *          EM CONTAGEM ABERTA EM LOCAIS DIFERENTES. LOCAL
      *          INVALIDO: RETURN-CODE 8.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

           SELECT INVENTARIO ASSIGN TO WRK-ARQ-INVENTARIO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-INVENTARIO
               RECORD KEY      IS INV-CHAVE
               ALTERNATE RECORD KEY IS INV-PRODUTO WITH DUPLICATES.

           SELECT ESTLOCAL ASSIGN TO WRK-ARQ-ESTLOCAL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ESTLOCAL
               RECORD KEY      IS ESTL-CHAVE.

           SELECT INVSEQ ASSIGN TO WRK-ARQ-INVSEQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-INVSEQ.

           SELECT FOLHAS ASSIGN TO WRK-ARQ-FOLHAS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FOLHAS.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  INVENTARIO.
       COPY INVREG.

       FD  ESTLOCAL.
       COPY ESTLOCRG.

       FD  INVSEQ.
       01  INVSEQ-REG.
           05 INVSEQ-NUMERO             PIC 9(06).

       FD  FOLHAS.
       01  FOLHAS-REG                   PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-INVENTARIO           PIC X(80) VALUE SPACES.
       77  WRK-ARQ-INVSEQ               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FOLHAS               PIC X(80) VALUE SPACES.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-INVENTARIO                PIC 9(02) VALUE ZEROS.
       77  FS-INVSEQ                    PIC 9(02) VALUE ZEROS.
       77  FS-FOLHAS                    PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-COD-INICIAL              PIC 9(05) VALUE ZEROS.
       77  WRK-COD-FINAL                PIC 9(05) VALUE 99999.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO                   PIC 9(06) VALUE ZEROS.
       77  WRK-NUMERACAO-OK             PIC X(01) VALUE 'S'.
      *    CONTAGEM ABERTA EM QUE O PRODUTO JA ESTA (ZERO = NENHUMA).
       77  WRK-CONT-ABERTA              PIC 9(06) VALUE ZEROS.
       77  WRK-QT-LIDOS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CONGELADOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-EM-CONTAGEM           PIC 9(05) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ESTLOCAL             PIC X(80) VALUE SPACES.
       77  FS-ESTLOCAL                  PIC 9(02) VALUE ZEROS.
      *    LOCAL DA CONTAGEM E LOCAL DE UMA CONTAGEM JA EXISTENTE.
       77  WRK-LOCAL-CONTAGEM           PIC X(04) VALUE SPACES.
       77  WRK-INV-LOCAL                PIC X(04) VALUE SPACES.
       COPY LOCALWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           MOVE WRK-COD-INICIAL TO PROD-CODIGO.
           START PRODUTOS KEY IS NOT LESS PROD-CODIGO
             INVALID KEY
               MOVE 10 TO FS-PRODUTOS
           END-START.
           IF FS-PRODUTOS = 0
               READ PRODUTOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PRODUTOS NOT = 0
                         OR PROD-CODIGO > WRK-COD-FINAL
                         OR WRK-NUMERACAO-OK NOT = 'S'
               ADD 1 TO WRK-QT-LIDOS
               PERFORM 0200-CONGELA-PRODUTO
               READ PRODUTOS NEXT RECORD
           END-PERFORM.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:5) = 'FAIXA'
                   AND WRK-PARAMETRO(7:5) IS NUMERIC
                   AND WRK-PARAMETRO(13:5) IS NUMERIC
               MOVE WRK-PARAMETRO(7:5)  TO WRK-COD-INICIAL
               MOVE WRK-PARAMETRO(13:5) TO WRK-COD-FINAL
               IF WRK-PARAMETRO(19:5) = 'LOCAL'
                   MOVE WRK-PARAMETRO(25:4) TO WRK-LOC-CODIGO
               END-IF
           END-IF.
           IF WRK-PARAMETRO(1:5) = 'LOCAL'
               MOVE WRK-PARAMETRO(7:4) TO WRK-LOC-CODIGO
           END-IF.
           PERFORM 9600-VALIDA-LOCAL.
           IF WRK-LOC-VALIDO NOT = 'S'
               DISPLAY "LOCAL DE ESTOQUE INVALIDO: " WRK-LOC-CODIGO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-LOC-CODIGO TO WRK-LOCAL-CONTAGEM.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT = 0
               DISPLAY "CATALOGO DE PRODUTOS NAO FOI ABERTO, STATUS="
                       FS-PRODUTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O INVENTARIO.
           IF FS-INVENTARIO = 35
               OPEN OUTPUT INVENTARIO
               CLOSE INVENTARIO
               OPEN I-O INVENTARIO
           END-IF.
           IF FS-INVENTARIO NOT = 0
               DISPLAY "INVENTARIO NAO FOI ABERTO, STATUS="
                       FS-INVENTARIO
               CLOSE PRODUTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT ESTLOCAL.
           IF FS-ESTLOCAL = 35
               OPEN OUTPUT ESTLOCAL
               CLOSE ESTLOCAL
               OPEN INPUT ESTLOCAL
           END-IF.
           IF FS-ESTLOCAL NOT = 0
               DISPLAY "SALDOS POR LOCAL NAO FORAM ABERTOS, STATUS="
                       FS-ESTLOCAL
               CLOSE PRODUTOS INVENTARIO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT INVSEQ.
           IF FS-INVSEQ = 0
               READ INVSEQ
                 NOT AT END
                   MOVE INVSEQ-NUMERO TO WRK-NUMERO
               END-READ
               CLOSE INVSEQ
           END-IF.
           ADD 1 TO WRK-NUMERO.
           OPEN OUTPUT FOLHAS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FOLHA DE CONTAGEM - INVENTARIO ' DELIMITED BY SIZE
                  WRK-NUMERO                        DELIMITED BY SIZE
                  ' DE '                            DELIMITED BY SIZE
                  WRK-HOJE                          DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LOCAL '                          DELIMITED BY SIZE
                  WRK-LOCAL-CONTAGEM                DELIMITED BY SIZE
                  ' - '                             DELIMITED BY SIZE
                  WRK-LOC-NOME-SEL                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTOS '          DELIMITED BY SIZE
                  WRK-COD-INICIAL      DELIMITED BY SIZE
                  ' A '                DELIMITED BY SIZE
                  WRK-COD-FINAL        DELIMITED BY SIZE
                  '     CONTADOR: ____________________'
                                       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'CODIGO DESCRICAO                      QUANTIDADE'
             TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

      *    UM REGISTRO POR PRODUTO COM O SALDO DO LOCAL NESTE
      *    MOMENTO. SALDO NAO NUMERICO (PRODUTO SEM CONTROLE) CONGELA
      *    ZERO: A CONTAGEM PASSA A SER O PRIMEIRO SALDO DELE.
       0200-CONGELA-PRODUTO          SECTION.
           PERFORM 0300-CONTAGEM-ABERTA.
           IF WRK-CONT-ABERTA NOT = ZEROS
               ADD 1 TO WRK-QT-EM-CONTAGEM
               MOVE SPACES TO WRK-LINHA
               STRING PROD-CODIGO      DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      PROD-DESCRICAO   DELIMITED BY SIZE
                      ' FORA - NA CONTAGEM ' DELIMITED BY SIZE
                      WRK-CONT-ABERTA  DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
               GO TO 0200-SAIDA
           END-IF.
           MOVE SPACES          TO INV-REG.
           MOVE WRK-NUMERO      TO INV-CONTAGEM.
           MOVE PROD-CODIGO     TO INV-PRODUTO.
           MOVE WRK-HOJE        TO INV-ABERTURA.
           MOVE PROD-DESCRICAO  TO INV-DESCRICAO.
           MOVE WRK-LOCAL-CONTAGEM TO INV-LOCAL.
           IF PROD-ESTOQUE IS NUMERIC
               MOVE WRK-LOCAL-CONTAGEM TO WRK-LOC-CODIGO
               PERFORM 9610-LE-SALDO-LOCAL
               MOVE ESTL-SALDO   TO INV-ESTOQUE-CONGELADO
           ELSE
               MOVE ZEROS        TO INV-ESTOQUE-CONGELADO
           END-IF.
           IF PROD-PRECO IS NUMERIC
               MOVE PROD-PRECO   TO INV-PRECO
           ELSE
               MOVE ZEROS        TO INV-PRECO
           END-IF.
           MOVE ZEROS           TO INV-QTDE-CONTADA.
           MOVE 'A'             TO INV-SITUACAO.
           MOVE 'INVABRE'       TO INV-OPERADOR-CONTAGEM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO INV-DATAHORA.
           WRITE INV-REG
             INVALID KEY
      *        NUMERO JA NO ARQUIVO: O CONTROLE FICOU PARA TRAS. PARA
      *        TUDO EM VEZ DE MISTURAR PRODUTOS EM CONTAGEM ALHEIA.
               DISPLAY "CONTAGEM " WRK-NUMERO " JA EXISTE - "
                       "CONTROLE INVENTARIO.SEQ.TXT DESATUALIZADO"
               MOVE 'N' TO WRK-NUMERACAO-OK
               GO TO 0200-SAIDA
           END-WRITE.
           ADD 1 TO WRK-QT-CONGELADOS.
           MOVE SPACES TO WRK-LINHA.
           STRING PROD-CODIGO          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PROD-DESCRICAO       DELIMITED BY SIZE
                  '  ____________'     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0200-SAIDA.
           EXIT.

      *    PROCURA O PRODUTO NAS CONTAGENS PELA CHAVE ALTERNATIVA;
      *    DEVOLVE O NUMERO DA CONTAGEM AINDA ABERTA NO MESMO LOCAL
      *    (EM BRANCO = LOCAL PADRAO), OU ZERO.
       0300-CONTAGEM-ABERTA          SECTION.
           MOVE ZEROS TO WRK-CONT-ABERTA.
           MOVE PROD-CODIGO TO INV-PRODUTO.
           START INVENTARIO KEY IS EQUAL INV-PRODUTO
             INVALID KEY
               GO TO 0300-SAIDA
           END-START.
           READ INVENTARIO NEXT RECORD.
           PERFORM UNTIL FS-INVENTARIO NOT = 0
                         OR INV-PRODUTO NOT = PROD-CODIGO
                         OR WRK-CONT-ABERTA NOT = ZEROS
               MOVE INV-LOCAL TO WRK-INV-LOCAL
               IF WRK-INV-LOCAL = SPACES
                   MOVE WRK-LOC-COD(1) TO WRK-INV-LOCAL
               END-IF
               IF INV-EM-CONTAGEM
                       AND WRK-INV-LOCAL = WRK-LOCAL-CONTAGEM
                   MOVE INV-CONTAGEM TO WRK-CONT-ABERTA
               END-IF
               READ INVENTARIO NEXT RECORD
           END-PERFORM.

       0300-SAIDA.
           EXIT.

       0700-FINALIZAR                SECTION.
           MOVE '----- RESUMO -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PRODUTOS LIDOS............: ' DELIMITED BY SIZE
                  WRK-QT-LIDOS                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONGELADOS PARA CONTAGEM..: ' DELIMITED BY SIZE
                  WRK-QT-CONGELADOS              DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORA - EM OUTRA CONTAGEM..: ' DELIMITED BY SIZE
                  WRK-QT-EM-CONTAGEM             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE PRODUTOS INVENTARIO ESTLOCAL FOLHAS.
      *    O NUMERO SO E CONSUMIDO SE A CONTAGEM TEM PRODUTO.
           IF WRK-QT-CONGELADOS > ZEROS
               OPEN OUTPUT INVSEQ
               MOVE WRK-NUMERO TO INVSEQ-NUMERO
               WRITE INVSEQ-REG
               CLOSE INVSEQ
               DISPLAY "CONTAGEM " WRK-NUMERO " ABERTA NO LOCAL "
                       WRK-LOCAL-CONTAGEM
           ELSE
               DISPLAY "NENHUM PRODUTO CONGELADO - CONTAGEM NAO ABERTA"
           END-IF.
           IF WRK-NUMERACAO-OK NOT = 'S'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QT-EM-CONTAGEM > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO FOLHAS-REG.
           WRITE FOLHAS-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-INVENTARIO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INVENTARIO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-INVENTARIO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-INVSEQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INVENTARIO.SEQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-INVSEQ
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FOLHAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INVENTARIO.FOL.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ESTLOCAL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ESTLOCAL.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ESTLOCAL
           END-STRING.

       COPY CFGLER.

       COPY ESTLOCAL.
