       IDENTIFICATION DIVISION.
       PROGRAM-ID. GERACOMP.
      ******************************************************************
      *OBJETIVO: GERACAO DOS PEDIDOS DE COMPRA DE REPOSICAO. O MESMO
      *          CRITERIO DO RELESTOQ (ESTOQUE NO NIVEL MINIMO OU
      *          ABAIXO) ESCOLHE OS PRODUTOS; A QUANTIDADE PEDIDA LEVA
      *          O ESTOQUE AO DOBRO DO MINIMO (NO MINIMO UMA UNIDADE
      *          ACIMA DELE), DESCONTADO O QUE JA ESTA ENCOMENDADO EM
      *          PEDIDO DE COMPRA PENDENTE - RODAR DUAS VEZES NAO PEDE
      *          EM DOBRO. OS PRODUTOS SAO AGRUPADOS (SORT) PELO
      *          FORNECEDOR PREFERENCIAL E CADA FORNECEDOR GANHA UM
      *          PEDIDO NUMERADO PELO CONTROLE COMPRAS.SEQ.TXT EM
      *          COMPRAS.DAT.TXT (VIDE CMPREG.cpy), COM A ENTREGA
      *          PREVISTA PELO PRAZO DO FORNECEDOR NO PROXIMO DIA UTIL.
      *          PRODUTO SEM FORNECEDOR, OU COM FORNECEDOR INEXISTENTE
      *          OU INATIVO, FICA DE FORA E E ACUSADO. RELATORIO NA
      *          TELA E EM COMPRAS.GER.RPT.TXT. RETURN-CODE 4 QUANDO
      *          HA PRODUTO DE FORA; 8 SE O CONTROLE APONTA PARA
      *          NUMERO JA USADO.
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

           SELECT FORNECEDORES ASSIGN TO WRK-ARQ-FORNECEDORES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FORNECEDORES
               RECORD KEY      IS FORN-CODIGO.

           SELECT COMPRAS ASSIGN TO WRK-ARQ-COMPRAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-COMPRAS
               RECORD KEY      IS CMP-CHAVE
               ALTERNATE RECORD KEY IS CMP-PRODUTO WITH DUPLICATES.

           SELECT COMPSEQ ASSIGN TO WRK-ARQ-COMPSEQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-COMPSEQ.

           SELECT COMPREL ASSIGN TO WRK-ARQ-COMPREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-COMPREL.

           SELECT ORDCMP ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  FORNECEDORES.
       COPY FORNREG.

       FD  COMPRAS.
       COPY CMPREG.

       FD  COMPSEQ.
       01  COMPSEQ-REG.
           05 COMPSEQ-NUMERO            PIC 9(06).

       FD  COMPREL.
       01  COMPREL-REG                  PIC X(80).

      *    PRODUTOS A COMPRAR, NA ORDEM FORNECEDOR + PRODUTO.
       SD  ORDCMP.
       01  ORDCMP-REG.
           05 ORDC-FORNECEDOR           PIC 9(05).
           05 ORDC-PRODUTO              PIC 9(05).
           05 ORDC-DESCRICAO            PIC X(30).
           05 ORDC-QTDE                 PIC 9(05).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FORNECEDORES         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-COMPRAS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-COMPSEQ              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-COMPREL              PIC X(80) VALUE SPACES.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-FORNECEDORES              PIC 9(02) VALUE ZEROS.
       77  FS-COMPRAS                   PIC 9(02) VALUE ZEROS.
       77  FS-COMPSEQ                   PIC 9(02) VALUE ZEROS.
       77  FS-COMPREL                   PIC 9(02) VALUE ZEROS.
       77  FS-ORDCMP                    PIC 9(02) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO                   PIC 9(06) VALUE ZEROS.
       77  WRK-LINHA-PED                PIC 9(03) VALUE ZEROS.
       77  WRK-PREVISTA                 PIC 9(08) VALUE ZEROS.
       77  WRK-FORN-ATUAL               PIC 9(05) VALUE ZEROS.
       77  WRK-PED-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-NUMERACAO-OK             PIC X(01) VALUE 'S'.
      *    CALCULO DA NECESSIDADE DE UM PRODUTO.
       77  WRK-ALVO                     PIC 9(06) VALUE ZEROS.
       77  WRK-ENCOMENDADO              PIC 9(06) VALUE ZEROS.
       77  WRK-NECESSIDADE              PIC S9(06) VALUE ZEROS.
       77  WRK-MOTIVO                   PIC X(30) VALUE SPACES.
      *    TOTAIS DO PROCESSAMENTO.
       77  WRK-QT-LIDOS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REPOR                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-JA-ENCOMENDADOS       PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-FORNECEDOR        PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PEDIDOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-LINHAS                PIC 9(05) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       COPY DIAUTILW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           SORT ORDCMP ON ASCENDING KEY ORDC-FORNECEDOR
                          ASCENDING KEY ORDC-PRODUTO
               INPUT PROCEDURE IS 0200-SELECIONA
               OUTPUT PROCEDURE IS 0400-EMITE-PEDIDOS.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS NOT = 0
               DISPLAY "CATALOGO DE PRODUTOS NAO FOI ABERTO, STATUS="
                       FS-PRODUTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES NOT = 0
               DISPLAY "CADASTRO DE FORNECEDORES NAO FOI ABERTO, "
                       "STATUS=" FS-FORNECEDORES
               CLOSE PRODUTOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O COMPRAS.
           IF FS-COMPRAS = 35
               OPEN OUTPUT COMPRAS
               CLOSE COMPRAS
               OPEN I-O COMPRAS
           END-IF.
           IF FS-COMPRAS NOT = 0
               DISPLAY "PEDIDOS DE COMPRA NAO FORAM ABERTOS, STATUS="
                       FS-COMPRAS
               CLOSE PRODUTOS FORNECEDORES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT COMPSEQ.
           IF FS-COMPSEQ = 0
               READ COMPSEQ
                 NOT AT END
                   MOVE COMPSEQ-NUMERO TO WRK-NUMERO
               END-READ
               CLOSE COMPSEQ
           END-IF.
           OPEN OUTPUT COMPREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS DE COMPRA DE REPOSICAO EM '
                                  DELIMITED BY SIZE
                  WRK-HOJE        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

      *    VARRE O CATALOGO; SO O PRODUTO QUE PRECISA DE COMPRA E TEM
      *    PARA QUEM PEDIR VAI PARA A CLASSIFICACAO.
       0200-SELECIONA                SECTION.
           MOVE ZEROS TO PROD-CODIGO.
           START PRODUTOS KEY IS NOT LESS PROD-CODIGO
             INVALID KEY
               CONTINUE
           END-START.
           READ PRODUTOS NEXT RECORD
           PERFORM UNTIL FS-PRODUTOS NOT = 0
               ADD 1 TO WRK-QT-LIDOS
               PERFORM 0250-AVALIA-PRODUTO
               READ PRODUTOS NEXT RECORD
           END-PERFORM.

       0250-AVALIA-PRODUTO           SECTION.
           IF PROD-ESTOQUE NOT NUMERIC OR PROD-MINIMO NOT NUMERIC
               GO TO 0250-SAIDA
           END-IF.
           IF PROD-ESTOQUE > PROD-MINIMO
               GO TO 0250-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-REPOR.
           COMPUTE WRK-ALVO = PROD-MINIMO * 2.
           IF WRK-ALVO NOT > PROD-MINIMO
               COMPUTE WRK-ALVO = PROD-MINIMO + 1
           END-IF.
           PERFORM 0300-SOMA-ENCOMENDADO.
           COMPUTE WRK-NECESSIDADE =
                   WRK-ALVO - PROD-ESTOQUE - WRK-ENCOMENDADO.
           IF WRK-NECESSIDADE NOT > ZEROS
               ADD 1 TO WRK-QT-JA-ENCOMENDADOS
               MOVE SPACES TO WRK-LINHA
               STRING PROD-CODIGO       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      PROD-DESCRICAO    DELIMITED BY SIZE
                      ' JA ENCOMENDADO ' DELIMITED BY SIZE
                      WRK-ENCOMENDADO   DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
               GO TO 0250-SAIDA
           END-IF.
           MOVE SPACES TO WRK-MOTIVO.
           IF PROD-FORNECEDOR NOT NUMERIC OR PROD-FORNECEDOR = ZEROS
               MOVE 'SEM FORNECEDOR PREFERENCIAL' TO WRK-MOTIVO
           ELSE
               MOVE PROD-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES
                 INVALID KEY
                   MOVE 'FORNECEDOR NAO CADASTRADO' TO WRK-MOTIVO
                 NOT INVALID KEY
                   IF FORN-INATIVO
                       MOVE 'FORNECEDOR INATIVO' TO WRK-MOTIVO
                   END-IF
               END-READ
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QT-SEM-FORNECEDOR
               MOVE SPACES TO WRK-LINHA
               STRING PROD-CODIGO       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      PROD-DESCRICAO    DELIMITED BY SIZE
                      ' *** '           DELIMITED BY SIZE
                      WRK-MOTIVO        DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
               GO TO 0250-SAIDA
           END-IF.
           MOVE PROD-FORNECEDOR TO ORDC-FORNECEDOR.
           MOVE PROD-CODIGO     TO ORDC-PRODUTO.
           MOVE PROD-DESCRICAO  TO ORDC-DESCRICAO.
           MOVE WRK-NECESSIDADE TO ORDC-QTDE.
           RELEASE ORDCMP-REG.

       0250-SAIDA.
           EXIT.

      *    SALDO AINDA A RECEBER DO PRODUTO NOS PEDIDOS PENDENTES.
       0300-SOMA-ENCOMENDADO         SECTION.
           MOVE ZEROS TO WRK-ENCOMENDADO.
           MOVE PROD-CODIGO TO CMP-PRODUTO.
           START COMPRAS KEY IS EQUAL CMP-PRODUTO
             INVALID KEY
               GO TO 0300-SAIDA
           END-START.
           READ COMPRAS NEXT RECORD.
           PERFORM UNTIL FS-COMPRAS NOT = 0
                         OR CMP-PRODUTO NOT = PROD-CODIGO
               IF CMP-PENDENTE
                   COMPUTE WRK-ENCOMENDADO = WRK-ENCOMENDADO
                         + CMP-QTDE - CMP-QTDE-RECEBIDA
               END-IF
               READ COMPRAS NEXT RECORD
           END-PERFORM.

       0300-SAIDA.
           MOVE 0 TO FS-COMPRAS.
           EXIT.

      *    UM PEDIDO POR FORNECEDOR, LINHAS NUMERADAS A PARTIR DE 1.
       0400-EMITE-PEDIDOS            SECTION.
           MOVE 'N' TO WRK-PED-ABERTO.
           RETURN ORDCMP
             AT END
               MOVE 10 TO FS-ORDCMP
             NOT AT END
               MOVE 0 TO FS-ORDCMP
           END-RETURN.
           PERFORM UNTIL FS-ORDCMP = 10
                         OR WRK-NUMERACAO-OK NOT = 'S'
               IF WRK-PED-ABERTO NOT = 'S'
                       OR ORDC-FORNECEDOR NOT = WRK-FORN-ATUAL
                   PERFORM 0420-ABRE-PEDIDO
               END-IF
               PERFORM 0450-GRAVA-LINHA-PEDIDO
               RETURN ORDCMP
                 AT END
                   MOVE 10 TO FS-ORDCMP
               END-RETURN
           END-PERFORM.
           CLOSE PRODUTOS FORNECEDORES COMPRAS.
           IF WRK-QT-PEDIDOS > ZEROS
               OPEN OUTPUT COMPSEQ
               MOVE WRK-NUMERO TO COMPSEQ-NUMERO
               WRITE COMPSEQ-REG
               CLOSE COMPSEQ
           END-IF.

       0420-ABRE-PEDIDO              SECTION.
           MOVE 'S'             TO WRK-PED-ABERTO.
           MOVE ORDC-FORNECEDOR TO WRK-FORN-ATUAL.
           ADD 1 TO WRK-NUMERO.
           ADD 1 TO WRK-QT-PEDIDOS.
           MOVE ZEROS TO WRK-LINHA-PED.
           MOVE WRK-FORN-ATUAL TO FORN-CODIGO.
           READ FORNECEDORES
             INVALID KEY
               MOVE SPACES TO FORN-NOME
               MOVE ZEROS  TO FORN-PRAZO
           END-READ.
           IF FORN-PRAZO NOT NUMERIC
               MOVE ZEROS TO FORN-PRAZO
           END-IF.
           COMPUTE WRK-PREVISTA = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WRK-HOJE) + FORN-PRAZO).
           MOVE 'P'          TO DIAUTIL-FUNCAO.
           MOVE WRK-PREVISTA TO DIAUTIL-DATA.
           CALL 'DIAUTIL' USING DIAUTIL-PARM.
           MOVE DIAUTIL-RESULTADO TO WRK-PREVISTA.
           MOVE ALL '-' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDO DE COMPRA '  DELIMITED BY SIZE
                  WRK-NUMERO           DELIMITED BY SIZE
                  ' FORNECEDOR '       DELIMITED BY SIZE
                  WRK-FORN-ATUAL       DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  FORN-NOME            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMISSAO '           DELIMITED BY SIZE
                  WRK-HOJE             DELIMITED BY SIZE
                  '  ENTREGA PREVISTA ' DELIMITED BY SIZE
                  WRK-PREVISTA         DELIMITED BY SIZE
                  '  CONTATO '         DELIMITED BY SIZE
                  FORN-TELEFONE        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0450-GRAVA-LINHA-PEDIDO       SECTION.
           ADD 1 TO WRK-LINHA-PED.
           MOVE SPACES          TO CMP-REG.
           MOVE WRK-NUMERO      TO CMP-NUMERO.
           MOVE WRK-LINHA-PED   TO CMP-LINHA.
           MOVE WRK-FORN-ATUAL  TO CMP-FORNECEDOR.
           MOVE WRK-HOJE        TO CMP-EMISSAO.
           MOVE WRK-PREVISTA    TO CMP-PREVISTA.
           MOVE ORDC-PRODUTO    TO CMP-PRODUTO.
           MOVE ORDC-QTDE       TO CMP-QTDE.
           MOVE ZEROS           TO CMP-QTDE-RECEBIDA
                                   CMP-ULT-RECEBIMENTO.
           MOVE 'A'             TO CMP-SITUACAO.
           MOVE 'GERACOMP'      TO CMP-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO CMP-DATAHORA.
           WRITE CMP-REG
             INVALID KEY
      *        NUMERO JA NO ARQUIVO: O CONTROLE FICOU PARA TRAS. PARA
      *        TUDO EM VEZ DE MISTURAR LINHAS EM PEDIDO ALHEIO.
               DISPLAY "PEDIDO DE COMPRA " WRK-NUMERO " JA EXISTE - "
                       "CONTROLE COMPRAS.SEQ.TXT DESATUALIZADO"
               MOVE 'N' TO WRK-NUMERACAO-OK
               SUBTRACT 1 FROM WRK-NUMERO
               SUBTRACT 1 FROM WRK-QT-PEDIDOS
               GO TO 0450-SAIDA
           END-WRITE.
           ADD 1 TO WRK-QT-LINHAS.
           MOVE SPACES TO WRK-LINHA.
           STRING '  LINHA '           DELIMITED BY SIZE
                  WRK-LINHA-PED        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ORDC-PRODUTO         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  ORDC-DESCRICAO       DELIMITED BY SIZE
                  ' QTDE '             DELIMITED BY SIZE
                  ORDC-QTDE            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0450-SAIDA.
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
           STRING 'NO NIVEL DE REPOSICAO.....: ' DELIMITED BY SIZE
                  WRK-QT-REPOR                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORA - JA ENCOMENDADOS....: ' DELIMITED BY SIZE
                  WRK-QT-JA-ENCOMENDADOS         DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FORA - SEM FORNECEDOR.....: ' DELIMITED BY SIZE
                  WRK-QT-SEM-FORNECEDOR          DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS DE COMPRA EMITIDOS: ' DELIMITED BY SIZE
                  WRK-QT-PEDIDOS                 DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS....................: ' DELIMITED BY SIZE
                  WRK-QT-LINHAS                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE COMPREL.
           IF WRK-NUMERACAO-OK NOT = 'S'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WRK-QT-SEM-FORNECEDOR > ZEROS
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO COMPREL-REG.
           WRITE COMPREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FORNECEDORES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FORNECEDORES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FORNECEDORES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-COMPRAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COMPRAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-COMPRAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-COMPSEQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COMPRAS.SEQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-COMPSEQ
           END-STRING.
           MOVE SPACES TO WRK-ARQ-COMPREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COMPRAS.GER.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-COMPREL
           END-STRING.

       COPY CFGLER.
