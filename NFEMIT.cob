       IDENTIFICATION DIVISION.
       PROGRAM-ID. NFEMIT.
      ******************************************************************
      *OBJETIVO: EMISSAO DAS NOTAS FISCAIS DE VENDA DOS PEDIDOS
      *          FECHADOS (PEDIDOS.DAT.TXT, VIDE PEDIDREG.cpy). CADA
      *          PEDIDO COM FECHAMENTO 'T', SEM CANCELAMENTO TOTAL E
      *          AINDA SEM NOTA GANHA O PROXIMO NUMERO DO CONTROLE
      *          NOTAS.SEQ.TXT (NUMERACAO CONTINUA, COMO A DOS
      *          RECIBOS) E VAI PARA O REGISTRO NOTAS.DAT.TXT (VIDE
      *          NFREG.cpy), COM A VIA IMPRESSA NO SPOOL NOTAS.SPL.TXT:
      *          CLIENTE E ENDERECO DO CADASTRO, ITENS, DESCONTO,
      *          FRETE E O IMPOSTO ESTADUAL PELA ALIQUOTA DA UF DE
      *          DESTINO (ALIQUOTAS.UF.TXT, VIDE ALIQREG.cpy).
      *          DEVOLUCOES 'D' ANTERIORES A NOTA JA SAEM ABATIDAS DELA;
      *          AS POSTERIORES GANHAM NOTA DE DEVOLUCAO NO CANCPED.
      *          O DESTINO E A UF DO ENDERECO DO CLIENTE; VENDA DE
      *          BALCAO E CLIENTE SEM UF FICAM NA UF DA LOJA
      *          (UF-EMITENTE DO SISTEMA.CFG.TXT).
      *          NO FIM, QUADRO DO IMPOSTO POR UF E CONFERENCIA DA
      *          NUMERACAO (NUMERO FALTANDO NO REGISTRO OU CONTROLE
      *          FORA DE PASSO), NA TELA E EM NOTAS.RPT.TXT.
      *          RETURN-CODE 4 QUANDO HA PEDIDO SEGURO POR FALTA DE
      *          ALIQUOTA OU BURACO NA NUMERACAO; 8 SE O CONTROLE
      *          APONTA PARA NUMERO JA USADO.
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

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

           SELECT NOTAS ASSIGN TO WRK-ARQ-NOTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-NOTAS
               RECORD KEY      IS NF-NUMERO
               ALTERNATE RECORD KEY IS NF-PEDIDO WITH DUPLICATES.

           SELECT NFSEQ ASSIGN TO WRK-ARQ-NFSEQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-NFSEQ.

           SELECT ALIQUF ASSIGN TO WRK-ARQ-ALIQUF
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-ALIQUF.

           SELECT NFSPOOL ASSIGN TO WRK-ARQ-NFSPOOL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-NFSPOOL.

           SELECT NFREL ASSIGN TO WRK-ARQ-NFREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-NFREL.

           SELECT ORDPED ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PEDIDOS.
       COPY PEDIDREG.

       FD  CLIENTES.
       COPY CLIREG.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  NOTAS.
       COPY NFREG.

       FD  NFSEQ.
       01  NFSEQ-REG.
           05 NFSEQ-NUMERO              PIC 9(08).

       FD  ALIQUF.
       COPY ALIQREG.

       FD  NFSPOOL.
       01  NFSPOOL-REG                  PIC X(80).

       FD  NFREL.
       01  NFREL-REG                    PIC X(80).

      *    LINHAS DO PEDIDO NA ORDEM CABECALHO, ITENS, FECHAMENTO E
      *    CANCELAMENTO/DEVOLUCAO DENTRO DE CADA NUMERO (O CANCPED
      *    GRAVA AS DUAS ULTIMAS BEM DEPOIS, NO FIM DO ARQUIVO).
       SD  ORDPED.
       01  ORDPED-REG.
           05 ORDP-NUMERO               PIC 9(06).
           05 ORDP-ORDEM                PIC 9(01).
           05 ORDP-TIPO                 PIC X(01).
           05 ORDP-DATA                 PIC 9(08).
           05 ORDP-PRODUTO              PIC 9(05).
           05 ORDP-QTDE                 PIC 9(03).
           05 ORDP-PRECO                PIC 9(07)V99.
           05 ORDP-TOTAL                PIC 9(09)V99.
           05 ORDP-VALOR-FRETE          PIC 9(07)V99.
           05 ORDP-CLI-TIPO             PIC X(01).
           05 ORDP-CLI-PAIS             PIC 9(03).
           05 ORDP-CLI-FONE             PIC 9(12).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PEDIDOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-NOTAS                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-NFSEQ                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ALIQUF               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-NFSPOOL              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-NFREL                PIC X(80) VALUE SPACES.
       77  FS-PEDIDOS                   PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES                  PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-NOTAS                     PIC 9(02) VALUE ZEROS.
       77  FS-NFSEQ                     PIC 9(02) VALUE ZEROS.
       77  FS-ALIQUF                    PIC 9(02) VALUE ZEROS.
       77  FS-NFSPOOL                   PIC 9(02) VALUE ZEROS.
       77  FS-NFREL                     PIC 9(02) VALUE ZEROS.
       77  FS-ORDPED                    PIC 9(02) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-NF-NUMERO                PIC 9(08) VALUE ZEROS.
       77  WRK-NF-ESPERADA              PIC 9(08) VALUE ZEROS.
       77  WRK-NF-ULTIMA                PIC 9(08) VALUE ZEROS.
       77  WRK-CLIENTES-OK              PIC X(01) VALUE 'N'.
       77  WRK-PRODUTOS-OK              PIC X(01) VALUE 'N'.
       77  WRK-INTERROMPE               PIC X(01) VALUE 'N'.
      *    PEDIDO EM APURACAO.
       77  WRK-PED-NUMERO               PIC 9(06) VALUE ZEROS.
       77  WRK-PED-DATA                 PIC 9(08) VALUE ZEROS.
       77  WRK-PED-CLI-TIPO             PIC X(01) VALUE SPACES.
       77  WRK-PED-PAIS                 PIC 9(03) VALUE ZEROS.
       77  WRK-PED-FONE                 PIC 9(12) VALUE ZEROS.
       77  WRK-PED-TEM-H                PIC X(01) VALUE 'N'.
       77  WRK-PED-TEM-T                PIC X(01) VALUE 'N'.
       77  WRK-PED-CANCELADO            PIC X(01) VALUE 'N'.
       77  WRK-PED-FATURADO             PIC X(01) VALUE 'N'.
       77  WRK-PED-MERC                 PIC S9(09)V99 VALUE ZEROS.
       77  WRK-PED-FRETE                PIC 9(07)V99 VALUE ZEROS.
       77  WRK-QT-ITENS                 PIC 9(02) VALUE ZEROS.
       77  WRK-I                        PIC 9(02) VALUE ZEROS.
       01  WRK-ITENS.
           05 WRK-ITEM OCCURS 20 TIMES.
              10 WRK-ITEM-PRODUTO       PIC 9(05).
              10 WRK-ITEM-QTDE          PIC 9(03).
              10 WRK-ITEM-PRECO         PIC 9(07)V99.
      *    CALCULO DA NOTA.
       77  WRK-UF                       PIC X(02) VALUE SPACES.
       77  WRK-A                        PIC 9(02) VALUE ZEROS.
       77  WRK-ITEM-VALOR               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-SOMA-ITENS               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DESCONTO                 PIC 9(09)V99 VALUE ZEROS.
       77  WRK-BASE                     PIC 9(09)V99 VALUE ZEROS.
      *    ALIQUOTAS CARREGADAS DO ALIQUOTAS.UF.TXT, COM OS TOTAIS DO
      *    QUADRO POR UF.
       77  WRK-QT-ALIQ                  PIC 9(02) VALUE ZEROS.
       01  WRK-ALIQ-TAB.
           05 WRK-ALIQ OCCURS 30 TIMES.
              10 WRK-ALIQ-UF            PIC X(02).
              10 WRK-ALIQ-PERC          PIC 9(02)V99.
              10 WRK-ALIQ-QT-NOTAS      PIC 9(05).
              10 WRK-ALIQ-BASE          PIC 9(11)V99.
              10 WRK-ALIQ-IMPOSTO       PIC 9(11)V99.
      *    TOTAIS DO PROCESSAMENTO.
       77  WRK-QT-PEDIDOS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-EMITIDAS              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-JA-FATURADOS          PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CANCELADOS            PIC 9(07) VALUE ZEROS.
       77  WRK-QT-INCOMPLETOS           PIC 9(07) VALUE ZEROS.
       77  WRK-QT-DEVOLVIDOS            PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-ALIQ              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-BURACOS               PIC 9(07) VALUE ZEROS.
       77  WRK-TOT-NOTAS                PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-IMPOSTO              PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-ED                    PIC ZZZ.ZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-VALOR2-ED                PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-PRECO-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PERC-ED                  PIC Z9,99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           SORT ORDPED ON ASCENDING KEY ORDP-NUMERO
                          ASCENDING KEY ORDP-ORDEM
               INPUT PROCEDURE IS 0200-LE-PEDIDOS
               OUTPUT PROCEDURE IS 0300-APURA-PEDIDOS.
           PERFORM 0600-CONFERE-NUMERACAO.
           PERFORM 0700-QUADRO.
           PERFORM 0800-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           INITIALIZE WRK-ALIQ-TAB.
           PERFORM 0150-CARREGA-ALIQUOTAS.
           IF WRK-QT-ALIQ = ZEROS
               DISPLAY "TABELA DE ALIQUOTAS ALIQUOTAS.UF.TXT VAZIA "
                       "OU AUSENTE - NENHUMA NOTA EMITIDA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT = 0
               DISPLAY "ARQUIVO DE PEDIDOS NAO FOI ABERTO, STATUS="
                       FS-PEDIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O NOTAS.
           IF FS-NOTAS = 35
               OPEN OUTPUT NOTAS
               CLOSE NOTAS
               OPEN I-O NOTAS
           END-IF.
           IF FS-NOTAS NOT = 0
               DISPLAY "REGISTRO DE NOTAS NAO FOI ABERTO, STATUS="
                       FS-NOTAS
               CLOSE PEDIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM CADASTRO OU CATALOGO A NOTA SAI DO MESMO JEITO, SO SEM
      *    O NOME/ENDERECO OU A DESCRICAO DOS ITENS.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = 0
               MOVE 'S' TO WRK-CLIENTES-OK
           END-IF.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS = 0
               MOVE 'S' TO WRK-PRODUTOS-OK
           END-IF.
           MOVE ZEROS TO WRK-NF-NUMERO.
           OPEN INPUT NFSEQ.
           IF FS-NFSEQ = 0
               READ NFSEQ
                 NOT AT END
                   MOVE NFSEQ-NUMERO TO WRK-NF-NUMERO
               END-READ
               CLOSE NFSEQ
           END-IF.
           OPEN EXTEND NFSPOOL.
           IF FS-NFSPOOL = 35
               OPEN OUTPUT NFSPOOL
               CLOSE NFSPOOL
               OPEN EXTEND NFSPOOL
           END-IF.
           OPEN OUTPUT NFREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'EMISSAO DE NOTAS FISCAIS DE VENDA EM '
                                  DELIMITED BY SIZE
                  WRK-HOJE        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.

       0150-CARREGA-ALIQUOTAS        SECTION.
           MOVE ZEROS TO WRK-QT-ALIQ.
           OPEN INPUT ALIQUF.
           IF FS-ALIQUF NOT = 0
               GO TO 0150-SAIDA
           END-IF.
           READ ALIQUF
           PERFORM UNTIL FS-ALIQUF NOT = 0
               IF ALIQ-UF(1:1) NOT = '*' AND ALIQ-UF NOT = SPACES
                       AND ALIQ-PERC IS NUMERIC
                       AND WRK-QT-ALIQ < 30
                   ADD 1 TO WRK-QT-ALIQ
                   MOVE ALIQ-UF   TO WRK-ALIQ-UF(WRK-QT-ALIQ)
                   MOVE ALIQ-PERC TO WRK-ALIQ-PERC(WRK-QT-ALIQ)
               END-IF
               READ ALIQUF
           END-PERFORM.
           CLOSE ALIQUF.

       0150-SAIDA.
           EXIT.

      *    SO CABECALHO, ITENS, FECHAMENTO, CANCELAMENTO E DEVOLUCAO
      *    VAO PARA A CLASSIFICACAO.
       0200-LE-PEDIDOS               SECTION.
           READ PEDIDOS NEXT RECORD
           PERFORM UNTIL FS-PEDIDOS NOT = 0
               MOVE ZEROS TO ORDP-ORDEM
               EVALUATE PED-TIPO
                 WHEN 'H'
                   MOVE 1 TO ORDP-ORDEM
                 WHEN 'I'
                   MOVE 2 TO ORDP-ORDEM
                 WHEN 'T'
                   MOVE 3 TO ORDP-ORDEM
                 WHEN 'C'
                   MOVE 4 TO ORDP-ORDEM
                 WHEN 'D'
                   MOVE 4 TO ORDP-ORDEM
               END-EVALUATE
               IF ORDP-ORDEM NOT = ZEROS
                   MOVE PED-NUMERO   TO ORDP-NUMERO
                   MOVE PED-TIPO     TO ORDP-TIPO
                   MOVE PED-DATA     TO ORDP-DATA
                   MOVE PED-PRODUTO  TO ORDP-PRODUTO
                   MOVE PED-QTDE     TO ORDP-QTDE
                   MOVE PED-PRECO    TO ORDP-PRECO
                   MOVE PED-TOTAL    TO ORDP-TOTAL
                   MOVE PED-CLI-TIPO TO ORDP-CLI-TIPO
                   MOVE PED-CLI-PAIS TO ORDP-CLI-PAIS
                   MOVE PED-CLI-FONE TO ORDP-CLI-FONE
                   IF PED-TIPO = 'T' AND PED-VALOR-FRETE IS NUMERIC
                       MOVE PED-VALOR-FRETE TO ORDP-VALOR-FRETE
                   ELSE
                       MOVE ZEROS TO ORDP-VALOR-FRETE
                   END-IF
                   RELEASE ORDPED-REG
               END-IF
               READ PEDIDOS NEXT RECORD
           END-PERFORM.
           CLOSE PEDIDOS.

       0300-APURA-PEDIDOS            SECTION.
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
                   MOVE ZEROS  TO WRK-PED-MERC WRK-PED-FRETE
                                  WRK-QT-ITENS
               END-IF
               EVALUATE ORDP-TIPO
                 WHEN 'H'
                   MOVE 'S'           TO WRK-PED-TEM-H
                   MOVE ORDP-DATA     TO WRK-PED-DATA
                   MOVE ORDP-CLI-TIPO TO WRK-PED-CLI-TIPO
                   MOVE ORDP-CLI-PAIS TO WRK-PED-PAIS
                   MOVE ORDP-CLI-FONE TO WRK-PED-FONE
                 WHEN 'I'
                   IF WRK-QT-ITENS < 20
                       ADD 1 TO WRK-QT-ITENS
                       MOVE ORDP-PRODUTO TO
                            WRK-ITEM-PRODUTO(WRK-QT-ITENS)
                       MOVE ORDP-QTDE    TO
                            WRK-ITEM-QTDE(WRK-QT-ITENS)
                       MOVE ORDP-PRECO   TO
                            WRK-ITEM-PRECO(WRK-QT-ITENS)
                   END-IF
                 WHEN 'T'
                   MOVE 'S' TO WRK-PED-TEM-T
                   ADD ORDP-TOTAL TO WRK-PED-MERC
                   MOVE ORDP-VALOR-FRETE TO WRK-PED-FRETE
                 WHEN 'C'
                   MOVE 'S' TO WRK-PED-CANCELADO
                 WHEN 'D'
                   SUBTRACT ORDP-TOTAL FROM WRK-PED-MERC
                   PERFORM 0320-NETA-DEVOLUCAO
               END-EVALUATE
               RETURN ORDPED
                 AT END
                   MOVE 10 TO FS-ORDPED
               END-RETURN
           END-PERFORM.
           PERFORM 0350-FECHA-PEDIDO.

      *    DEVOLUCAO ANTERIOR A NOTA: O ITEM SAI DA NOTA COM A
      *    QUANTIDADE QUE FICOU COM O CLIENTE.
       0320-NETA-DEVOLUCAO           SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ITENS
               IF WRK-ITEM-PRODUTO(WRK-I) = ORDP-PRODUTO
                   IF ORDP-QTDE >= WRK-ITEM-QTDE(WRK-I)
                       MOVE ZEROS TO WRK-ITEM-QTDE(WRK-I)
                   ELSE
                       SUBTRACT ORDP-QTDE FROM WRK-ITEM-QTDE(WRK-I)
                   END-IF
               END-IF
           END-PERFORM.

       0350-FECHA-PEDIDO             SECTION.
           IF WRK-PED-NUMERO = ZEROS
               GO TO 0350-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-PEDIDOS.
           IF WRK-PED-MERC < ZEROS
               MOVE ZEROS TO WRK-PED-MERC
           END-IF.
           PERFORM 0360-VERIFICA-NOTA.
           EVALUATE TRUE
             WHEN WRK-PED-FATURADO = 'S'
               ADD 1 TO WRK-QT-JA-FATURADOS
             WHEN WRK-PED-CANCELADO = 'S'
               ADD 1 TO WRK-QT-CANCELADOS
             WHEN WRK-PED-TEM-H NOT = 'S'
                  OR WRK-PED-TEM-T NOT = 'S'
               ADD 1 TO WRK-QT-INCOMPLETOS
             WHEN WRK-PED-MERC = ZEROS AND WRK-PED-FRETE = ZEROS
               ADD 1 TO WRK-QT-DEVOLVIDOS
             WHEN WRK-INTERROMPE = 'S'
               CONTINUE
             WHEN OTHER
               PERFORM 0400-EMITE-NOTA
           END-EVALUATE.

       0350-SAIDA.
           EXIT.

      *    PEDIDO QUE JA TEM NOTA DE VENDA NAO FATURA DE NOVO: A
      *    CHAVE ALTERNADA DO PEDIDO LEVA DIRETO AS NOTAS DELE.
       0360-VERIFICA-NOTA            SECTION.
           MOVE 'N' TO WRK-PED-FATURADO.
           MOVE WRK-PED-NUMERO TO NF-PEDIDO.
           START NOTAS KEY IS EQUAL NF-PEDIDO
             INVALID KEY
               GO TO 0360-SAIDA
           END-START.
           READ NOTAS NEXT RECORD.
           PERFORM UNTIL FS-NOTAS NOT = 0
                         OR NF-PEDIDO NOT = WRK-PED-NUMERO
               IF NF-VENDA
                   MOVE 'S' TO WRK-PED-FATURADO
               END-IF
               READ NOTAS NEXT RECORD
           END-PERFORM.

       0360-SAIDA.
           EXIT.

      *    NOTA DE VENDA: UF DE DESTINO, ALIQUOTA DA TABELA, PROXIMO
      *    NUMERO DO CONTROLE, REGISTRO E VIA NO SPOOL. O IMPOSTO
      *    INCIDE SOBRE MERCADORIAS + FRETE E JA ESTA NO PRECO (VAI
      *    DESTACADO, NAO SOMADO AO TOTAL DA NOTA).
       0400-EMITE-NOTA               SECTION.
           MOVE CFG-UF-EMITENTE TO WRK-UF.
           MOVE SPACES TO CLIENTES-NOME.
           IF WRK-PED-CLI-TIPO = 'C' AND WRK-CLIENTES-OK = 'S'
               MOVE WRK-PED-PAIS TO CLIENTES-PAIS
               MOVE WRK-PED-FONE TO CLIENTES-FONE
               READ CLIENTES
                 INVALID KEY
                   MOVE SPACES TO CLIENTES-REG
                 NOT INVALID KEY
                   IF CLIENTES-UF NOT = SPACES
                       MOVE CLIENTES-UF TO WRK-UF
                   END-IF
               END-READ
           END-IF.
           MOVE ZEROS TO WRK-A.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ALIQ
               IF WRK-ALIQ-UF(WRK-I) = WRK-UF
                   MOVE WRK-I TO WRK-A
               END-IF
           END-PERFORM.
           IF WRK-A = ZEROS
               ADD 1 TO WRK-QT-SEM-ALIQ
               MOVE SPACES TO WRK-LINHA
               STRING 'PEDIDO '          DELIMITED BY SIZE
                      WRK-PED-NUMERO     DELIMITED BY SIZE
                      ' SEGURO - SEM ALIQUOTA PARA A UF '
                                         DELIMITED BY SIZE
                      WRK-UF             DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0900-GRAVA-LINHA
               GO TO 0400-SAIDA
           END-IF.
           ADD 1 TO WRK-NF-NUMERO.
           MOVE SPACES TO NF-REG.
           MOVE WRK-NF-NUMERO    TO NF-NUMERO.
           MOVE 'V'              TO NF-TIPO.
           MOVE WRK-PED-NUMERO   TO NF-PEDIDO.
           MOVE WRK-HOJE         TO NF-DATA.
           MOVE ZEROS            TO NF-REFERENCIA.
           MOVE WRK-PED-CLI-TIPO TO NF-CLI-TIPO.
           MOVE WRK-PED-PAIS     TO NF-CLI-PAIS.
           MOVE WRK-PED-FONE     TO NF-CLI-FONE.
           MOVE WRK-UF           TO NF-UF.
           MOVE WRK-PED-MERC     TO NF-VALOR-MERC.
           MOVE WRK-PED-FRETE    TO NF-VALOR-FRETE.
           MOVE WRK-ALIQ-PERC(WRK-A) TO NF-ALIQUOTA.
           COMPUTE WRK-BASE = NF-VALOR-MERC + NF-VALOR-FRETE.
           COMPUTE NF-VALOR-IMPOSTO ROUNDED =
                   WRK-BASE * NF-ALIQUOTA / 100.
           MOVE WRK-BASE         TO NF-VALOR-TOTAL.
           MOVE 'NFEMIT  '       TO NF-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NF-DATAHORA.
           WRITE NF-REG
             INVALID KEY
      *        NUMERO JA NO REGISTRO: O CONTROLE FICOU PARA TRAS.
      *        PARA TUDO EM VEZ DE PULAR NUMERO OU DUPLICAR NOTA.
               DISPLAY "NOTA " WRK-NF-NUMERO " JA EXISTE NO "
                       "REGISTRO - CONTROLE NOTAS.SEQ.TXT FORA DE "
                       "PASSO, EMISSAO INTERROMPIDA"
               SUBTRACT 1 FROM WRK-NF-NUMERO
               MOVE 'S' TO WRK-INTERROMPE
               MOVE 8 TO RETURN-CODE
               GO TO 0400-SAIDA
           END-WRITE.
           OPEN OUTPUT NFSEQ.
           MOVE WRK-NF-NUMERO TO NFSEQ-NUMERO.
           WRITE NFSEQ-REG.
           CLOSE NFSEQ.
           ADD 1 TO WRK-QT-EMITIDAS.
           ADD NF-VALOR-TOTAL   TO WRK-TOT-NOTAS.
           ADD NF-VALOR-IMPOSTO TO WRK-TOT-IMPOSTO.
           ADD 1                TO WRK-ALIQ-QT-NOTAS(WRK-A).
           ADD WRK-BASE         TO WRK-ALIQ-BASE(WRK-A).
           ADD NF-VALOR-IMPOSTO TO WRK-ALIQ-IMPOSTO(WRK-A).
           PERFORM 0500-IMPRIME-NOTA.

       0400-SAIDA.
           EXIT.

       0500-IMPRIME-NOTA             SECTION.
           MOVE '========================================'
             TO NFSPOOL-REG.
           WRITE NFSPOOL-REG.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'NOTA FISCAL DE VENDA No ' DELIMITED BY SIZE
                  NF-NUMERO            DELIMITED BY SIZE
                  '  EMISSAO '         DELIMITED BY SIZE
                  NF-DATA(7:2)         DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  NF-DATA(5:2)         DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  NF-DATA(1:4)         DELIMITED BY SIZE
                  '  PEDIDO '          DELIMITED BY SIZE
                  NF-PEDIDO            DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.
           MOVE SPACES TO NFSPOOL-REG.
           IF NF-CLI-TIPO = 'C' AND CLIENTES-NOME NOT = SPACES
               STRING 'CLIENTE : '      DELIMITED BY SIZE
                      CLIENTES-NOME     DELIMITED BY SIZE
                 INTO NFSPOOL-REG
               END-STRING
               WRITE NFSPOOL-REG
               MOVE SPACES TO NFSPOOL-REG
               STRING 'ENDERECO: '      DELIMITED BY SIZE
                      FUNCTION TRIM(CLIENTES-LOGRADOURO)
                                        DELIMITED BY SIZE
                      ', '              DELIMITED BY SIZE
                      FUNCTION TRIM(CLIENTES-NUMERO)
                                        DELIMITED BY SIZE
                      ' - '             DELIMITED BY SIZE
                      FUNCTION TRIM(CLIENTES-CIDADE)
                                        DELIMITED BY SIZE
                      '/'               DELIMITED BY SIZE
                      NF-UF             DELIMITED BY SIZE
                      ' CEP '           DELIMITED BY SIZE
                      CLIENTES-CEP      DELIMITED BY SIZE
                 INTO NFSPOOL-REG
               END-STRING
           ELSE
               STRING 'CONSUMIDOR NAO IDENTIFICADO - DESTINO '
                                        DELIMITED BY SIZE
                      NF-UF             DELIMITED BY SIZE
                 INTO NFSPOOL-REG
               END-STRING
           END-IF.
           WRITE NFSPOOL-REG.
           MOVE ZEROS TO WRK-SOMA-ITENS.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ITENS
               IF WRK-ITEM-QTDE(WRK-I) > ZEROS
                   PERFORM 0550-IMPRIME-ITEM
               END-IF
           END-PERFORM.
           IF WRK-SOMA-ITENS > NF-VALOR-MERC
               COMPUTE WRK-DESCONTO = WRK-SOMA-ITENS - NF-VALOR-MERC
               MOVE WRK-DESCONTO TO WRK-VALOR-ED
               MOVE SPACES TO NFSPOOL-REG
               STRING 'DESCONTO.............: ' DELIMITED BY SIZE
                      WRK-VALOR-ED              DELIMITED BY SIZE
                 INTO NFSPOOL-REG
               END-STRING
               WRITE NFSPOOL-REG
           END-IF.
           MOVE NF-VALOR-MERC TO WRK-VALOR-ED.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'MERCADORIAS..........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED              DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.
           MOVE NF-VALOR-FRETE TO WRK-VALOR-ED.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'FRETE................: ' DELIMITED BY SIZE
                  WRK-VALOR-ED              DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.
           MOVE NF-VALOR-TOTAL TO WRK-VALOR-ED.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'TOTAL DA NOTA........: ' DELIMITED BY SIZE
                  WRK-VALOR-ED              DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.
           MOVE NF-ALIQUOTA      TO WRK-PERC-ED.
           MOVE NF-VALOR-IMPOSTO TO WRK-VALOR-ED.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'IMPOSTO ESTADUAL '       DELIMITED BY SIZE
                  NF-UF                     DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-PERC-ED               DELIMITED BY SIZE
                  '% (INCLUSO): '           DELIMITED BY SIZE
                  WRK-VALOR-ED              DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.

       0550-IMPRIME-ITEM             SECTION.
           COMPUTE WRK-ITEM-VALOR =
                   WRK-ITEM-PRECO(WRK-I) * WRK-ITEM-QTDE(WRK-I).
           ADD WRK-ITEM-VALOR TO WRK-SOMA-ITENS.
           MOVE SPACES TO PROD-DESCRICAO.
           IF WRK-PRODUTOS-OK = 'S'
               MOVE WRK-ITEM-PRODUTO(WRK-I) TO PROD-CODIGO
               READ PRODUTOS
                 INVALID KEY
                   MOVE SPACES TO PROD-DESCRICAO
               END-READ
           END-IF.
           MOVE WRK-ITEM-PRECO(WRK-I) TO WRK-PRECO-ED.
           MOVE WRK-ITEM-VALOR        TO WRK-VALOR-ED.
           MOVE SPACES TO NFSPOOL-REG.
           STRING WRK-ITEM-PRODUTO(WRK-I) DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  PROD-DESCRICAO(1:20)    DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WRK-ITEM-QTDE(WRK-I)    DELIMITED BY SIZE
                  ' X'                    DELIMITED BY SIZE
                  WRK-PRECO-ED            DELIMITED BY SIZE
                  ' ='                    DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.

      *    CONFERENCIA DA NUMERACAO: O REGISTRO EM ORDEM DE NUMERO
      *    TEM DE IR DE 1 ATE O CONTROLE SEM PULAR NENHUM.
       0600-CONFERE-NUMERACAO        SECTION.
           CLOSE NOTAS.
           OPEN INPUT NOTAS.
           MOVE 1 TO WRK-NF-ESPERADA.
           MOVE ZEROS TO WRK-NF-ULTIMA WRK-QT-BURACOS.
           READ NOTAS NEXT RECORD.
           PERFORM UNTIL FS-NOTAS NOT = 0
               IF NF-NUMERO NOT = WRK-NF-ESPERADA
                   ADD 1 TO WRK-QT-BURACOS
                   MOVE SPACES TO WRK-LINHA
                   STRING 'NUMERACAO: FALTAM AS NOTAS '
                                          DELIMITED BY SIZE
                          WRK-NF-ESPERADA DELIMITED BY SIZE
                          ' A '           DELIMITED BY SIZE
                          NF-NUMERO       DELIMITED BY SIZE
                          ' (EXCLUSIVE)'  DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0900-GRAVA-LINHA
               END-IF
               MOVE NF-NUMERO TO WRK-NF-ULTIMA
               COMPUTE WRK-NF-ESPERADA = NF-NUMERO + 1
               READ NOTAS NEXT RECORD
           END-PERFORM.
           CLOSE NOTAS.
           IF WRK-NF-ULTIMA NOT = WRK-NF-NUMERO
               ADD 1 TO WRK-QT-BURACOS
               MOVE SPACES TO WRK-LINHA
               STRING 'NUMERACAO: ULTIMA NOTA DO REGISTRO '
                                        DELIMITED BY SIZE
                      WRK-NF-ULTIMA     DELIMITED BY SIZE
                      ' X CONTROLE '    DELIMITED BY SIZE
                      WRK-NF-NUMERO     DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0900-GRAVA-LINHA
           END-IF.
           IF WRK-QT-BURACOS = ZEROS
               MOVE SPACES TO WRK-LINHA
               STRING 'NUMERACAO CONFERIDA: NOTAS 1 A '
                                        DELIMITED BY SIZE
                      WRK-NF-ULTIMA     DELIMITED BY SIZE
                      ' SEM FALTAS'     DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0900-GRAVA-LINHA
           END-IF.

      *    QUADRO DO IMPOSTO POR UF DAS NOTAS EMITIDAS NESTA RODADA.
       0700-QUADRO                   SECTION.
           MOVE 'UF ALIQ.  NOTAS              BASE           IMPOSTO'
             TO WRK-LINHA.
           PERFORM 0900-GRAVA-LINHA.
           PERFORM VARYING WRK-A FROM 1 BY 1
                   UNTIL WRK-A > WRK-QT-ALIQ
               IF WRK-ALIQ-QT-NOTAS(WRK-A) > ZEROS
                   MOVE WRK-ALIQ-PERC(WRK-A)     TO WRK-PERC-ED
                   MOVE WRK-ALIQ-QT-NOTAS(WRK-A) TO WRK-QT-ED
                   MOVE WRK-ALIQ-BASE(WRK-A)     TO WRK-VALOR-ED
                   MOVE WRK-ALIQ-IMPOSTO(WRK-A)  TO WRK-VALOR2-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING WRK-ALIQ-UF(WRK-A) DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          WRK-PERC-ED        DELIMITED BY SIZE
                          ' '                DELIMITED BY SIZE
                          WRK-QT-ED          DELIMITED BY SIZE
                          WRK-VALOR-ED       DELIMITED BY SIZE
                          WRK-VALOR2-ED      DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0900-GRAVA-LINHA
               END-IF
           END-PERFORM.
           MOVE WRK-TOT-NOTAS   TO WRK-VALOR-ED.
           MOVE WRK-TOT-IMPOSTO TO WRK-VALOR2-ED.
           MOVE WRK-QT-EMITIDAS TO WRK-QT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL    '      DELIMITED BY SIZE
                  WRK-QT-ED        DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  WRK-VALOR2-ED    DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.

       0800-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PEDIDOS LIDOS: '    DELIMITED BY SIZE
                  WRK-QT-PEDIDOS       DELIMITED BY SIZE
                  '  NOTAS EMITIDAS: ' DELIMITED BY SIZE
                  WRK-QT-EMITIDAS      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'JA FATURADOS: '     DELIMITED BY SIZE
                  WRK-QT-JA-FATURADOS  DELIMITED BY SIZE
                  '  CANCELADOS: '     DELIMITED BY SIZE
                  WRK-QT-CANCELADOS    DELIMITED BY SIZE
                  '  INCOMPLETOS: '    DELIMITED BY SIZE
                  WRK-QT-INCOMPLETOS   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DEVOLVIDOS POR INTEIRO: ' DELIMITED BY SIZE
                  WRK-QT-DEVOLVIDOS          DELIMITED BY SIZE
                  '  SEGUROS SEM ALIQUOTA: ' DELIMITED BY SIZE
                  WRK-QT-SEM-ALIQ            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           IF WRK-CLIENTES-OK = 'S'
               CLOSE CLIENTES
           END-IF.
           IF WRK-PRODUTOS-OK = 'S'
               CLOSE PRODUTOS
           END-IF.
           CLOSE NFSPOOL NFREL.
           IF RETURN-CODE < 4
                   AND (WRK-QT-SEM-ALIQ > ZEROS
                        OR WRK-QT-BURACOS > ZEROS)
               MOVE 4 TO RETURN-CODE
           END-IF.

       0900-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO NFREL-REG.
           WRITE NFREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

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
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-NOTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'NOTAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-NOTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-NFSEQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'NOTAS.SEQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-NFSEQ
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ALIQUF.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALIQUOTAS.UF.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALIQUF
           END-STRING.
           MOVE SPACES TO WRK-ARQ-NFSPOOL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'NOTAS.SPL.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-NFSPOOL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-NFREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'NOTAS.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-NFREL
           END-STRING.

       COPY CFGLER.
