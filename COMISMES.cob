       IDENTIFICATION DIVISION.
       PROGRAM-ID. COMISMES.
      ******************************************************************
      *OBJETIVO: CALCULO MENSAL DA COMISSAO DE VENDAS, GRAVADA
      *          DIRETO NAS VARIAVEIS DA FOLHA (FOLHA.VAR.TXT, CAMPO
      *          VAR-COMISSAO) PARA O FOLHAPAG PAGAR. DUAS PASSADAS
      *          COM SORT:
      *            1) PEDIDOS.DAT.TXT EM ORDEM DE PEDIDO: O VENDEDOR E
      *               O PED-OPERADOR DO CABECALHO 'H'; CADA ITEM 'I'
      *               LEVA A TAXA DA TABELA COMISSAO.DAT.TXT (PRODUTO,
      *               SENAO CATEGORIA DO CATALOGO, SENAO GERAL). A
      *               COMISSAO INCIDE SOBRE O VALOR PAGO DO 'T'
      *               (LIQUIDO DO RESGATE DE PONTOS), NA PROPORCAO
      *               DOS ITENS. CADA MOVIMENTO DA COMPETENCIA VIRA UM
      *               EVENTO EM COMISSAO.EVT.TMP.TXT:
      *                 VENDA        - PEDIDO COM DATA NA COMPETENCIA
      *                 DEVOLUCAO    - 'D' DATADO NA COMPETENCIA
      *                                (ESTORNA PELA TAXA DO PRODUTO)
      *                 CANCELAMENTO - 'C' DATADO NA COMPETENCIA
      *                                (ESTORNA PELA TAXA MEDIA DO
      *                                PEDIDO)
      *               PEDIDO SEM FECHAMENTO 'T' NAO CONTA.
      *            2) OS EVENTOS EM ORDEM DE VENDEDOR: EXTRATO POR
      *               VENDEDOR EM COMISSAO.EXT.TXT E A COMISSAO
      *               LIQUIDA GRAVADA NA MATRICULA VINCULADA PELO
      *               MANTCOM (VENDEDOR.DAT.TXT).
      *          COMPETENCIA = MES CORRENTE (A MESMA DO FOLHAPAG), OU
      *          'COMP AAAAMM' NA LINHA DE COMANDO. RODAR DE NOVO NA
      *          MESMA COMPETENCIA SUBSTITUI O VALOR, NAO SOMA.
      *          VARIAVEL DE COMPETENCIA ANTERIOR E SUBSTITUIDA POR UMA
      *          NOVA ZERADA SO COM A COMISSAO; DE COMPETENCIA
      *          POSTERIOR NAO E TOCADA. RETURN-CODE 4 QUANDO HA
      *          VENDEDOR SEM VINCULO, MATRICULA INATIVA, COMISSAO
      *          NEGATIVA (ESTORNO MAIOR QUE AS VENDAS, ZERADA) OU
      *          VARIAVEL NAO GRAVADA.
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

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

           SELECT COMISSAO ASSIGN TO WRK-ARQ-COMISSAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-COMISSAO
               RECORD KEY      IS COM-CHAVE.

           SELECT VENDEDOR ASSIGN TO WRK-ARQ-VENDEDOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-VENDEDOR
               RECORD KEY      IS VEND-OPERADOR.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

           SELECT VARIAVEIS ASSIGN TO WRK-ARQ-VARIAVEIS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-VARIAVEIS
               RECORD KEY      IS VAR-FUNC-ID.

           SELECT EVTTMP ASSIGN TO WRK-ARQ-EVTTMP
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EVTTMP.

           SELECT EXTRATO ASSIGN TO WRK-ARQ-EXTRATO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EXTRATO.

           SELECT ORDPED ASSIGN TO "SORTWK".

           SELECT ORDEVT ASSIGN TO "SORTWK2".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PEDIDOS.
       COPY PEDIDREG.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  COMISSAO.
       COPY COMISREG.

       FD  VENDEDOR.
       COPY VENDREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  VARIAVEIS.
       COPY VARREG.

       FD  EVTTMP.
       01  EVTTMP-REG.
           05 EVT-OPERADOR              PIC X(08).
           05 EVT-PEDIDO                PIC 9(06).
           05 EVT-TIPO                  PIC X(01).
           05 EVT-DATA                  PIC 9(08).
           05 EVT-BASE                  PIC 9(09)V99.
           05 EVT-COMISSAO              PIC 9(07)V99.

       FD  EXTRATO.
       01  EXTRATO-REG                  PIC X(80).

      *    LINHAS DO PEDIDO NA ORDEM CABECALHO, ITENS, FECHAMENTO,
      *    CANCELAMENTO/DEVOLUCAO DENTRO DE CADA NUMERO (O CANCPED
      *    GRAVA AS DUAS ULTIMAS BEM DEPOIS, NO FIM DO ARQUIVO).
       SD  ORDPED.
       01  ORDPED-REG.
           05 ORDP-NUMERO               PIC 9(06).
           05 ORDP-ORDEM                PIC 9(01).
           05 ORDP-TIPO                 PIC X(01).
           05 ORDP-DATA                 PIC 9(08).
           05 ORDP-PRODUTO              PIC 9(05).
           05 ORDP-TOTAL                PIC 9(09)V99.
           05 ORDP-OPERADOR             PIC X(08).

      *    EVENTO: 'V' VENDA, 'D' DEVOLUCAO, 'C' CANCELAMENTO.
       SD  ORDEVT.
       01  ORDEVT-REG.
           05 ORDE-OPERADOR             PIC X(08).
           05 ORDE-PEDIDO               PIC 9(06).
           05 ORDE-TIPO                 PIC X(01).
           05 ORDE-DATA                 PIC 9(08).
           05 ORDE-BASE                 PIC 9(09)V99.
           05 ORDE-COMISSAO             PIC 9(07)V99.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PEDIDOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-COMISSAO             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-VENDEDOR             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-VARIAVEIS            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EVTTMP               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EXTRATO              PIC X(80) VALUE SPACES.
       77  FS-PEDIDOS                   PIC 9(02) VALUE ZEROS.
       77  FS-PRODUTOS                  PIC 9(02) VALUE ZEROS.
       77  FS-COMISSAO                  PIC 9(02) VALUE ZEROS.
       77  FS-VENDEDOR                  PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  FS-VARIAVEIS                 PIC 9(02) VALUE ZEROS.
       77  FS-EVTTMP                    PIC 9(02) VALUE ZEROS.
       77  FS-EXTRATO                   PIC 9(02) VALUE ZEROS.
       77  FS-ORDPED                    PIC 9(02) VALUE ZEROS.
       77  FS-ORDEVT                    PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTOS-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.
       77  WRK-COMP-INICIO              PIC 9(08) VALUE ZEROS.
       77  WRK-COMP-FIM                 PIC 9(08) VALUE ZEROS.
      *    TAXA DE UM PRODUTO (0500-TAXA-PRODUTO) E TAXA GERAL, LIDA
      *    UMA VEZ SO NO INICIO.
       77  WRK-PRODUTO                  PIC 9(05) VALUE ZEROS.
       77  WRK-TAXA                     PIC 9(02)V99 VALUE ZEROS.
       77  WRK-TAXA-GERAL               PIC 9(02)V99 VALUE ZEROS.
      *    PEDIDO EM APURACAO NA PRIMEIRA PASSADA.
       77  WRK-PED-NUMERO               PIC 9(06) VALUE ZEROS.
       77  WRK-PED-DATA                 PIC 9(08) VALUE ZEROS.
       77  WRK-PED-OPERADOR             PIC X(08) VALUE SPACES.
       77  WRK-PED-TEM-H                PIC X(01) VALUE 'N'.
       77  WRK-PED-TEM-T                PIC X(01) VALUE 'N'.
       77  WRK-PED-PAGO                 PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PED-BASE-ITENS           PIC 9(09)V99 VALUE ZEROS.
       77  WRK-PED-COMIS-ITENS          PIC 9(09)V9999 VALUE ZEROS.
      *    VENDEDOR EM APURACAO NA SEGUNDA PASSADA.
       77  WRK-VND-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-VND-OPERADOR             PIC X(08) VALUE SPACES.
       77  WRK-VND-VINCULO              PIC X(01) VALUE 'N'.
       77  WRK-VND-FUNC-ID              PIC 9(05) VALUE ZEROS.
       77  WRK-VND-FUNC-OK              PIC X(01) VALUE 'N'.
       77  WRK-VND-VENDAS               PIC S9(09)V99 VALUE ZEROS.
       77  WRK-VND-COMISSAO             PIC S9(07)V99 VALUE ZEROS.
       77  WRK-DESC-EVENTO              PIC X(12) VALUE SPACES.
      *    TOTAIS DO PROCESSAMENTO.
       77  WRK-QT-LINHAS                PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PEDIDOS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-FECHAMENTO        PIC 9(07) VALUE ZEROS.
       77  WRK-QT-EVENTOS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-VENDEDORES            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-GRAVADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-NAO-PAGOS             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-NEGATIVOS             PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-COMISSAO             PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC -ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-COMIS-ED                 PIC -Z.ZZZ.ZZ9,99 VALUE ZEROS.
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
           SORT ORDEVT ON ASCENDING KEY ORDE-OPERADOR
                          ASCENDING KEY ORDE-PEDIDO
                          ASCENDING KEY ORDE-TIPO
               USING EVTTMP
               OUTPUT PROCEDURE IS 0400-EXTRATOS.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'COMP'
                   AND WRK-PARAMETRO(6:6) IS NUMERIC
               MOVE WRK-PARAMETRO(6:6) TO WRK-COMPETENCIA
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-COMPETENCIA
           END-IF.
           COMPUTE WRK-COMP-INICIO = WRK-COMPETENCIA * 100 + 1.
           COMPUTE WRK-COMP-FIM    = WRK-COMPETENCIA * 100 + 31.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT = 0
               DISPLAY "ARQUIVO DE PEDIDOS NAO FOI ABERTO, STATUS="
                       FS-PEDIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COMISSAO.
           IF FS-COMISSAO NOT = 0
               DISPLAY "TABELA DE COMISSAO NAO FOI ABERTA, STATUS="
                       FS-COMISSAO
               CLOSE PEDIDOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT VENDEDOR.
           IF FS-VENDEDOR NOT = 0
               DISPLAY "VINCULOS DE VENDEDOR NAO FORAM ABERTOS, STATUS="
                       FS-VENDEDOR
               CLOSE PEDIDOS COMISSAO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT = 0
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO FOI ABERTO, "
                       "STATUS=" FS-FUNCIONARIOS
               CLOSE PEDIDOS COMISSAO VENDEDOR
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O VARIAVEIS.
           IF FS-VARIAVEIS = 35
               OPEN OUTPUT VARIAVEIS
               CLOSE VARIAVEIS
               OPEN I-O VARIAVEIS
           END-IF.
           IF FS-VARIAVEIS NOT = 0
               DISPLAY "VARIAVEIS DA FOLHA NAO FORAM ABERTAS, STATUS="
                       FS-VARIAVEIS
               CLOSE PEDIDOS COMISSAO VENDEDOR FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM O CATALOGO NAO HA CATEGORIA: VALE A TAXA DO PRODUTO OU
      *    A GERAL.
           OPEN INPUT PRODUTOS.
           IF FS-PRODUTOS = 0
               MOVE 'S' TO WRK-PRODUTOS-ABERTO
           ELSE
               DISPLAY "CATALOGO NAO FOI ABERTO - TAXAS POR CATEGORIA "
                       "IGNORADAS"
           END-IF.
           MOVE 'G'    TO COM-TIPO.
           MOVE SPACES TO COM-CODIGO.
           READ COMISSAO
             INVALID KEY
               MOVE ZEROS TO WRK-TAXA-GERAL
             NOT INVALID KEY
               MOVE COM-PERC TO WRK-TAXA-GERAL
           END-READ.
           OPEN OUTPUT EXTRATO.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COMISSAO DE VENDAS - COMPETENCIA '
                                  DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

      *    SO CABECALHO, ITEM, FECHAMENTO, CANCELAMENTO E DEVOLUCAO
      *    VAO PARA A CLASSIFICACAO.
       0200-LE-PEDIDOS               SECTION.
           READ PEDIDOS NEXT RECORD
           PERFORM UNTIL FS-PEDIDOS NOT = 0
               ADD 1 TO WRK-QT-LINHAS
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
                   MOVE PED-TOTAL    TO ORDP-TOTAL
                   MOVE PED-OPERADOR TO ORDP-OPERADOR
                   RELEASE ORDPED-REG
               END-IF
               READ PEDIDOS NEXT RECORD
           END-PERFORM.
           CLOSE PEDIDOS.

      *    OS ITENS CHEGAM ANTES DO FECHAMENTO E O FECHAMENTO ANTES
      *    DOS ESTORNOS, ENTAO CADA EVENTO JA SAI COM A TAXA DO PEDIDO
      *    COMPLETA.
       0300-APURA-PEDIDOS            SECTION.
           OPEN OUTPUT EVTTMP.
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
                   MOVE SPACES TO WRK-PED-OPERADOR
                   MOVE ZEROS  TO WRK-PED-DATA
                                  WRK-PED-PAGO
                                  WRK-PED-BASE-ITENS
                                  WRK-PED-COMIS-ITENS
               END-IF
               EVALUATE ORDP-TIPO
                 WHEN 'H'
                   MOVE 'S'           TO WRK-PED-TEM-H
                   MOVE ORDP-DATA     TO WRK-PED-DATA
                   MOVE ORDP-OPERADOR TO WRK-PED-OPERADOR
                 WHEN 'I'
                   MOVE ORDP-PRODUTO TO WRK-PRODUTO
                   PERFORM 0500-TAXA-PRODUTO
                   ADD ORDP-TOTAL TO WRK-PED-BASE-ITENS
                   COMPUTE WRK-PED-COMIS-ITENS = WRK-PED-COMIS-ITENS
                         + ORDP-TOTAL * WRK-TAXA / 100
                 WHEN 'T'
                   MOVE 'S' TO WRK-PED-TEM-T
                   MOVE ORDP-TOTAL TO WRK-PED-PAGO
                   PERFORM 0320-EVENTO-VENDA
                 WHEN 'C'
                   PERFORM 0330-EVENTO-CANCELAMENTO
                 WHEN 'D'
                   PERFORM 0340-EVENTO-DEVOLUCAO
               END-EVALUATE
               RETURN ORDPED
                 AT END
                   MOVE 10 TO FS-ORDPED
               END-RETURN
           END-PERFORM.
           PERFORM 0350-FECHA-PEDIDO.
           CLOSE EVTTMP.

      *    A COMISSAO DA VENDA E A SOMA ITEM A ITEM, REDUZIDA NA
      *    PROPORCAO DO QUE FOI PAGO NO 'T' (DESCONTO DE PONTOS).
       0320-EVENTO-VENDA             SECTION.
           IF WRK-PED-TEM-H NOT = 'S'
               GO TO 0320-SAIDA
           END-IF.
           IF WRK-PED-DATA < WRK-COMP-INICIO
                   OR WRK-PED-DATA > WRK-COMP-FIM
               GO TO 0320-SAIDA
           END-IF.
           MOVE 'V'              TO EVT-TIPO.
           MOVE WRK-PED-DATA     TO EVT-DATA.
           MOVE WRK-PED-PAGO     TO EVT-BASE.
           IF WRK-PED-BASE-ITENS > ZEROS
               COMPUTE EVT-COMISSAO ROUNDED =
                       WRK-PED-COMIS-ITENS * WRK-PED-PAGO
                     / WRK-PED-BASE-ITENS
           ELSE
               MOVE ZEROS TO EVT-COMISSAO
           END-IF.
           PERFORM 0360-GRAVA-EVENTO.
       0320-SAIDA.
           EXIT.

      *    O CANCELAMENTO ESTORNA O VALOR CANCELADO PELA TAXA MEDIA
      *    DO PEDIDO (COMISSAO DOS ITENS SOBRE O VALOR DOS ITENS).
       0330-EVENTO-CANCELAMENTO      SECTION.
           IF WRK-PED-TEM-H NOT = 'S' OR WRK-PED-TEM-T NOT = 'S'
               GO TO 0330-SAIDA
           END-IF.
           IF ORDP-DATA < WRK-COMP-INICIO OR ORDP-DATA > WRK-COMP-FIM
               GO TO 0330-SAIDA
           END-IF.
           MOVE 'C'              TO EVT-TIPO.
           MOVE ORDP-DATA        TO EVT-DATA.
           MOVE ORDP-TOTAL       TO EVT-BASE.
           IF WRK-PED-BASE-ITENS > ZEROS
               COMPUTE EVT-COMISSAO ROUNDED =
                       ORDP-TOTAL * WRK-PED-COMIS-ITENS
                     / WRK-PED-BASE-ITENS
           ELSE
               MOVE ZEROS TO EVT-COMISSAO
           END-IF.
           PERFORM 0360-GRAVA-EVENTO.
       0330-SAIDA.
           EXIT.

      *    A DEVOLUCAO ESTORNA PELA TAXA DO PRODUTO DEVOLVIDO, NA
      *    MESMA PROPORCAO PAGA QUE A VENDA.
       0340-EVENTO-DEVOLUCAO         SECTION.
           IF WRK-PED-TEM-H NOT = 'S' OR WRK-PED-TEM-T NOT = 'S'
               GO TO 0340-SAIDA
           END-IF.
           IF ORDP-DATA < WRK-COMP-INICIO OR ORDP-DATA > WRK-COMP-FIM
               GO TO 0340-SAIDA
           END-IF.
           MOVE ORDP-PRODUTO TO WRK-PRODUTO.
           PERFORM 0500-TAXA-PRODUTO.
           MOVE 'D'              TO EVT-TIPO.
           MOVE ORDP-DATA        TO EVT-DATA.
           MOVE ORDP-TOTAL       TO EVT-BASE.
           IF WRK-PED-BASE-ITENS > ZEROS
               COMPUTE EVT-COMISSAO ROUNDED =
                       ORDP-TOTAL * WRK-TAXA / 100
                     * WRK-PED-PAGO / WRK-PED-BASE-ITENS
           ELSE
               MOVE ZEROS TO EVT-COMISSAO
           END-IF.
           PERFORM 0360-GRAVA-EVENTO.
       0340-SAIDA.
           EXIT.

       0350-FECHA-PEDIDO             SECTION.
           IF WRK-PED-NUMERO = ZEROS
               GO TO 0350-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-PEDIDOS.
           IF WRK-PED-TEM-H NOT = 'S' OR WRK-PED-TEM-T NOT = 'S'
               ADD 1 TO WRK-QT-SEM-FECHAMENTO
           END-IF.
       0350-SAIDA.
           EXIT.

       0360-GRAVA-EVENTO             SECTION.
           MOVE WRK-PED-OPERADOR TO EVT-OPERADOR.
           MOVE WRK-PED-NUMERO   TO EVT-PEDIDO.
           WRITE EVTTMP-REG.
           ADD 1 TO WRK-QT-EVENTOS.

      *    QUEBRA POR VENDEDOR: CADA UM GANHA SEU EXTRATO E, NO FIM,
      *    A COMISSAO LIQUIDA NA MATRICULA VINCULADA.
       0400-EXTRATOS                 SECTION.
           MOVE 'N' TO WRK-VND-ABERTO.
           RETURN ORDEVT
             AT END
               MOVE 10 TO FS-ORDEVT
             NOT AT END
               MOVE 0 TO FS-ORDEVT
           END-RETURN.
           PERFORM UNTIL FS-ORDEVT = 10
               IF WRK-VND-ABERTO NOT = 'S'
                       OR ORDE-OPERADOR NOT = WRK-VND-OPERADOR
                   IF WRK-VND-ABERTO = 'S'
                       PERFORM 0450-FECHA-VENDEDOR
                   END-IF
                   PERFORM 0420-ABRE-VENDEDOR
               END-IF
               PERFORM 0430-LINHA-EVENTO
               RETURN ORDEVT
                 AT END
                   MOVE 10 TO FS-ORDEVT
               END-RETURN
           END-PERFORM.
           IF WRK-VND-ABERTO = 'S'
               PERFORM 0450-FECHA-VENDEDOR
           END-IF.
           CLOSE COMISSAO VENDEDOR FUNCIONARIOS VARIAVEIS.
           IF WRK-PRODUTOS-ABERTO = 'S'
               CLOSE PRODUTOS
           END-IF.

       0420-ABRE-VENDEDOR            SECTION.
           MOVE 'S'           TO WRK-VND-ABERTO.
           MOVE ORDE-OPERADOR TO WRK-VND-OPERADOR.
           MOVE 'N'           TO WRK-VND-VINCULO WRK-VND-FUNC-OK.
           MOVE ZEROS         TO WRK-VND-FUNC-ID
                                 WRK-VND-VENDAS
                                 WRK-VND-COMISSAO.
           MOVE SPACES        TO FUNC-NOME.
           ADD 1 TO WRK-QT-VENDEDORES.
           IF WRK-VND-OPERADOR NOT = SPACES
               MOVE WRK-VND-OPERADOR TO VEND-OPERADOR
               READ VENDEDOR
                 NOT INVALID KEY
                   MOVE 'S'          TO WRK-VND-VINCULO
                   MOVE VEND-FUNC-ID TO WRK-VND-FUNC-ID
               END-READ
           END-IF.
           IF WRK-VND-VINCULO = 'S'
               MOVE WRK-VND-FUNC-ID TO FUNC-ID
               READ FUNCIONARIOS
                 INVALID KEY
                   MOVE SPACES TO FUNC-NOME
                 NOT INVALID KEY
                   IF FUNC-ATIVO
                       MOVE 'S' TO WRK-VND-FUNC-OK
                   END-IF
               END-READ
           END-IF.
           MOVE ALL '=' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           IF WRK-VND-OPERADOR = SPACES
               MOVE 'VENDEDOR: (SEM VENDEDOR - PEDIDOS SEM OPERADOR)'
                 TO WRK-LINHA
           ELSE
               STRING 'VENDEDOR: '     DELIMITED BY SIZE
                      WRK-VND-OPERADOR DELIMITED BY SIZE
                      '  MATRICULA: '  DELIMITED BY SIZE
                      WRK-VND-FUNC-ID  DELIMITED BY SIZE
                      ' '              DELIMITED BY SIZE
                      FUNC-NOME        DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
           END-IF.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'PEDIDO DATA      MOVIMENTO                  BASE'
             TO WRK-LINHA.
           MOVE '     COMISSAO' TO WRK-LINHA(56:13).
           PERFORM 0800-GRAVA-LINHA.

       0430-LINHA-EVENTO             SECTION.
           EVALUATE ORDE-TIPO
             WHEN 'V'
               MOVE 'VENDA'        TO WRK-DESC-EVENTO
               ADD ORDE-BASE       TO WRK-VND-VENDAS
               ADD ORDE-COMISSAO   TO WRK-VND-COMISSAO
               MOVE ORDE-BASE      TO WRK-VALOR-ED
               MOVE ORDE-COMISSAO  TO WRK-COMIS-ED
             WHEN 'D'
               MOVE 'DEVOLUCAO'    TO WRK-DESC-EVENTO
               SUBTRACT ORDE-BASE     FROM WRK-VND-VENDAS
               SUBTRACT ORDE-COMISSAO FROM WRK-VND-COMISSAO
               COMPUTE WRK-VALOR-ED = ORDE-BASE * -1
               COMPUTE WRK-COMIS-ED = ORDE-COMISSAO * -1
             WHEN OTHER
               MOVE 'CANCELAMENTO' TO WRK-DESC-EVENTO
               SUBTRACT ORDE-BASE     FROM WRK-VND-VENDAS
               SUBTRACT ORDE-COMISSAO FROM WRK-VND-COMISSAO
               COMPUTE WRK-VALOR-ED = ORDE-BASE * -1
               COMPUTE WRK-COMIS-ED = ORDE-COMISSAO * -1
           END-EVALUATE.
           MOVE SPACES TO WRK-LINHA.
           STRING ORDE-PEDIDO      DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  ORDE-DATA        DELIMITED BY SIZE
                  '  '             DELIMITED BY SIZE
                  WRK-DESC-EVENTO  DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
                  ' '              DELIMITED BY SIZE
                  WRK-COMIS-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

      *    TOTAIS DO EXTRATO E GRAVACAO NA FOLHA. SO PAGA QUEM TEM
      *    VINCULO COM MATRICULA ATIVA; ESTORNO MAIOR QUE AS VENDAS
      *    NAO VIRA DESCONTO NA FOLHA, A COMISSAO FICA ZERADA.
       0450-FECHA-VENDEDOR           SECTION.
           MOVE WRK-VND-VENDAS   TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VENDAS LIQUIDAS....: ' DELIMITED BY SIZE
                  WRK-VALOR-ED            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-VND-COMISSAO TO WRK-COMIS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COMISSAO DO MES....: ' DELIMITED BY SIZE
                  WRK-COMIS-ED            DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           IF WRK-VND-COMISSAO < ZEROS
               ADD 1 TO WRK-QT-NEGATIVOS
               MOVE ZEROS TO WRK-VND-COMISSAO
               MOVE '*** ESTORNOS MAIORES QUE AS VENDAS - ZERADA'
                 TO WRK-LINHA
               PERFORM 0800-GRAVA-LINHA
           END-IF.
           EVALUATE TRUE
             WHEN WRK-VND-OPERADOR = SPACES
               ADD 1 TO WRK-QT-NAO-PAGOS
               MOVE '*** PEDIDOS SEM VENDEDOR - NAO PAGO' TO WRK-LINHA
               PERFORM 0800-GRAVA-LINHA
             WHEN WRK-VND-VINCULO NOT = 'S'
               ADD 1 TO WRK-QT-NAO-PAGOS
               MOVE '*** OPERADOR SEM VINCULO COM MATRICULA (MANTCOM) -'
                 TO WRK-LINHA
               MOVE ' NAO PAGO' TO WRK-LINHA(52:9)
               PERFORM 0800-GRAVA-LINHA
             WHEN WRK-VND-FUNC-OK NOT = 'S'
               ADD 1 TO WRK-QT-NAO-PAGOS
               MOVE '*** MATRICULA INEXISTENTE OU INATIVA - NAO PAGO'
                 TO WRK-LINHA
               PERFORM 0800-GRAVA-LINHA
             WHEN OTHER
               PERFORM 0470-GRAVA-VARIAVEL
           END-EVALUATE.

       0470-GRAVA-VARIAVEL           SECTION.
           MOVE WRK-VND-FUNC-ID TO VAR-FUNC-ID.
           READ VARIAVEIS
             INVALID KEY
               IF WRK-VND-COMISSAO = ZEROS
                   GO TO 0470-SAIDA
               END-IF
               INITIALIZE VAR-REG
               MOVE WRK-VND-FUNC-ID  TO VAR-FUNC-ID
               MOVE WRK-COMPETENCIA  TO VAR-COMPETENCIA
               MOVE WRK-VND-COMISSAO TO VAR-COMISSAO
               WRITE VAR-REG
             NOT INVALID KEY
               IF VAR-COMPETENCIA > WRK-COMPETENCIA
                   ADD 1 TO WRK-QT-NAO-PAGOS
                   MOVE SPACES TO WRK-LINHA
                   STRING '*** VARIAVEIS JA ESTAO NA COMPETENCIA '
                                          DELIMITED BY SIZE
                          VAR-COMPETENCIA DELIMITED BY SIZE
                          ' - NAO GRAVADO' DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0800-GRAVA-LINHA
                   GO TO 0470-SAIDA
               END-IF
               IF VAR-COMPETENCIA < WRK-COMPETENCIA
                   INITIALIZE VAR-REG
                   MOVE WRK-VND-FUNC-ID TO VAR-FUNC-ID
                   MOVE WRK-COMPETENCIA TO VAR-COMPETENCIA
               END-IF
               MOVE WRK-VND-COMISSAO TO VAR-COMISSAO
               REWRITE VAR-REG
           END-READ.
           IF FS-VARIAVEIS NOT = 0
               ADD 1 TO WRK-QT-NAO-PAGOS
               MOVE SPACES TO WRK-LINHA
               STRING '*** ERRO AO GRAVAR A VARIAVEL, STATUS='
                                       DELIMITED BY SIZE
                      FS-VARIAVEIS     DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
               GO TO 0470-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-GRAVADOS.
           ADD WRK-VND-COMISSAO TO WRK-TOT-COMISSAO.
           MOVE 'GRAVADA NAS VARIAVEIS DA FOLHA' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
       0470-SAIDA.
           EXIT.

      *    TAXA DO ITEM: PRODUTO, SENAO CATEGORIA, SENAO GERAL.
       0500-TAXA-PRODUTO             SECTION.
           MOVE 'P'         TO COM-TIPO.
           MOVE WRK-PRODUTO TO COM-CODIGO.
           READ COMISSAO
             NOT INVALID KEY
               MOVE COM-PERC TO WRK-TAXA
               GO TO 0500-SAIDA
           END-READ.
           MOVE WRK-TAXA-GERAL TO WRK-TAXA.
           IF WRK-PRODUTOS-ABERTO NOT = 'S'
               GO TO 0500-SAIDA
           END-IF.
           MOVE WRK-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
               GO TO 0500-SAIDA
           END-READ.
           IF PROD-CATEGORIA = SPACES OR PROD-CATEGORIA = LOW-VALUES
               GO TO 0500-SAIDA
           END-IF.
           MOVE 'C'            TO COM-TIPO.
           MOVE PROD-CATEGORIA TO COM-CODIGO.
           READ COMISSAO
             NOT INVALID KEY
               MOVE COM-PERC TO WRK-TAXA
           END-READ.
       0500-SAIDA.
           EXIT.

       0700-FINALIZAR                SECTION.
           MOVE '----- RESUMO -----' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS DE PEDIDO LIDAS....: ' DELIMITED BY SIZE
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
           STRING 'FORA - SEM FECHAMENTO.....: ' DELIMITED BY SIZE
                  WRK-QT-SEM-FECHAMENTO          DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'MOVIMENTOS NA COMPETENCIA.: ' DELIMITED BY SIZE
                  WRK-QT-EVENTOS                 DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VENDEDORES................: ' DELIMITED BY SIZE
                  WRK-QT-VENDEDORES              DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'GRAVADOS NA FOLHA.........: ' DELIMITED BY SIZE
                  WRK-QT-GRAVADOS                DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'NAO PAGOS.................: ' DELIMITED BY SIZE
                  WRK-QT-NAO-PAGOS               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'COMISSAO NEGATIVA ZERADA..: ' DELIMITED BY SIZE
                  WRK-QT-NEGATIVOS               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-COMISSAO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL GRAVADO NA FOLHA....: ' DELIMITED BY SIZE
                  WRK-VALOR-ED                   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE EXTRATO.
           IF WRK-QT-NAO-PAGOS > ZEROS OR WRK-QT-NEGATIVOS > ZEROS
               MOVE 4 TO RETURN-CODE
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO EXTRATO-REG.
           WRITE EXTRATO-REG.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PEDIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PEDIDOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-COMISSAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COMISSAO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-COMISSAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-VENDEDOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'VENDEDOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-VENDEDOR
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-VARIAVEIS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.VAR.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-VARIAVEIS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-EVTTMP.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COMISSAO.EVT.TMP.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EVTTMP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-EXTRATO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COMISSAO.EXT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EXTRATO
           END-STRING.

       COPY CFGLER.
