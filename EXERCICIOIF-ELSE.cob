      *          RESULTADO DO FRETE - VIDE PEDIDREG.cpy), NUMERADO
      *          PELO CONTROLE PEDIDOS.SEQ.TXT. O RESUMO DIARIO SAI
      *          PELO RESUMPED.
      *          CLIENTE IDENTIFICADO PODE RESGATAR PONTOS DE
      *          FIDELIDADE COMO DESCONTO NO TOTAL, ANTES DA DECISAO DO
      *          FRETE, E GANHA PONTOS SOBRE O QUE PAGOU QUANDO O
      *          PEDIDO E CONFIRMADO (ROTINA PONTMOV, TAXAS NO
      *          SISTEMA.CFG.TXT).
      *          ABAIXO DO LIMITE DO FRETE GRATIS O FRETE E CALCULADO
      *          PELA TABELA DE FRETE (FRETES.DAT.TXT, MANTFRT) COM O
      *          CEP DO ENDERECO DO CLIENTE E O PESO TOTAL DOS ITENS
      *          (PESO UNITARIO DO CATALOGO); O CLIENTE ESCOLHE ENTRE
      *          A ENTREGA COM ESSE FRETE ('E') E A RETIRADA NA LOJA.
      *          CLIENTE IDENTIFICADO PODE COMPRAR A PRAZO: 2 A 12
      *          PARCELAS DE 30 EM 30 DIAS, GRAVADAS NO CONTAS A
      *          RECEBER (RECEBER.DAT.TXT) COM O VENCIMENTO NO PROXIMO
      *          DIA UTIL (ROTINA DIAUTIL). BALCAO E SEMPRE A VISTA.
      *          O VENDEDOR (OPERADOR) QUE DIGITA O PEDIDO VAI EM
      *          PED-OPERADOR NO CABECALHO, NOS ITENS E NO FECHAMENTO,
      *          PARA A COMISSAO DO COMISMES.
      *          PRODUTO EM CONTAGEM DE INVENTARIO ABERTA (INVABRE)
      *          GERA UM AVISO NA DIGITACAO DO ITEM.
      *          CADA ITEM SAI DE UM LOCAL DE ESTOQUE ESCOLHIDO NA
      *          DIGITACAO (LOJA, DEPOSITO - VIDE LOCALWS.cpy): A TELA
      *          MOSTRA O SALDO DE CADA LOCAL, A QUANTIDADE E CONFERIDA
      *          CONTRA O SALDO DO LOCAL ESCOLHIDO E A BAIXA SAI DELE
      *          (ESTLOCAL.DAT.TXT) E DO TOTAL DO CATALOGO.
      *          CADA ITEM GRAVA O CUSTO DA MERCADORIA PELO CUSTO MEDIO
      *          DO PRODUTO NA HORA DA VENDA (PED-CUSTO), BASE DA
      *          MARGEM DO MARGMES.
      *          AS PROMOCOES EM VIGOR (PROMOCOES.DAT.TXT, MANTPROM)
      *          SAO APLICADAS SOZINHAS: CADA ITEM LEVA A MELHOR
      *          PROMOCAO DO PRODUTO (PERCENTUAL OU LEVE N PAGUE M), A
      *          NAO SER QUE A MELHOR PROMOCAO SOBRE O TOTAL DO PEDIDO
      *          DE MAIS DESCONTO - AI ELA VALE PARA TODOS OS ITENS. A
      *          TELA MOSTRA O DESCONTO DE CADA LINHA E O ITEM GRAVA O
      *          DESCONTO E O CODIGO DA PROMOCAO.
      *          PEDIDO COM ENTREGA ('E', OU FRETE GRATIS DE CLIENTE
      *          IDENTIFICADO) ABRE O REGISTRO DE ENTREGA EM SEPARACAO
      *          (ENTREGAS.DAT.TXT), ACOMPANHADO PELO MANTENTR.
      * Comments:
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT PRECOS ASSIGN TO WRK-ARQ-PRECOS
               ORGANIZATION    IS INDEXED
               FILE STATUS     IS FS-PRECOS
               RECORD KEY      IS PRECO-CHAVE.

           SELECT CEPDIR ASSIGN TO WRK-ARQ-CEPDIR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CEPDIR
               RECORD KEY      IS CEPDIR-CHAVE.

           SELECT FRETES ASSIGN TO WRK-ARQ-FRETES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FRETES
               RECORD KEY      IS FRT-CHAVE.

           SELECT RECEBER ASSIGN TO WRK-ARQ-RECEBER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RECEBER
               RECORD KEY      IS RCB-CHAVE
               ALTERNATE RECORD KEY IS RCB-CLIENTE WITH DUPLICATES.

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

           SELECT PROMOCOES ASSIGN TO WRK-ARQ-PROMOCOES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PROMOCOES
               RECORD KEY      IS PROM-CODIGO.

           SELECT ENTREGAS ASSIGN TO WRK-ARQ-ENTREGAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ENTREGAS
               RECORD KEY      IS ENT-PEDIDO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
       01  PEDSEQ-REG.
           05 PEDSEQ-NUMERO     PIC 9(06).

      *    DIARIO DE MOVIMENTOS DE ESTOQUE (VIDE MOVESTRG.cpy): A
      *    VENDA CONFIRMADA SAI COMO 'VD'.
       FD  MOVESTQ.
       COPY MOVESTRG.

       FD  CLIENTES.
       COPY CLIREG.
       FD  PRECOS.
       COPY PRECOREG.

       FD  CEPDIR.
       COPY CEPREG.

       FD  FRETES.
       COPY FRETEREG.

       FD  RECEBER.
       COPY RCBREG.

       FD  INVENTARIO.
       COPY INVREG.

       FD  ESTLOCAL.
       COPY ESTLOCRG.

       FD  PROMOCOES.
       COPY PROMREG.

       FD  ENTREGAS.
       COPY ENTRREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PRODUTOS     PIC X(80)    VALUE SPACES.
              10 WRK-ITEM-QTDE   PIC 9(03) VALUE ZEROS.
              10 WRK-ITEM-PRECO  PIC 9(07)V99 VALUE ZEROS.
              10 WRK-ITEM-TOTAL  PIC 9(09)V99 VALUE ZEROS.
              10 WRK-ITEM-LOCAL  PIC X(04) VALUE SPACES.
              10 WRK-ITEM-CUSTO  PIC 9(07)V99 VALUE ZEROS.
              10 WRK-ITEM-CUSTO-OK PIC X(01) VALUE 'N'.
              10 WRK-ITEM-DESCONTO PIC 9(07)V99 VALUE ZEROS.
              10 WRK-ITEM-PROMO  PIC X(06) VALUE SPACES.
       77  WRK-LIMITE-FRETE     PIC 9(08)V99 VALUE ZEROS.
       77  WRK-FRETE            PIC 9(08)V99 VALUE ZEROS.
       77  WRK-FRETE-ED         PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  FS-PRECOS            PIC 9(02)    VALUE ZEROS.
       77  WRK-PRECO-VIGENTE    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-DATA-PEDIDO      PIC 9(08)    VALUE ZEROS.
       77  WRK-PONTOS-RESGATE   PIC 9(09)    VALUE ZEROS.
       77  WRK-PONTOS-MAX       PIC 9(09)    VALUE ZEROS.
       77  WRK-PONTOS-GANHOS    PIC 9(09)    VALUE ZEROS.
       77  WRK-DESCONTO         PIC 9(08)V99 VALUE ZEROS.
       COPY PONTMW.
       77  WRK-ARQ-CEPDIR       PIC X(80)    VALUE SPACES.
       77  WRK-ARQ-FRETES       PIC X(80)    VALUE SPACES.
       77  FS-CEPDIR            PIC 9(02)    VALUE ZEROS.
       77  FS-FRETES            PIC 9(02)    VALUE ZEROS.
       77  WRK-CLI-CEP          PIC 9(08)    VALUE ZEROS.
       77  WRK-PESO-TOTAL       PIC 9(05)V999 VALUE ZEROS.
       77  WRK-VALOR-FRETE      PIC 9(07)V99 VALUE ZEROS.
       77  WRK-ENTREGA          PIC X(01)    VALUE 'L'.
       COPY FRETEWS.
       77  WRK-ARQ-RECEBER      PIC X(80)    VALUE SPACES.
       77  FS-RECEBER           PIC 9(02)    VALUE ZEROS.
       77  WRK-PARCELAS         PIC 9(02)    VALUE ZEROS.
       77  WRK-PARC-K           PIC 9(02)    VALUE ZEROS.
       77  WRK-VALOR-PRAZO      PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-PARCELA    PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VENC-INT         PIC 9(08)    VALUE ZEROS.
       77  WRK-VENCIMENTO       PIC 9(08)    VALUE ZEROS.
       COPY DIAUTILW.
       77  WRK-OPERADOR         PIC X(08)    VALUE SPACES.
       77  WRK-ARQ-INVENTARIO   PIC X(80)    VALUE SPACES.
       77  FS-INVENTARIO        PIC 9(02)    VALUE ZEROS.
       77  WRK-INV-ABERTO       PIC X(01)    VALUE 'N'.
       77  WRK-ARQ-ESTLOCAL     PIC X(80)    VALUE SPACES.
       77  FS-ESTLOCAL          PIC 9(02)    VALUE ZEROS.
       77  WRK-INV-LOCAL        PIC X(04)    VALUE SPACES.
       77  WRK-QT-LOCAL         PIC 9(05)    VALUE ZEROS.
       COPY LOCALWS.
       77  WRK-ARQ-PROMOCOES    PIC X(80)    VALUE SPACES.
       77  FS-PROMOCOES         PIC 9(02)    VALUE ZEROS.
       77  WRK-PROM-QTDE        PIC 9(02)    VALUE ZEROS.
       77  WRK-PROM-K           PIC 9(02)    VALUE ZEROS.
       77  WRK-PROM-MELHOR      PIC 9(02)    VALUE ZEROS.
       77  WRK-GRATIS           PIC 9(03)    VALUE ZEROS.
       77  WRK-DESC-CANDIDATO   PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DESC-ITENS       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DESC-TOTAL       PIC 9(09)V99 VALUE ZEROS.
       77  WRK-BRUTO            PIC 9(09)V99 VALUE ZEROS.
      *    PROMOCOES EM VIGOR HOJE QUE VALEM PARA O COMPRADOR.
       01  WRK-PROM-TAB.
           05 WRK-PROM-ITEM OCCURS 50 TIMES.
              10 WRK-PROM-CODIGO  PIC X(06).
              10 WRK-PROM-TIPO    PIC X(01).
              10 WRK-PROM-PRODUTO PIC 9(05).
              10 WRK-PROM-PERC    PIC 9(02)V99.
              10 WRK-PROM-LEVE    PIC 9(03).
              10 WRK-PROM-PAGUE   PIC 9(03).
              10 WRK-PROM-MINIMO  PIC 9(07)V99.
       77  WRK-ARQ-ENTREGAS     PIC X(80)    VALUE SPACES.
       77  FS-ENTREGAS          PIC 9(02)    VALUE ZEROS.

       PROCEDURE DIVISION.
       0100-RECEBE         SECTION.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM INVENTARIO (NENHUMA CONTAGEM FEITA AINDA) NAO HA AVISO.
           OPEN INPUT INVENTARIO.
           IF FS-INVENTARIO = 0
               MOVE 'S' TO WRK-INV-ABERTO
           END-IF.
           OPEN INPUT ESTLOCAL.
           IF FS-ESTLOCAL = 35
               OPEN OUTPUT ESTLOCAL
               CLOSE ESTLOCAL
               OPEN INPUT ESTLOCAL
           END-IF.
           DISPLAY "VENDEDOR (OPERADOR) : ".
           ACCEPT WRK-OPERADOR.
           PERFORM 0110-IDENTIFICA-CLIENTE.
           PERFORM 0115-CARREGA-PROMOCOES.
           DISPLAY "QUANTOS PRODUTOS (1 A 20) : "
             ACCEPT WRK-QT-PRODUTOS
           IF WRK-QT-PRODUTOS < 1 OR WRK-QT-PRODUTOS > 20

           DISPLAY "VALOR MINIMO DA COMPRA PARA FRETE GRATIS"
             ACCEPT WRK-LIMITE-FRETE.
           CLOSE PRODUTOS ESTLOCAL.
           IF WRK-INV-ABERTO = 'S'
               CLOSE INVENTARIO
               MOVE 'N' TO WRK-INV-ABERTO
           END-IF.

       0150-PROCESSA        SECTION.
           PERFORM 0140-APLICA-PROMOCOES.
           MOVE ZEROS TO WRK-FRETE.
           PERFORM VARYING WRK-I FROM 1 BY 1
                     UNTIL WRK-I > WRK-QT-PRODUTOS
               ADD WRK-ITEM-TOTAL(WRK-I) TO WRK-FRETE
           END-PERFORM.
           PERFORM 0160-RESGATE-PONTOS.

       0200-MOSTRA         SECTION.
           MOVE WRK-FRETE TO WRK-FRETE-ED
           DISPLAY "VALOR TOTAL..." WRK-FRETE-ED.
           MOVE ZEROS TO WRK-VALOR-FRETE.
           IF WRK-FRETE GREATER OR EQUAL WRK-LIMITE-FRETE
               MOVE 'G' TO WRK-FRETE-GRATIS
               DISPLAY "FRETE GRATIS"
           ELSE
               PERFORM 0210-CALCULA-FRETE
           END-IF.
           PERFORM 0220-CONDICAO-PAGTO.
           DISPLAY "CONFIRMA O PEDIDO (S/N) ? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S'
      *    A MARCA EXPLICITA 'B' - PEDIDO SEM DONO ACABOU.
       0110-IDENTIFICA-CLIENTE SECTION.
           MOVE 'B' TO WRK-CLI-TIPO.
           MOVE ZEROS TO WRK-CLI-PAIS WRK-CLI-FONE WRK-CLI-CEP.
           DISPLAY "VENDA COM CLIENTE IDENTIFICADO (S/N) ? ".
           ACCEPT WRK-CLI-OK.
           IF WRK-CLI-OK NOT = 'S'
                           MOVE 'S' TO WRK-CLI-OK
                           MOVE 'C' TO WRK-CLI-TIPO
                           DISPLAY "CLIENTE: " CLIENTES-NOME
                           IF CLIENTES-CEP IS NUMERIC
                               MOVE CLIENTES-CEP TO WRK-CLI-CEP
                           END-IF
                       ELSE
                           DISPLAY "CLIENTE INATIVO/ANONIMIZADO - "
                                   "NAO VALE PARA A VENDA"
           PERFORM 0130-PRECO-VIGENTE.
           MOVE WRK-PRECO-VIGENTE TO WRK-PRECO-ED.
           DISPLAY PROD-DESCRICAO " A " WRK-PRECO-ED.
      *    O ITEM SAI DO LOCAL ESCOLHIDO; O SALDO DISPONIVEL E O DELE.
           MOVE WRK-LOC-COD(1) TO WRK-LOC-CODIGO.
           IF PROD-ESTOQUE IS NUMERIC
               DISPLAY "EM ESTOQUE: " PROD-ESTOQUE
               PERFORM 9630-MOSTRA-LOCAIS
               PERFORM 9605-PEDE-LOCAL
               PERFORM 9610-LE-SALDO-LOCAL
           END-IF.
           MOVE WRK-LOC-CODIGO TO WRK-ITEM-LOCAL(WRK-I).
           IF WRK-INV-ABERTO = 'S'
               PERFORM 0125-AVISA-CONTAGEM
           END-IF.
           DISPLAY "QUANTIDADE : ".
           ACCEPT WRK-ITEM-QTDE(WRK-I).
      *    ESTOQUE (CAMPO NAO NUMERICO) PASSA COMO SEMPRE PASSOU.
           IF PROD-ESTOQUE IS NUMERIC
               PERFORM UNTIL WRK-ITEM-QTDE(WRK-I)
                             NOT GREATER ESTL-SALDO
                   DISPLAY "SO HA " ESTL-SALDO " EM "
                           WRK-ITEM-LOCAL(WRK-I) " - "
                           "QUANTIDADE MENOR : "
                   ACCEPT WRK-ITEM-QTDE(WRK-I)
               END-PERFORM
           END-IF.
           MOVE PROD-CODIGO TO WRK-ITEM-CODIGO(WRK-I).
           MOVE WRK-PRECO-VIGENTE TO WRK-ITEM-PRECO(WRK-I).
           MOVE 'N' TO WRK-ITEM-CUSTO-OK(WRK-I).
           IF PROD-CUSTO-MEDIO IS NUMERIC
               MOVE PROD-CUSTO-MEDIO TO WRK-ITEM-CUSTO(WRK-I)
               MOVE 'S' TO WRK-ITEM-CUSTO-OK(WRK-I)
           END-IF.
           COMPUTE WRK-ITEM-TOTAL(WRK-I) =
                   WRK-PRECO-VIGENTE * WRK-ITEM-QTDE(WRK-I).
           PERFORM 0135-PROMOCAO-ITEM.
      *    PRODUTO SEM PESO NO CATALOGO NAO PESA NO FRETE.
           IF PROD-PESO IS NUMERIC
               COMPUTE WRK-PESO-TOTAL = WRK-PESO-TOTAL +
                       PROD-PESO * WRK-ITEM-QTDE(WRK-I)
           END-IF.

      *    PRODUTO EM CONTAGEM DE INVENTARIO ABERTA (INVABRE ATE O
      *    INVAPROV): SO AVISA - A VENDA SEGUE, O AJUSTE DO INVENTARIO
      *    E SOMADO AO SALDO DO MOMENTO DA APROVACAO. O VENDEDOR SEPARA
      *    A MERCADORIA COMBINANDO COM QUEM ESTA CONTANDO. SO AVISA
      *    A CONTAGEM DO LOCAL DE ONDE O ITEM VAI SAIR.
       0125-AVISA-CONTAGEM SECTION.
           MOVE PROD-CODIGO TO INV-PRODUTO.
           START INVENTARIO KEY IS EQUAL INV-PRODUTO
             INVALID KEY
               GO TO 0125-SAIDA
           END-START.
           READ INVENTARIO NEXT RECORD.
           PERFORM UNTIL FS-INVENTARIO NOT = 0
                         OR INV-PRODUTO NOT = PROD-CODIGO
               MOVE INV-LOCAL TO WRK-INV-LOCAL
               IF WRK-INV-LOCAL = SPACES
                   MOVE WRK-LOC-COD(1) TO WRK-INV-LOCAL
               END-IF
               IF INV-EM-CONTAGEM
                       AND WRK-INV-LOCAL = WRK-ITEM-LOCAL(WRK-I)
                   DISPLAY "ATENCAO: PRODUTO EM CONTAGEM DE "
                           "INVENTARIO " INV-CONTAGEM
                           " - AVISE QUEM ESTA CONTANDO"
                   MOVE 10 TO FS-INVENTARIO
               ELSE
                   READ INVENTARIO NEXT RECORD
               END-IF
           END-PERFORM.

       0125-SAIDA.
           EXIT.

      *    VIGENCIA EM VIGOR NA DATA DO PEDIDO: START PELA CHAVE
      *    COMPLEMENTADA (VIDE PRECOREG.cpy), PULANDO EXPIRADAS.
       0130-SAIDA.
           EXIT.

      *    PROMOCOES ATIVAS, EM VIGOR HOJE E QUE VALEM PARA O
      *    COMPRADOR (TODOS, CLIENTE IDENTIFICADO OU ESTE CLIENTE).
      *    SEM O CADASTRO DE PROMOCOES A VENDA SEGUE SEM DESCONTO.
       0115-CARREGA-PROMOCOES SECTION.
           MOVE ZEROS TO WRK-PROM-QTDE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT PROMOCOES.
           IF FS-PROMOCOES NOT = 0
               GO TO 0115-SAIDA
           END-IF.
           MOVE LOW-VALUES TO PROM-CODIGO.
           START PROMOCOES KEY IS NOT LESS PROM-CODIGO
             INVALID KEY
               MOVE 10 TO FS-PROMOCOES
             NOT INVALID KEY
               READ PROMOCOES NEXT RECORD
           END-START.
           PERFORM UNTIL FS-PROMOCOES NOT = 0
                         OR WRK-PROM-QTDE NOT LESS 50
               IF PROM-ATIVA
                       AND PROM-INICIO NOT GREATER WRK-HOJE
                       AND PROM-FIM NOT LESS WRK-HOJE
                   IF PROM-PARA-TODOS
                      OR (PROM-PARA-CLIENTES AND WRK-CLI-TIPO = 'C')
                      OR (PROM-PARA-UM-CLIENTE AND WRK-CLI-TIPO = 'C'
                          AND PROM-CLI-PAIS = WRK-CLI-PAIS
                          AND PROM-CLI-FONE = WRK-CLI-FONE)
                       ADD 1 TO WRK-PROM-QTDE
                       MOVE PROM-CODIGO  TO
                            WRK-PROM-CODIGO(WRK-PROM-QTDE)
                       MOVE PROM-TIPO    TO
                            WRK-PROM-TIPO(WRK-PROM-QTDE)
                       MOVE PROM-PRODUTO TO
                            WRK-PROM-PRODUTO(WRK-PROM-QTDE)
                       MOVE PROM-PERC    TO
                            WRK-PROM-PERC(WRK-PROM-QTDE)
                       MOVE PROM-LEVE    TO
                            WRK-PROM-LEVE(WRK-PROM-QTDE)
                       MOVE PROM-PAGUE   TO
                            WRK-PROM-PAGUE(WRK-PROM-QTDE)
                       MOVE PROM-VALOR-MINIMO TO
                            WRK-PROM-MINIMO(WRK-PROM-QTDE)
                   END-IF
               END-IF
               READ PROMOCOES NEXT RECORD
           END-PERFORM.
           CLOSE PROMOCOES.
           IF WRK-PROM-QTDE > ZEROS
               DISPLAY WRK-PROM-QTDE " PROMOCAO(OES) EM VIGOR"
           END-IF.

       0115-SAIDA.
           EXIT.

      *    MELHOR PROMOCAO DO PRODUTO PARA A LINHA: PERCENTUAL SOBRE O
      *    VALOR DA LINHA OU, NO LEVE N PAGUE M, N - M UNIDADES DE
      *    GRACA A CADA N DA LINHA. VALE A DE MAIOR DESCONTO.
       0135-PROMOCAO-ITEM  SECTION.
           MOVE ZEROS  TO WRK-ITEM-DESCONTO(WRK-I).
           MOVE SPACES TO WRK-ITEM-PROMO(WRK-I).
           PERFORM VARYING WRK-PROM-K FROM 1 BY 1
                     UNTIL WRK-PROM-K > WRK-PROM-QTDE
               MOVE ZEROS TO WRK-DESC-CANDIDATO
               IF WRK-PROM-PRODUTO(WRK-PROM-K) = PROD-CODIGO
                   EVALUATE WRK-PROM-TIPO(WRK-PROM-K)
                     WHEN 'P'
                       COMPUTE WRK-DESC-CANDIDATO ROUNDED =
                               WRK-ITEM-TOTAL(WRK-I)
                             * WRK-PROM-PERC(WRK-PROM-K) / 100
                     WHEN 'L'
                       COMPUTE WRK-GRATIS = WRK-ITEM-QTDE(WRK-I)
                                          / WRK-PROM-LEVE(WRK-PROM-K)
                       COMPUTE WRK-DESC-CANDIDATO =
                               WRK-GRATIS * WRK-ITEM-PRECO(WRK-I)
                             * (WRK-PROM-LEVE(WRK-PROM-K)
                              - WRK-PROM-PAGUE(WRK-PROM-K))
                   END-EVALUATE
               END-IF
               IF WRK-DESC-CANDIDATO > WRK-ITEM-DESCONTO(WRK-I)
                   MOVE WRK-DESC-CANDIDATO TO WRK-ITEM-DESCONTO(WRK-I)
                   MOVE WRK-PROM-CODIGO(WRK-PROM-K)
                     TO WRK-ITEM-PROMO(WRK-I)
               END-IF
           END-PERFORM.

      *    A MELHOR PROMOCAO SOBRE O TOTAL (MERCADORIAS A PARTIR DO
      *    MINIMO DELA) SO ENTRA SE DER MAIS DESCONTO QUE AS DOS
      *    ITENS SOMADAS; AI O PERCENTUAL VALE EM CADA LINHA, NO
      *    LUGAR DA PROMOCAO DO PRODUTO. O DESCONTO SAI DO VALOR DA
      *    LINHA, ANTES DO RESGATE DE PONTOS E DA DECISAO DO FRETE.
       0140-APLICA-PROMOCOES SECTION.
           MOVE ZEROS TO WRK-BRUTO WRK-DESC-ITENS WRK-DESC-TOTAL
                         WRK-PROM-MELHOR.
           PERFORM VARYING WRK-I FROM 1 BY 1
                     UNTIL WRK-I > WRK-QT-PRODUTOS
               ADD WRK-ITEM-TOTAL(WRK-I)    TO WRK-BRUTO
               ADD WRK-ITEM-DESCONTO(WRK-I) TO WRK-DESC-ITENS
           END-PERFORM.
           PERFORM VARYING WRK-PROM-K FROM 1 BY 1
                     UNTIL WRK-PROM-K > WRK-PROM-QTDE
               IF WRK-PROM-TIPO(WRK-PROM-K) = 'T'
                       AND WRK-BRUTO NOT LESS
                           WRK-PROM-MINIMO(WRK-PROM-K)
                   IF WRK-PROM-MELHOR = ZEROS
                       MOVE WRK-PROM-K TO WRK-PROM-MELHOR
                   ELSE
                       IF WRK-PROM-PERC(WRK-PROM-K) >
                          WRK-PROM-PERC(WRK-PROM-MELHOR)
                           MOVE WRK-PROM-K TO WRK-PROM-MELHOR
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-PROM-MELHOR NOT = ZEROS
               PERFORM VARYING WRK-I FROM 1 BY 1
                         UNTIL WRK-I > WRK-QT-PRODUTOS
                   COMPUTE WRK-DESC-CANDIDATO ROUNDED =
                           WRK-ITEM-TOTAL(WRK-I)
                         * WRK-PROM-PERC(WRK-PROM-MELHOR) / 100
                   ADD WRK-DESC-CANDIDATO TO WRK-DESC-TOTAL
               END-PERFORM
           END-IF.
           IF WRK-DESC-TOTAL > WRK-DESC-ITENS
               MOVE WRK-DESC-TOTAL TO WRK-DESC-ITENS
               PERFORM VARYING WRK-I FROM 1 BY 1
                         UNTIL WRK-I > WRK-QT-PRODUTOS
                   COMPUTE WRK-ITEM-DESCONTO(WRK-I) ROUNDED =
                           WRK-ITEM-TOTAL(WRK-I)
                         * WRK-PROM-PERC(WRK-PROM-MELHOR) / 100
                   MOVE WRK-PROM-CODIGO(WRK-PROM-MELHOR)
                     TO WRK-ITEM-PROMO(WRK-I)
               END-PERFORM
           END-IF.
           IF WRK-DESC-ITENS = ZEROS
               GO TO 0140-SAIDA
           END-IF.
           PERFORM VARYING WRK-I FROM 1 BY 1
                     UNTIL WRK-I > WRK-QT-PRODUTOS
               IF WRK-ITEM-DESCONTO(WRK-I) > ZEROS
                   SUBTRACT WRK-ITEM-DESCONTO(WRK-I)
                       FROM WRK-ITEM-TOTAL(WRK-I)
                   MOVE WRK-ITEM-DESCONTO(WRK-I) TO WRK-PRECO-ED
                   DISPLAY "ITEM " WRK-I " PRODUTO "
                           WRK-ITEM-CODIGO(WRK-I) " PROMOCAO "
                           WRK-ITEM-PROMO(WRK-I) " DESCONTO "
                           WRK-PRECO-ED
               END-IF
           END-PERFORM.
           MOVE WRK-DESC-ITENS TO WRK-PRECO-ED.
           DISPLAY "DESCONTO DE PROMOCOES..." WRK-PRECO-ED.

       0140-SAIDA.
           EXIT.

      *    RESGATE DE PONTOS: SO PARA CLIENTE IDENTIFICADO, LIMITADO
      *    AO SALDO E AO TOTAL DO PEDIDO. O DESCONTO SAI DO TOTAL
      *    ANTES DA DECISAO DO FRETE; OS PONTOS SO SAO DEBITADOS NA
      *    CONFIRMACAO (0280-LANCA-PONTOS).
       0160-RESGATE-PONTOS SECTION.
           MOVE ZEROS TO WRK-PONTOS-RESGATE WRK-DESCONTO.
           IF WRK-CLI-TIPO NOT = 'C' OR CFG-PONTOS-CENTAVOS = ZEROS
               GO TO 0160-SAIDA
           END-IF.
           MOVE 'S'          TO PONTMOV-FUNCAO.
           MOVE WRK-CLI-PAIS TO PONTMOV-PAIS.
           MOVE WRK-CLI-FONE TO PONTMOV-FONE.
           CALL 'PONTMOV' USING PONTMOV-PARM.
           IF PONTMOV-RETORNO NOT = 'S' OR PONTMOV-SALDO = ZEROS
               GO TO 0160-SAIDA
           END-IF.
           COMPUTE WRK-PONTOS-MAX =
                   WRK-FRETE * 100 / CFG-PONTOS-CENTAVOS.
           IF WRK-PONTOS-MAX > PONTMOV-SALDO
               MOVE PONTMOV-SALDO TO WRK-PONTOS-MAX
           END-IF.
           DISPLAY "SALDO DE PONTOS: " PONTMOV-SALDO.
           DISPLAY "PONTOS A RESGATAR (0 = NENHUM, MAXIMO "
                   WRK-PONTOS-MAX ") : ".
           ACCEPT WRK-PONTOS-RESGATE.
           IF WRK-PONTOS-RESGATE > WRK-PONTOS-MAX
               MOVE WRK-PONTOS-MAX TO WRK-PONTOS-RESGATE
           END-IF.
           IF WRK-PONTOS-RESGATE = ZEROS
               GO TO 0160-SAIDA
           END-IF.
           COMPUTE WRK-DESCONTO =
                   WRK-PONTOS-RESGATE * CFG-PONTOS-CENTAVOS / 100.
           SUBTRACT WRK-DESCONTO FROM WRK-FRETE.
           MOVE WRK-DESCONTO TO WRK-PRECO-ED.
           DISPLAY WRK-PONTOS-RESGATE " PONTOS = DESCONTO DE "
                   WRK-PRECO-ED.

       0160-SAIDA.
           EXIT.

      *    FRETE ABAIXO DO LIMITE DO GRATIS: DESTINO PELO CEP DO
      *    ENDERECO DO CLIENTE (BALCAO OU CADASTRO SEM CEP INFORMA NA
      *    HORA), VALOR PELA TABELA DE FRETE (FRETECAL.cpy). SEM
      *    PRECO NA TABELA, O OPERADOR DIGITA O FRETE COTADO. O
      *    CLIENTE ESCOLHE: ENTREGA COM FRETE ('E') OU RETIRADA ('L').
       0210-CALCULA-FRETE  SECTION.
           MOVE 'L' TO WRK-FRETE-GRATIS.
           MOVE WRK-CLI-CEP TO WRK-FRT-CEP.
           IF WRK-FRT-CEP = ZEROS
               DISPLAY "CEP DE ENTREGA (0 = RETIRADA NA LOJA) : "
               ACCEPT WRK-FRT-CEP
           END-IF.
           IF WRK-FRT-CEP = ZEROS
               DISPLAY "RETIRADA NA LOJA"
               GO TO 0210-SAIDA
           END-IF.
           MOVE WRK-PESO-TOTAL TO WRK-FRT-PESO.
           MOVE 'C' TO WRK-FRT-ACHOU.
           OPEN INPUT CEPDIR.
           IF FS-CEPDIR = 0
               OPEN INPUT FRETES
               IF FS-FRETES = 0
                   PERFORM 9660-CALCULA-FRETE
                   CLOSE FRETES
               ELSE
                   MOVE 'F' TO WRK-FRT-ACHOU
               END-IF
               CLOSE CEPDIR
           END-IF.
           IF FRETE-CALCULADO
               MOVE WRK-FRT-VALOR TO WRK-FRETE-ED
               DISPLAY "FRETE PARA " WRK-FRT-CEP " (" WRK-FRT-UF
                       "): " WRK-FRETE-ED " - PRAZO " WRK-FRT-PRAZO
                       " DIAS"
           ELSE
               IF FRETE-SEM-CEP
                   DISPLAY "CEP FORA DO DIRETORIO DE CEP"
               ELSE
                   DISPLAY "DESTINO SEM PRECO NA TABELA DE FRETE"
               END-IF
               DISPLAY "FRETE COTADO (0 = RETIRADA NA LOJA) : "
               ACCEPT WRK-FRT-VALOR
               IF WRK-FRT-VALOR = ZEROS
                   DISPLAY "RETIRADA NA LOJA"
                   GO TO 0210-SAIDA
               END-IF
           END-IF.
           DISPLAY "E-ENTREGA COM FRETE  L-RETIRADA NA LOJA : ".
           ACCEPT WRK-ENTREGA.
           IF WRK-ENTREGA = 'E'
               MOVE 'E' TO WRK-FRETE-GRATIS
               MOVE WRK-FRT-VALOR TO WRK-VALOR-FRETE
               COMPUTE WRK-PRECO-ED = WRK-FRETE + WRK-VALOR-FRETE
               DISPLAY "TOTAL COM FRETE..." WRK-PRECO-ED
           ELSE
               DISPLAY "RETIRADA NA LOJA"
           END-IF.

       0210-SAIDA.
           EXIT.

      *    CONDICAO DE PAGAMENTO: SO CLIENTE IDENTIFICADO COMPRA A
      *    PRAZO (O CONTAS A RECEBER E PELA CHAVE DO CADASTRO). O
      *    VALOR FINANCIADO E O TOTAL PAGO (MERCADORIAS, JA LIQUIDAS
      *    DO RESGATE, MAIS O FRETE DA ENTREGA); A ULTIMA PARCELA
      *    ABSORVE OS CENTAVOS DA DIVISAO.
       0220-CONDICAO-PAGTO SECTION.
           MOVE ZEROS TO WRK-PARCELAS.
           COMPUTE WRK-VALOR-PRAZO = WRK-FRETE + WRK-VALOR-FRETE.
           IF WRK-CLI-TIPO NOT = 'C' OR WRK-VALOR-PRAZO = ZEROS
               GO TO 0220-SAIDA
           END-IF.
           DISPLAY "CONDICAO DE PAGAMENTO - 0 = A VISTA, "
                   "2 A 12 = PARCELAS DE 30 EM 30 DIAS : ".
           ACCEPT WRK-PARCELAS.
           PERFORM UNTIL WRK-PARCELAS = ZEROS
                      OR (WRK-PARCELAS NOT LESS 2
                          AND WRK-PARCELAS NOT GREATER 12)
               DISPLAY "CONDICAO INVALIDA - 0 OU 2 A 12 : "
               ACCEPT WRK-PARCELAS
           END-PERFORM.
           IF WRK-PARCELAS = ZEROS
               DISPLAY "PAGAMENTO A VISTA"
               GO TO 0220-SAIDA
           END-IF.
           DIVIDE WRK-VALOR-PRAZO BY WRK-PARCELAS
               GIVING WRK-VALOR-PARCELA.
           MOVE WRK-VALOR-PARCELA TO WRK-PRECO-ED.
           DISPLAY WRK-PARCELAS " PARCELAS DE " WRK-PRECO-ED.

       0220-SAIDA.
           EXIT.

      *    PEDIDO CONFIRMADO: GANHA O PROXIMO NUMERO DO CONTROLE E
      *    SAI COMPLETO (CABECALHO + ITENS + FECHAMENTO) NO ARQUIVO
           MOVE WRK-CLI-TIPO      TO PED-CLI-TIPO.
           MOVE WRK-CLI-PAIS      TO PED-CLI-PAIS.
           MOVE WRK-CLI-FONE      TO PED-CLI-FONE.
           MOVE WRK-OPERADOR      TO PED-OPERADOR.
           WRITE PEDIDO-REG.
           PERFORM VARYING WRK-I FROM 1 BY 1
                     UNTIL WRK-I > WRK-QT-PRODUTOS
               MOVE WRK-ITEM-QTDE(WRK-I)   TO PED-QTDE
               MOVE WRK-ITEM-PRECO(WRK-I)  TO PED-PRECO
               MOVE WRK-ITEM-TOTAL(WRK-I)  TO PED-TOTAL
               MOVE WRK-OPERADOR           TO PED-OPERADOR
               MOVE WRK-ITEM-DESCONTO(WRK-I) TO PED-DESCONTO
               MOVE WRK-ITEM-PROMO(WRK-I)  TO PED-PROMOCAO
               IF WRK-ITEM-CUSTO-OK(WRK-I) = 'S'
                   COMPUTE PED-CUSTO = WRK-ITEM-CUSTO(WRK-I)
                                     * WRK-ITEM-QTDE(WRK-I)
               END-IF
               WRITE PEDIDO-REG
           END-PERFORM.
           MOVE SPACES TO PEDIDO-REG.
           MOVE ZEROS TO PED-PRODUTO PED-QTDE PED-PRECO.
           MOVE WRK-FRETE         TO PED-TOTAL.
           MOVE WRK-FRETE-GRATIS  TO PED-FRETE.
           MOVE WRK-VALOR-FRETE   TO PED-VALOR-FRETE.
           MOVE WRK-PARCELAS      TO PED-PARCELAS.
           MOVE WRK-OPERADOR      TO PED-OPERADOR.
           WRITE PEDIDO-REG.
           CLOSE PEDIDOS.
           PERFORM 0260-BAIXA-ESTOQUE.
           WRITE PEDSEQ-REG.
           CLOSE PEDSEQ.
           DISPLAY "PEDIDO " WRK-NUMERO-PEDIDO " GRAVADO".
           PERFORM 0280-LANCA-PONTOS.
           PERFORM 0290-GRAVA-PARCELAS.
           PERFORM 0295-ABRE-ENTREGA.


      *    BAIXA DO ESTOQUE NA CONFIRMACAO: CADA ITEM VENDIDO
      *    DECREMENTA O SALDO DO CATALOGO E SAI NO DIARIO COMO 'VD'.
      *    SE O SALDO MUDOU DESDE A DIGITACAO E NAO COBRE A LINHA,
      *    ELA BAIXA O QUE HA E O RESTO FICA ACUSADO NO CONSOLE.
      *    O MESMO VALE PARA O SALDO DO LOCAL ESCOLHIDO NO ITEM: O
      *    QUE SAI DO LOCAL E O QUE SAI DO CATALOGO E DO DIARIO.
       0260-BAIXA-ESTOQUE  SECTION.
           OPEN I-O PRODUTOS.
           IF FS-PRODUTOS NOT = 0
               DISPLAY "CATALOGO INDISPONIVEL - ESTOQUE NAO BAIXADO"
               GO TO 0260-SAIDA
           END-IF.
           OPEN I-O ESTLOCAL.
           IF FS-ESTLOCAL NOT = 0
               DISPLAY "SALDOS POR LOCAL INDISPONIVEIS - ESTOQUE NAO "
                       "BAIXADO"
               CLOSE PRODUTOS
               GO TO 0260-SAIDA
           END-IF.
           PERFORM VARYING WRK-I FROM 1 BY 1
                     UNTIL WRK-I > WRK-QT-PRODUTOS
               MOVE WRK-ITEM-CODIGO(WRK-I) TO PROD-CODIGO
                   CONTINUE
                 NOT INVALID KEY
                   IF PROD-ESTOQUE IS NUMERIC
                       MOVE WRK-ITEM-LOCAL(WRK-I) TO WRK-LOC-CODIGO
                       PERFORM 9610-LE-SALDO-LOCAL
                       MOVE WRK-ITEM-QTDE(WRK-I) TO WRK-QT-LOCAL
                       IF WRK-QT-LOCAL > ESTL-SALDO
                           DISPLAY "SALDO DO LOCAL MUDOU: FALTAM "
                                   "ITENS DO PRODUTO " PROD-CODIGO
                                   " EM " WRK-LOC-CODIGO
                           MOVE ESTL-SALDO TO WRK-QT-LOCAL
                       END-IF
                       SUBTRACT WRK-QT-LOCAL FROM ESTL-SALDO
                       IF WRK-QT-LOCAL > PROD-ESTOQUE
                           DISPLAY "ESTOQUE MUDOU: FALTAM ITENS DO "
                                   "PRODUTO " PROD-CODIGO
                           MOVE ZEROS TO PROD-ESTOQUE
                       ELSE
                           SUBTRACT WRK-QT-LOCAL FROM PROD-ESTOQUE
                       END-IF
                       REWRITE PROD-REG
                         INVALID KEY
                           DISPLAY "PRODUTO NAO REGRAVADO: "
                                   PROD-CODIGO
                         NOT INVALID KEY
                           PERFORM 9620-GRAVA-SALDO-LOCAL
                           IF WRK-LOC-GRAVOU NOT = 'S'
                               DISPLAY "SALDO DO LOCAL NAO GRAVADO: "
                                       PROD-CODIGO " " WRK-LOC-CODIGO
                           END-IF
                           PERFORM 0270-GRAVA-MOVIMENTO
                       END-REWRITE
                   END-IF
               END-READ
           END-PERFORM.
           CLOSE PRODUTOS ESTLOCAL.
           IF WRK-MOV-ABERTO = 'S'
               CLOSE MOVESTQ
               MOVE 'N' TO WRK-MOV-ABERTO
           MOVE PROD-CODIGO  TO MOV-CODIGO.
           MOVE FUNCTION CURRENT-DATE(1:14) TO MOV-DATAHORA.
           MOVE 'VD'         TO MOV-TIPO.
           MOVE WRK-QT-LOCAL TO MOV-QTDE.
           MOVE PROD-ESTOQUE TO MOV-ESTOQUE-DEPOIS.
           MOVE 'PEDIDO  '   TO MOV-ORIGEM.
           MOVE 'PV'         TO MOV-REF-TIPO.
           MOVE WRK-NUMERO-PEDIDO TO MOV-REF-NUMERO.
           MOVE ZEROS        TO MOV-REF-LINHA.
           MOVE WRK-OPERADOR TO MOV-OPERADOR.
           MOVE WRK-LOC-CODIGO TO MOV-LOCAL.
           MOVE ESTL-SALDO   TO MOV-SALDO-LOCAL.
           MOVE ZEROS        TO MOV-CUSTO-UNIT.
           IF PROD-CUSTO-MEDIO IS NUMERIC
               MOVE PROD-CUSTO-MEDIO TO MOV-CUSTO-UNIT
           END-IF.
           WRITE MOVESTQ-REG.

      *    NO PEDIDO CONFIRMADO: DEBITA O RESGATE E CREDITA OS
      *    PONTOS GANHOS SOBRE O VALOR PAGO (TOTAL JA COM O DESCONTO),
      *    OS DOIS AMARRADOS AO NUMERO DO PEDIDO NO RAZAO DE PONTOS
      *    PARA O CANCPED SABER O QUE ESTORNAR.
       0280-LANCA-PONTOS   SECTION.
           IF WRK-CLI-TIPO NOT = 'C'
               GO TO 0280-SAIDA
           END-IF.
           MOVE 'M'               TO PONTMOV-FUNCAO.
           MOVE WRK-CLI-PAIS      TO PONTMOV-PAIS.
           MOVE WRK-CLI-FONE      TO PONTMOV-FONE.
           MOVE WRK-NUMERO-PEDIDO TO PONTMOV-PEDIDO.
           MOVE 'PEDIDO  '        TO PONTMOV-ORIGEM.
           IF WRK-PONTOS-RESGATE > ZEROS
               MOVE 'RS'               TO PONTMOV-TIPO
               MOVE WRK-PONTOS-RESGATE TO PONTMOV-QTDE
               CALL 'PONTMOV' USING PONTMOV-PARM
               IF PONTMOV-RETORNO NOT = 'S'
                   DISPLAY "RESGATE DE PONTOS NAO LANCADO - AVISAR "
                           "O ATENDIMENTO"
               END-IF
           END-IF.
           COMPUTE WRK-PONTOS-GANHOS = WRK-FRETE * CFG-PONTOS-TAXA.
           IF WRK-PONTOS-GANHOS > ZEROS
               MOVE 'AC'              TO PONTMOV-TIPO
               MOVE WRK-PONTOS-GANHOS TO PONTMOV-QTDE
               CALL 'PONTMOV' USING PONTMOV-PARM
               IF PONTMOV-RETORNO = 'S'
                   DISPLAY "PONTOS GANHOS: " WRK-PONTOS-GANHOS
                           "  SALDO: " PONTMOV-SALDO
               ELSE
                   DISPLAY "PONTOS DO PEDIDO NAO LANCADOS - AVISAR "
                           "O ATENDIMENTO"
               END-IF
           END-IF.

       0280-SAIDA.
           EXIT.

      *    PEDIDO A PRAZO: UMA PARCELA POR VENCIMENTO NO CONTAS A
      *    RECEBER, NA CHAVE DO CLIENTE. VENCIMENTO = DATA DO PEDIDO
      *    + 30 DIAS POR PARCELA, DESLIZADO PARA O DIA UTIL SEGUINTE
      *    QUANDO CAI EM FIM DE SEMANA OU FERIADO (ROTINA DIAUTIL).
       0290-GRAVA-PARCELAS SECTION.
           IF WRK-PARCELAS = ZEROS
               GO TO 0290-SAIDA
           END-IF.
           OPEN I-O RECEBER.
           IF FS-RECEBER = 35
               OPEN OUTPUT RECEBER
               CLOSE RECEBER
               OPEN I-O RECEBER
           END-IF.
           IF FS-RECEBER NOT = 0
               DISPLAY "CONTAS A RECEBER INDISPONIVEL - PARCELAS DO "
                       "PEDIDO " WRK-NUMERO-PEDIDO " NAO GRAVADAS - "
                       "AVISAR O FINANCEIRO"
               GO TO 0290-SAIDA
           END-IF.
           PERFORM VARYING WRK-PARC-K FROM 1 BY 1
                     UNTIL WRK-PARC-K > WRK-PARCELAS
               COMPUTE WRK-VENC-INT =
                       FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                       + 30 * WRK-PARC-K
               COMPUTE WRK-VENCIMENTO =
                       FUNCTION DATE-OF-INTEGER(WRK-VENC-INT)
               MOVE 'E' TO DIAUTIL-FUNCAO
               MOVE WRK-VENCIMENTO TO DIAUTIL-DATA
               CALL 'DIAUTIL' USING DIAUTIL-PARM
               IF DIAUTIL-EH-UTIL NOT = 'S'
                   MOVE 'P' TO DIAUTIL-FUNCAO
                   CALL 'DIAUTIL' USING DIAUTIL-PARM
                   MOVE DIAUTIL-RESULTADO TO WRK-VENCIMENTO
               END-IF
               MOVE SPACES            TO RECEBER-REG
               MOVE WRK-NUMERO-PEDIDO TO RCB-PEDIDO
               MOVE WRK-PARC-K        TO RCB-PARCELA
               MOVE WRK-CLI-PAIS      TO RCB-PAIS
               MOVE WRK-CLI-FONE      TO RCB-FONE
               MOVE WRK-PARCELAS      TO RCB-QT-PARCELAS
               MOVE WRK-HOJE          TO RCB-EMISSAO
               MOVE WRK-VENCIMENTO    TO RCB-VENCIMENTO
               IF WRK-PARC-K = WRK-PARCELAS
                   COMPUTE RCB-VALOR = WRK-VALOR-PRAZO -
                           WRK-VALOR-PARCELA * (WRK-PARCELAS - 1)
               ELSE
                   MOVE WRK-VALOR-PARCELA TO RCB-VALOR
               END-IF
               MOVE 'A'               TO RCB-SITUACAO
               MOVE ZEROS TO RCB-DATA-PAGTO RCB-VALOR-PAGO RCB-JUROS
               MOVE WRK-OPERADOR      TO RCB-OPERADOR
               MOVE FUNCTION CURRENT-DATE(1:14) TO RCB-DATAHORA
               WRITE RECEBER-REG
                 INVALID KEY
                   DISPLAY "PARCELA " WRK-PARC-K " DO PEDIDO "
                           WRK-NUMERO-PEDIDO " JA EXISTE"
                 NOT INVALID KEY
                   MOVE RCB-VALOR TO WRK-PRECO-ED
                   DISPLAY "PARCELA " WRK-PARC-K "/" WRK-PARCELAS
                           " VENCE " RCB-VENCIMENTO " - " WRK-PRECO-ED
               END-WRITE
           END-PERFORM.
           CLOSE RECEBER.

       0290-SAIDA.
           EXIT.

      *    PEDIDO QUE SAI PARA O CLIENTE GANHA O REGISTRO DE ENTREGA
      *    EM SEPARACAO (VIDE ENTRREG.cpy), ACOMPANHADO DAI EM DIANTE
      *    PELO MANTENTR: TODA ENTREGA COM FRETE COBRADO E O FRETE
      *    GRATIS DE CLIENTE IDENTIFICADO (NO BALCAO O FRETE GRATIS
      *    NAO TEM ENDERECO - SE FOR SAIR, O MANTENTR ABRE A ENTREGA).
       0295-ABRE-ENTREGA   SECTION.
           IF WRK-FRETE-GRATIS NOT = 'E'
                   AND (WRK-FRETE-GRATIS NOT = 'G'
                        OR WRK-CLI-TIPO NOT = 'C')
               GO TO 0295-SAIDA
           END-IF.
           OPEN I-O ENTREGAS.
           IF FS-ENTREGAS = 35
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.
           IF FS-ENTREGAS NOT = 0
               DISPLAY "ARQUIVO DE ENTREGAS INDISPONIVEL - ENTREGA DO "
                       "PEDIDO " WRK-NUMERO-PEDIDO " A ABRIR NO "
                       "MANTENTR"
               GO TO 0295-SAIDA
           END-IF.
           MOVE SPACES            TO ENT-REG.
           MOVE WRK-NUMERO-PEDIDO TO ENT-PEDIDO.
           MOVE WRK-HOJE          TO ENT-DATA-PEDIDO.
           MOVE WRK-FRETE-GRATIS  TO ENT-FRETE.
           MOVE WRK-CLI-TIPO      TO ENT-CLI-TIPO.
           MOVE WRK-CLI-PAIS      TO ENT-CLI-PAIS.
           MOVE WRK-CLI-FONE      TO ENT-CLI-FONE.
           MOVE 'S'               TO ENT-SITUACAO.
           MOVE WRK-HOJE          TO ENT-SEP-DATA.
           MOVE WRK-OPERADOR      TO ENT-SEP-OPERADOR.
           MOVE ZEROS TO ENT-EXP-DATA ENT-ENTR-DATA ENT-DEV-DATA
                         ENT-CANC-DATA ENT-CEP.
           WRITE ENT-REG
             INVALID KEY
               DISPLAY "ENTREGA DO PEDIDO " WRK-NUMERO-PEDIDO
                       " JA EXISTE"
             NOT INVALID KEY
               DISPLAY "ENTREGA DO PEDIDO " WRK-NUMERO-PEDIDO
                       " EM SEPARACAO"
           END-WRITE.
           CLOSE ENTREGAS.

       0295-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG SECTION.

       9810-MONTA-ARQUIVOS.
                  'PRECOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRECOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CEPDIR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CEP.DIR.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CEPDIR
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FRETES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FRETES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FRETES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RECEBER.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECEBER.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECEBER
           END-STRING.
           MOVE SPACES TO WRK-ARQ-INVENTARIO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INVENTARIO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-INVENTARIO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ESTLOCAL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ESTLOCAL.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ESTLOCAL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PROMOCOES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PROMOCOES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PROMOCOES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ENTREGAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ENTREGAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENTREGAS
           END-STRING.

       COPY CFGLER.

       COPY FRETECAL.

       COPY ESTLOCAL.
