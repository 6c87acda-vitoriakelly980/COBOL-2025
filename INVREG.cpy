      ******************************************************************
      *OBJETIVO: LAYOUT DA CONTAGEM DE INVENTARIO (INVENTARIO.DAT.TXT,
      *          INDEXADO POR CONTAGEM + PRODUTO, CHAVE ALTERNATIVA
      *          PELO PRODUTO COM DUPLICATAS). O INVABRE CONGELA O
      *          SALDO DO CATALOGO (PRODREG.cpy) E IMPRIME AS FOLHAS,
      *          O INVCONT GRAVA O QUE FOI CONTADO, O INVDIVG LISTA A
      *          DIVERGENCIA EM UNIDADES E VALOR E O INVAPROV LANCA O
      *          AJUSTE APROVADO NO DIARIO PRODUTOS.MOV.TXT. NUMERO DA
      *          CONTAGEM PELO CONTROLE INVENTARIO.SEQ.TXT.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
      *    SITUACAO DO ITEM: 'A' = ABERTO, AGUARDANDO CONTAGEM;
      *    'C' = CONTADO (PODE SER RECONTADO ATE A APROVACAO);
      *    'L' = AJUSTE LANCADO (OU APROVADO SEM DIVERGENCIA);
      *    'R' = DIVERGENCIA RECUSADA, SALDO NAO MEXIDO.
      *    ENQUANTO 'A' OU 'C' O PRODUTO ESTA EM CONTAGEM ABERTA E A
      *    ENTRADA DE PEDIDOS AVISA O VENDEDOR.
      *    O AJUSTE SOMA A DIVERGENCIA (CONTADO - CONGELADO) AO SALDO
      *    DO MOMENTO DA APROVACAO, ENTAO VENDA E ENTRADA FEITAS
      *    DEPOIS DO CONGELAMENTO NAO SE PERDEM.
      *    CADA CONTAGEM E DE UM LOCAL DE ESTOQUE (VIDE LOCALWS.cpy):
      *    O SALDO CONGELADO E O AJUSTE SAO OS DAQUELE LOCAL. EM
      *    BRANCO = CONTAGEM ANTERIOR AO RECURSO (LOCAL PADRAO).
       01  INV-REG.
           05 INV-CHAVE.
              10 INV-CONTAGEM           PIC 9(06).
              10 INV-PRODUTO            PIC 9(05).
           05 INV-ABERTURA              PIC 9(08).
           05 INV-DESCRICAO             PIC X(30).
           05 INV-ESTOQUE-CONGELADO     PIC 9(05).
           05 INV-PRECO                 PIC 9(07)V99.
           05 INV-QTDE-CONTADA          PIC 9(05).
           05 INV-SITUACAO              PIC X(01).
              88 INV-ABERTO                       VALUE 'A'.
              88 INV-CONTADO                      VALUE 'C'.
              88 INV-LANCADO                      VALUE 'L'.
              88 INV-RECUSADO                     VALUE 'R'.
              88 INV-EM-CONTAGEM                  VALUE 'A' 'C'.
           05 INV-OPERADOR-CONTAGEM     PIC X(08).
           05 INV-OPERADOR-APROVACAO    PIC X(08).
           05 INV-DATAHORA              PIC X(14).
           05 INV-LOCAL                 PIC X(04).
