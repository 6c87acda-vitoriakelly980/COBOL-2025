      ******************************************************************
      *OBJETIVO: LAYOUT DOS PEDIDOS DE COMPRA (COMPRAS.DAT.TXT,
      *          INDEXADO POR NUMERO + LINHA, ALTERNADO PELO PRODUTO),
      *          UM REGISTRO POR LINHA COM OS DADOS DO PEDIDO
      *          REPETIDOS. O GERACOMP EMITE UM PEDIDO NUMERADO
      *          (CONTROLE COMPRAS.SEQ.TXT) POR FORNECEDOR COM OS
      *          PRODUTOS NO NIVEL DE REPOSICAO; O RECEBCOM DA A
      *          ENTRADA DA MERCADORIA CONTRA A LINHA (MOVIMENTO 'EN'
      *          COM REFERENCIA 'OC', VIDE MOVESTRG.cpy); O COMPABER
      *          LISTA O QUE ESTA EM ABERTO E ATRASADO.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
      *    SITUACAO DA LINHA: 'A' ABERTA (NADA RECEBIDO), 'P' PARCIAL
      *    (RECEBIDO MENOS QUE O PEDIDO), 'R' RECEBIDA POR INTEIRO,
      *    'E' ENCERRADA COM SALDO (O FORNECEDOR NAO VAI MANDAR O
      *    RESTO). O PEDIDO ESTA FECHADO QUANDO NENHUMA LINHA ESTA
      *    'A' OU 'P'. O SALDO A RECEBER E QTDE - QTDE-RECEBIDA.
       01  CMP-REG.
           05 CMP-CHAVE.
              10 CMP-NUMERO             PIC 9(06).
              10 CMP-LINHA              PIC 9(03).
           05 CMP-FORNECEDOR            PIC 9(05).
           05 CMP-EMISSAO               PIC 9(08).
           05 CMP-PREVISTA              PIC 9(08).
           05 CMP-PRODUTO               PIC 9(05).
           05 CMP-QTDE                  PIC 9(05).
           05 CMP-QTDE-RECEBIDA         PIC 9(05).
           05 CMP-SITUACAO              PIC X(01).
              88 CMP-ABERTA             VALUE 'A'.
              88 CMP-PARCIAL            VALUE 'P'.
              88 CMP-RECEBIDA           VALUE 'R'.
              88 CMP-ENCERRADA          VALUE 'E'.
              88 CMP-PENDENTE           VALUES 'A' 'P'.
           05 CMP-ULT-RECEBIMENTO       PIC 9(08).
           05 CMP-OPERADOR              PIC X(08).
           05 CMP-DATAHORA              PIC X(14).
