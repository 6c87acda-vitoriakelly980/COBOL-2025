      ******************************************************************
      *OBJETIVO: LAYOUT DO CONTAS A RECEBER DOS PEDIDOS A PRAZO
      *          (RECEBER.DAT.TXT, INDEXADO POR PEDIDO + PARCELA, COM A
      *          CHAVE ALTERNADA DO CLIENTE, COM DUPLICATAS). A ENTRADA
      *          DE PEDIDOS (EXERCICIOIF-ELSE) GRAVA UMA PARCELA POR
      *          VENCIMENTO, DE 30 EM 30 DIAS A PARTIR DA DATA DO
      *          PEDIDO, AJUSTADO PARA O PROXIMO DIA UTIL (DIAUTIL).
      *          SITUACAO DA PARCELA:
      *            'A' = ABERTA
      *            'P' = PAGA (BAIXAREC: DATA, VALOR PAGO E JUROS DE
      *                  ATRASO COBRADOS)
      *            'C' = CANCELADA JUNTO COM O PEDIDO (CANCPED)
      *          O VALOR DA PARCELA E O ORIGINAL; O PAGO = VALOR +
      *          JUROS. A CARTEIRA POR IDADE SAI PELO AGINGREC.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  RECEBER-REG.
           05 RCB-CHAVE.
              10 RCB-PEDIDO             PIC 9(06).
              10 RCB-PARCELA            PIC 9(02).
           05 RCB-CLIENTE.
              10 RCB-PAIS               PIC 9(03).
              10 RCB-FONE               PIC 9(12).
           05 RCB-QT-PARCELAS           PIC 9(02).
           05 RCB-EMISSAO               PIC 9(08).
           05 RCB-VENCIMENTO            PIC 9(08).
           05 RCB-VALOR                 PIC 9(09)V99.
           05 RCB-SITUACAO              PIC X(01).
              88 RCB-ABERTA             VALUE 'A'.
              88 RCB-PAGA               VALUE 'P'.
              88 RCB-CANCELADA          VALUE 'C'.
           05 RCB-DATA-PAGTO            PIC 9(08).
           05 RCB-VALOR-PAGO            PIC 9(09)V99.
           05 RCB-JUROS                 PIC 9(07)V99.
           05 RCB-OPERADOR              PIC X(08).
           05 RCB-DATAHORA              PIC X(14).
