      ******************************************************************
      *OBJETIVO: LAYOUT DA PARCELA DO CRONOGRAMA DE EMPRESTIMO
      *          (EMPPARC.DAT.TXT, INDEXADO POR CONTRATO + NUMERO DA
      *          PARCELA), GERADO NA CONTRATACAO PELO EMPREST E BAIXADO
      *          PELA COBRANCA MENSAL ('BATCH'). PARC-VALOR E A
      *          PRESTACAO DO CRONOGRAMA (AMORTIZACAO + JUROS);
      *          PARC-MORA SAO OS JUROS DE MORA DA PARCELA VENCIDA,
      *          RECALCULADOS A CADA COBRANCA ATE O PAGAMENTO, QUANDO
      *          FICAM OS EFETIVAMENTE COBRADOS. SITUACAO 'A' ABERTA
      *          (VENCIDA SE O VENCIMENTO JA PASSOU), 'P' PAGA.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  PARC-REG.
           05 PARC-CHAVE.
              10 PARC-CONTRATO          PIC 9(06).
              10 PARC-NUMERO            PIC 9(03).
           05 PARC-VENCIMENTO           PIC 9(08).
           05 PARC-AMORTIZACAO          PIC 9(05)V99.
           05 PARC-JUROS                PIC 9(05)V99.
           05 PARC-VALOR                PIC 9(05)V99.
           05 PARC-SALDO-APOS           PIC 9(05)V99.
           05 PARC-SITUACAO             PIC X(01).
              88 PARC-ABERTA            VALUE 'A'.
              88 PARC-PAGA              VALUE 'P'.
           05 PARC-MORA                 PIC 9(05)V99.
           05 PARC-DATA-PAGTO           PIC 9(08).
           05 PARC-VALOR-PAGO           PIC 9(05)V99.
           05 FILLER                    PIC X(10).
