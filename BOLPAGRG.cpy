      ******************************************************************
      *OBJETIVO: LAYOUT DO REGISTRO DE BOLETOS PAGOS (BOLETOS.PAG.TXT,
      *          INDEXADO PELO CODIGO DE BARRAS DE 44 DIGITOS), MANTIDO
      *          SO PELA ROTINA BOLETO. E A PROVA CONTRA O MESMO
      *          BOLETO PAGO DUAS VEZES:
      *            'P' = PAGO (LANCADO NO RAZAO, COM O RECIBO)
      *            'A' = AGUARDANDO APROVACAO (PARCADO ACIMA DA ALCADA
      *                  PELO PAGCONTAS - SAI COM A RECUSA NO APROVPAG)
      *            'G' = AGENDADO NO AGENDPAG (SAI SE O LANCAMENTO
      *                  FALHAR)
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  BOLPAG-REG.
           05 BOLPAG-CODIGO             PIC X(44).
           05 BOLPAG-SITUACAO           PIC X(01).
              88 BOLPAG-PAGO            VALUE 'P'.
              88 BOLPAG-AGUARDANDO      VALUE 'A'.
              88 BOLPAG-AGENDADO        VALUE 'G'.
           05 BOLPAG-CONTA              PIC 9(06).
           05 BOLPAG-VENCIMENTO         PIC 9(08).
           05 BOLPAG-VALOR-DOC          PIC 9(08)V99.
           05 BOLPAG-VALOR-PAGO         PIC 9(05)V99.
           05 BOLPAG-DATA               PIC 9(08).
           05 BOLPAG-ORIGEM             PIC X(08).
           05 BOLPAG-OPERADOR           PIC X(08).
           05 BOLPAG-RECIBO             PIC 9(08).
