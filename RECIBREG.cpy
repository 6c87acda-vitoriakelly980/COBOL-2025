           05 RECIBO-VALOR              PIC 9(05)V99.
           05 RECIBO-DATAHORA           PIC X(14).
           05 RECIBO-SEQ-RAZAO          PIC 9(04).
      *    CODIGO DE BARRAS DO BOLETO PAGO (EM BRANCO QUANDO O
      *    RECIBO NAO E DE BOLETO) - O MESMO DA LINHA DO RAZAO.
           05 RECIBO-BOLETO             PIC X(44).
      *    RECIBO CANCELADO PELO ESTORNO APROVADO DO LANCAMENTO (DATA
      *    DA APROVACAO E SUPERVISOR); ESPACO = RECIBO VALIDO. OS
      *    RECIBOS ANTERIORES A ESTES CAMPOS SAO CONVERTIDOS PELO
      *    CONVREC.
           05 RECIBO-SITUACAO           PIC X(01).
              88 RECIBO-CANCELADO       VALUE 'C'.
           05 RECIBO-CANC-DATA          PIC 9(08).
           05 RECIBO-CANC-APROV         PIC X(08).
