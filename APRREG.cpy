       01  APROV-REG.
           05 APROV-CONTA               PIC 9(06).
           05 APROV-TIPO                PIC X(02).
              88 APROV-TP-ESTORNO       VALUE 'EC' 'ED'.
           05 APROV-CONTRA              PIC 9(06).
           05 APROV-VALOR               PIC 9(05)V99.
           05 APROV-DATAHORA            PIC X(14).
              88 APROV-APROVADO         VALUE 'A'.
              88 APROV-RECUSADO         VALUE 'R'.
           05 APROV-APROVADOR           PIC X(08).
      *    PAGAMENTO DE BOLETO PARCADO: CODIGO DE BARRAS JA VALIDADO
      *    PELO PAGCONTAS (RESERVADO NO REGISTRO DE BOLETOS PAGOS COM
      *    SITUACAO 'A'); EM BRANCO NOS DEMAIS.
           05 APROV-BOLETO              PIC X(44).
      *    PEDIDO DE ESTORNO (TIPO EC/ED, GRAVADO PELO ESTORNO - TODO
      *    ESTORNO PASSA POR AQUI, QUALQUER QUE SEJA O VALOR): A AREA
      *    APONTA A LINHA DO RAZAO A ESTORNAR (CONTA EM APROV-CONTA,
      *    VALOR EM APROV-VALOR) E, NA TRANSFERENCIA, A OUTRA PERNA
      *    (CONTA EM APROV-CONTRA), ESTORNADA JUNTO.
           05 APROV-ESTORNO REDEFINES APROV-BOLETO.
              10 APROV-EST-DATA         PIC 9(08).
              10 APROV-EST-HORA         PIC 9(06).
              10 APROV-EST-SEQ          PIC 9(04).
              10 APROV-EST-TIPO         PIC X(02).
              10 APROV-EST-RECIBO       PIC 9(08).
              10 APROV-EST-PAR-SEQ      PIC 9(04).
              10 APROV-EST-PAR-HORA     PIC 9(06).
              10 FILLER                 PIC X(06).
