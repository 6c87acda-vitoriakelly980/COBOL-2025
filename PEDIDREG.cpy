      *            'I' = ITEM (PRODUTO, QUANTIDADE, PRECO UNITARIO DO
      *                  CATALOGO E TOTAL DA LINHA)
      *            'T' = FECHAMENTO (TOTAL DO PEDIDO E DECISAO DO
      *                  FRETE: 'G' GRATIS / 'L' RETIRADA NA LOJA
      *                  / 'E' ENTREGA COM FRETE COBRADO)
      *            'C' = CANCELAMENTO TOTAL (CANCPED: DATA, MOTIVO,
      *                  OPERADOR E O VALOR CANCELADO EM PED-TOTAL)
      *            'D' = DEVOLUCAO PARCIAL DE ITEM (PRODUTO,
      *    CLIENTE IDENTIFICADO (CHAVE DO CLIENTES.DAT.TXT NOS CAMPOS
      *    PAIS/FONE), 'B' = VENDA DE BALCAO SEM CLIENTE; EM BRANCO =
      *    PEDIDO ANTERIOR AO RECURSO.
      *    O TOTAL DO 'T' E O VALOR PAGO: JA VEM LIQUIDO DO DESCONTO
      *    POR RESGATE DE PONTOS, QUE FICA REGISTRADO NO RAZAO DE
      *    PONTOS (PONTOS.MOV.TXT, TIPO RS COM O NUMERO DO PEDIDO).
      *    O FRETE COBRADO NA ENTREGA 'E' VAI EM PED-VALOR-FRETE, SO
      *    NO 'T' E FORA DO TOTAL DAS MERCADORIAS; NAO NUMERICO OU EM
      *    BRANCO = PEDIDO ANTERIOR AO RECURSO (FRETE ZERO).
      *    A CONDICAO DE PAGAMENTO VAI EM PED-PARCELAS, SO NO 'T':
      *    ZERO = A VISTA, 2 A 12 = PARCELAS DE 30 EM 30 DIAS NO
      *    CONTAS A RECEBER (RCBREG.cpy); NAO NUMERICO OU EM BRANCO =
      *    PEDIDO ANTERIOR AO RECURSO (A VISTA).
      *    PED-OPERADOR: NO 'H', 'I' E 'T' E O VENDEDOR QUE DIGITOU O
      *    PEDIDO (BASE DA COMISSAO, VIDE COMISMES); NO 'C' E 'D' E
      *    QUEM REGISTROU O CANCELAMENTO. EM BRANCO NO 'H' = PEDIDO
      *    ANTERIOR AO RECURSO (SEM VENDEDOR).
      *    PED-CUSTO: CUSTO DAS MERCADORIAS DA LINHA PELO CUSTO MEDIO
      *    DO PRODUTO NA HORA DA VENDA (VIDE PRODREG.cpy). NO 'I' E
      *    QTDE X CUSTO MEDIO; NO 'D' E O CUSTO DA QUANTIDADE
      *    DEVOLVIDA, PELO MESMO CUSTO DA VENDA; NO 'C' E O CUSTO DE
      *    TUDO O QUE AINDA NAO TINHA VOLTADO. O MARGMES TIRA DAQUI O
      *    CUSTO DA MERCADORIA VENDIDA. NAO NUMERICO OU EM BRANCO =
      *    LINHA ANTERIOR AO RECURSO OU PRODUTO SEM CUSTO CONHECIDO.
      *    PED-DESCONTO E PED-PROMOCAO: SO NO 'I', O DESCONTO DA
      *    PROMOCAO APLICADA NA LINHA (VIDE PROMREG.cpy) E O CODIGO
      *    DELA. O PED-TOTAL DO ITEM JA VEM LIQUIDO DO DESCONTO (O
      *    BRUTO E PED-TOTAL + PED-DESCONTO). DESCONTO ZERO E CODIGO
      *    EM BRANCO = SEM PROMOCAO; NAO NUMERICO = ITEM ANTERIOR AO
      *    RECURSO.
       01  PEDIDO-REG.
           05 PED-TIPO             PIC X(01).
           05 PED-NUMERO           PIC 9(06).
           05 PED-CLI-FONE         PIC 9(12).
           05 PED-MOTIVO           PIC X(02).
           05 PED-OPERADOR         PIC X(08).
           05 PED-VALOR-FRETE      PIC 9(07)V99.
           05 PED-PARCELAS         PIC 9(02).
           05 PED-CUSTO            PIC 9(09)V99.
           05 PED-DESCONTO         PIC 9(07)V99.
           05 PED-PROMOCAO         PIC X(06).
