      ******************************************************************
      *OBJETIVO: LAYOUT DO DIARIO DE MOVIMENTOS DE ESTOQUE
      *          (PRODUTOS.MOV.TXT, SEQUENCIAL, SO CRESCE): TODA
      *          MUDANCA NO SALDO DO CATALOGO (PRODREG.cpy), COM O
      *          SALDO DEPOIS DO MOVIMENTO E O PROGRAMA DE ORIGEM.
      *            'EN' = ENTRADA DE MERCADORIA (MANTPROD AVULSA OU
      *                   RECEBCOM CONTRA O PEDIDO DE COMPRA)
      *            'AJ' = AJUSTE DE CONTAGEM (MANTPROD AVULSO OU
      *                   INVAPROV NO FECHAMENTO DO INVENTARIO); A
      *                   QUANTIDADE E O SALDO AJUSTADO DO LOCAL
      *            'VD' = VENDA (EXERCICIOIF-ELSE)
      *            'DV' = DEVOLUCAO (CANCPED)
      *            'TS' = SAIDA POR TRANSFERENCIA ENTRE LOCAIS E
      *            'TE' = ENTRADA POR TRANSFERENCIA (TRANSEST, UM PAR
      *                   DE REGISTROS COM A MESMA DATA/HORA; O TOTAL
      *                   DO PRODUTO NAO MUDA)
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
      *    DOCUMENTO QUE ORIGINOU O MOVIMENTO: 'OC' = PEDIDO DE COMPRA
      *    (NUMERO E LINHA, VIDE CMPREG.cpy), 'PV' = PEDIDO DE VENDA
      *    (NUMERO, LINHA ZERO), 'IN' = CONTAGEM DE INVENTARIO
      *    (NUMERO DA CONTAGEM, LINHA ZERO, VIDE INVREG.cpy). EM
      *    BRANCO = MOVIMENTO SEM DOCUMENTO (AJUSTE, ENTRADA AVULSA)
      *    OU ANTERIOR AO RECURSO.
      *    OPERADOR QUE FEZ O MOVIMENTO; NO AJUSTE DO INVENTARIO, QUEM
      *    APROVOU A DIVERGENCIA. EM BRANCO = ANTERIOR AO RECURSO.
      *    LOCAL DE ESTOQUE DO MOVIMENTO (VIDE LOCALWS.cpy) E O SALDO
      *    DO PRODUTO NESSE LOCAL DEPOIS DELE; O MOV-ESTOQUE-DEPOIS
      *    CONTINUA SENDO O TOTAL DO PRODUTO. EM BRANCO = ANTERIOR AO
      *    RECURSO (LOCAL PADRAO).
      *    CUSTO UNITARIO: NA ENTRADA 'EN' E O CUSTO PAGO NA
      *    MERCADORIA RECEBIDA (BASE DO CUSTO MEDIO, VIDE PRODREG.cpy);
      *    NOS DEMAIS TIPOS, O CUSTO MEDIO DO PRODUTO NO MOMENTO. ZERO
      *    = CUSTO DESCONHECIDO; EM BRANCO = ANTERIOR AO RECURSO.
       01  MOVESTQ-REG.
           05 MOV-CODIGO                PIC 9(05).
           05 MOV-DATAHORA              PIC X(14).
           05 MOV-TIPO                  PIC X(02).
           05 MOV-QTDE                  PIC 9(05).
           05 MOV-ESTOQUE-DEPOIS        PIC 9(05).
           05 MOV-ORIGEM                PIC X(08).
           05 MOV-REFERENCIA.
              10 MOV-REF-TIPO           PIC X(02).
              10 MOV-REF-NUMERO         PIC 9(06).
              10 MOV-REF-LINHA          PIC 9(03).
           05 MOV-OPERADOR              PIC X(08).
           05 MOV-LOCAL                 PIC X(04).
           05 MOV-SALDO-LOCAL           PIC 9(05).
           05 MOV-CUSTO-UNIT            PIC 9(07)V99.
