      ******************************************************************
      *OBJETIVO: LAYOUT DO CADASTRO DE PROMOCOES (PROMOCOES.DAT.TXT,
      *          INDEXADO PELO CODIGO DA PROMOCAO), MANTIDO PELO
      *          MANTPROM. TRES TIPOS:
      *            'P' = PERCENTUAL DE DESCONTO NUM PRODUTO
      *                  (PROM-PRODUTO, PROM-PERC)
      *            'L' = LEVE N PAGUE M NUM PRODUTO (PROM-LEVE,
      *                  PROM-PAGUE): A CADA N UNIDADES DA LINHA,
      *                  N - M SAEM DE GRACA
      *            'T' = PERCENTUAL SOBRE O TOTAL DO PEDIDO (PROM-PERC)
      *                  A PARTIR DE PROM-VALOR-MINIMO EM MERCADORIAS
      *          VALE DE PROM-INICIO A PROM-FIM (INCLUSIVE), SO QUANDO
      *          ATIVA. PUBLICO: 'T' = TODOS (INCLUSIVE BALCAO),
      *          'C' = SO CLIENTE IDENTIFICADO PELA CHAVE DO CADASTRO,
      *          'E' = SO O CLIENTE DA CHAVE PROM-CLI-PAIS +
      *          PROM-CLI-FONE.
      *          A ENTRADA DE PEDIDOS APLICA SOZINHA A MELHOR PROMOCAO
      *          DE CADA ITEM; O DESCONTO E O CODIGO VAO NO ITEM 'I'
      *          (VIDE PEDIDREG.cpy). COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  PROM-REG.
           05 PROM-CODIGO               PIC X(06).
           05 PROM-DESCRICAO            PIC X(30).
           05 PROM-TIPO                 PIC X(01).
              88 PROM-PERCENTUAL        VALUE 'P'.
              88 PROM-LEVE-PAGUE        VALUE 'L'.
              88 PROM-TOTAL-PEDIDO      VALUE 'T'.
           05 PROM-PRODUTO              PIC 9(05).
           05 PROM-PERC                 PIC 9(02)V99.
           05 PROM-LEVE                 PIC 9(03).
           05 PROM-PAGUE                PIC 9(03).
           05 PROM-VALOR-MINIMO         PIC 9(07)V99.
           05 PROM-INICIO               PIC 9(08).
           05 PROM-FIM                  PIC 9(08).
           05 PROM-PUBLICO              PIC X(01).
              88 PROM-PARA-TODOS        VALUE 'T'.
              88 PROM-PARA-CLIENTES     VALUE 'C'.
              88 PROM-PARA-UM-CLIENTE   VALUE 'E'.
           05 PROM-CLI-PAIS             PIC 9(03).
           05 PROM-CLI-FONE             PIC 9(12).
           05 PROM-SITUACAO             PIC X(01).
              88 PROM-ATIVA             VALUE 'A'.
              88 PROM-SUSPENSA          VALUE 'S'.
           05 PROM-OPERADOR             PIC X(08).
           05 PROM-DATAHORA             PIC X(14).
