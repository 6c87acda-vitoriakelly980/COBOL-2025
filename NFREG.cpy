      ******************************************************************
      *OBJETIVO: LAYOUT DO REGISTRO DE NOTAS FISCAIS DE VENDA
      *          (NOTAS.DAT.TXT, INDEXADO PELO NUMERO DA NOTA, COM A
      *          CHAVE ALTERNADA DO PEDIDO, COM DUPLICATAS). A
      *          NUMERACAO E CONTINUA PELO CONTROLE NOTAS.SEQ.TXT, NA
      *          MESMA DISCIPLINA DOS RECIBOS (RECIBREG.cpy): NUMERO
      *          FALTANDO NA CONFERENCIA DO NFEMIT E NOTA SUMIDA.
      *          TRES TIPOS DE NOTA, TODOS COM O NUMERO DO PEDIDO:
      *            'V' = VENDA (NFEMIT), UMA POR PEDIDO FECHADO
      *            'C' = CANCELAMENTO TOTAL DO PEDIDO JA FATURADO
      *                  (CANCPED), ANULA O SALDO DA NOTA DE VENDA
      *            'D' = DEVOLUCAO DE ITEM DO PEDIDO JA FATURADO
      *                  (CANCPED)
      *          AS NOTAS 'C' E 'D' LEVAM EM NF-REFERENCIA O NUMERO DA
      *          NOTA DE VENDA E A MESMA UF E ALIQUOTA DELA.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  NF-REG.
           05 NF-NUMERO                 PIC 9(08).
           05 NF-TIPO                   PIC X(01).
              88 NF-VENDA               VALUE 'V'.
              88 NF-CANCELAMENTO        VALUE 'C'.
              88 NF-DEVOLUCAO           VALUE 'D'.
           05 NF-PEDIDO                 PIC 9(06).
           05 NF-DATA                   PIC 9(08).
           05 NF-REFERENCIA             PIC 9(08).
           05 NF-CLI-TIPO               PIC X(01).
           05 NF-CLI-PAIS               PIC 9(03).
           05 NF-CLI-FONE               PIC 9(12).
           05 NF-UF                     PIC X(02).
           05 NF-VALOR-MERC             PIC 9(09)V99.
           05 NF-VALOR-FRETE            PIC 9(07)V99.
           05 NF-ALIQUOTA               PIC 9(02)V99.
           05 NF-VALOR-IMPOSTO          PIC 9(09)V99.
           05 NF-VALOR-TOTAL            PIC 9(09)V99.
           05 NF-MOTIVO                 PIC X(02).
           05 NF-OPERADOR               PIC X(08).
           05 NF-DATAHORA               PIC X(14).
