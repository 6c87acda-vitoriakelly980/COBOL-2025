      ******************************************************************
      *OBJETIVO: LAYOUT DO SALDO POR LOCAL DE ESTOQUE
      *          (ESTLOCAL.DAT.TXT, INDEXADO POR PRODUTO + LOCAL):
      *          QUANTO DO PRODUTO ESTA EM CADA LUGAR (LOCAIS NA
      *          TABELA DO LOCALWS.cpy) E O MINIMO QUE CADA LUGAR DEVE
      *          TER. O PROD-ESTOQUE DO CATALOGO CONTINUA SENDO O
      *          TOTAL DO PRODUTO (SOMA DOS LOCAIS): QUEM MEXE NO SALDO
      *          DE UM LOCAL MEXE NO TOTAL NA MESMA QUANTIDADE, E A
      *          TRANSFERENCIA (TRANSEST) SO TROCA DE LOCAL. PRODUTO
      *          SEM NENHUM REGISTRO AQUI TEM O SALDO TODO NO LOCAL
      *          PADRAO (VIDE ESTLOCAL.cpy). COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  ESTL-REG.
           05 ESTL-CHAVE.
              10 ESTL-PRODUTO           PIC 9(05).
              10 ESTL-LOCAL             PIC X(04).
           05 ESTL-SALDO                PIC 9(05).
           05 ESTL-MINIMO               PIC 9(05).
           05 ESTL-DATAHORA             PIC X(14).
