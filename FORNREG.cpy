      ******************************************************************
      *OBJETIVO: LAYOUT DO CADASTRO DE FORNECEDORES
      *          (FORNECEDORES.DAT.TXT, INDEXADO PELO CODIGO), MANTIDO
      *          PELO MANTFORN. O PRODUTO APONTA PARA O SEU FORNECEDOR
      *          PREFERENCIAL (PROD-FORNECEDOR, VIDE PRODREG.cpy) E O
      *          GERACOMP EMITE OS PEDIDOS DE COMPRA POR ELE. A
      *          DESATIVACAO E LOGICA (SITUACAO 'I'): FORNECEDOR
      *          INATIVO NAO RECEBE PEDIDO NOVO, MAS OS PEDIDOS JA
      *          EMITIDOS CONTINUAM RECEBIVEIS.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
      *    PRAZO DE ENTREGA EM DIAS CORRIDOS A PARTIR DA EMISSAO DO
      *    PEDIDO; A DATA PREVISTA CAI NO PROXIMO DIA UTIL (DIAUTIL).
       01  FORN-REG.
           05 FORN-CODIGO               PIC 9(05).
           05 FORN-NOME                 PIC X(30).
           05 FORN-DOCUMENTO            PIC X(14).
           05 FORN-CONTATO              PIC X(20).
           05 FORN-TELEFONE             PIC X(15).
           05 FORN-EMAIL                PIC X(40).
           05 FORN-PRAZO                PIC 9(03).
           05 FORN-SITUACAO             PIC X(01).
              88 FORN-ATIVO             VALUE 'A'.
              88 FORN-INATIVO           VALUE 'I'.
           05 FORN-OPERADOR             PIC X(08).
           05 FORN-DATAHORA             PIC X(14).
