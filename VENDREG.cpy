      ******************************************************************
      *OBJETIVO: LAYOUT DO VINCULO VENDEDOR (VENDEDOR.DAT.TXT,
      *          INDEXADO PELO OPERADOR): LIGA O OPERADOR QUE DIGITA
      *          O PEDIDO (PED-OPERADOR, MESMO ID DO OPERADOR.DAT.TXT
      *          DO SISTEMA CLIENTES) A MATRICULA DO FUNCIONARIO NO
      *          CADASTRO DA FOLHA (FUNCREG.cpy). MANTIDO PELO MANTCOM;
      *          OPERADOR SEM VINCULO NAO RECEBE COMISSAO (O COMISMES
      *          ACUSA NO RELATORIO).
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  VEND-REG.
           05 VEND-OPERADOR             PIC X(08).
           05 VEND-FUNC-ID              PIC 9(05).
           05 VEND-RESPONSAVEL          PIC X(08).
           05 VEND-DATAHORA             PIC X(14).
