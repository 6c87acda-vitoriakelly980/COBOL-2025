      ******************************************************************
      *OBJETIVO: LAYOUT DA TABELA DE FRETE (FRETES.DAT.TXT, INDEXADA),
      *          MANTIDA PELO MANTFRT. CADA REGISTRO E UMA FAIXA DE
      *          PESO DE UM DESTINO:
      *            UF + CEP INICIAL DE UMA FAIXA DO DIRETORIO DE CEP
      *                 (CEP.DIR.TXT - AS MESMAS FAIXAS DO CARGACEP),
      *                 OU UF + ZEROS = O ESTADO INTEIRO, USADO QUANDO
      *                 A FAIXA DE CEP DO DESTINO NAO TEM PRECO PROPRIO
      *            PESO-ATE = LIMITE SUPERIOR DA FAIXA DE PESO, EM KG
      *          COM O PESO NA CHAVE, UM START NOT LESS POR UF + CEP +
      *          PESO DO PEDIDO CAI DIRETO NA MENOR FAIXA QUE COMPORTA
      *          O PESO (VIDE FRETECAL.cpy). COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  FRETE-REG.
           05 FRT-CHAVE.
              10 FRT-UF                 PIC X(02).
              10 FRT-CEP-INI            PIC 9(08).
              10 FRT-PESO-ATE           PIC 9(05)V999.
           05 FRT-CEP-FIM               PIC 9(08).
           05 FRT-VALOR                 PIC 9(07)V99.
           05 FRT-PRAZO                 PIC 9(03).
           05 FRT-OPERADOR              PIC X(08).
           05 FRT-DATAHORA              PIC X(14).
