      ******************************************************************
      *OBJETIVO: LAYOUT DA TABELA DE TAXAS DE COMISSAO DE VENDA
      *          (COMISSAO.DAT.TXT, INDEXADO POR TIPO + CODIGO),
      *          MANTIDA PELO MANTCOM. TRES TIPOS DE LINHA:
      *            'P' = TAXA DO PRODUTO (CODIGO DO CATALOGO EM
      *                  COM-CODIGO)
      *            'C' = TAXA DA CATEGORIA (PROD-CATEGORIA EM
      *                  COM-CODIGO)
      *            'G' = TAXA GERAL (COM-CODIGO EM BRANCO)
      *          A TAXA DE UM ITEM E A DO PRODUTO; SEM ELA, A DA
      *          CATEGORIA; SEM ELA, A GERAL; SEM NENHUMA, ZERO.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  COMIS-REG.
           05 COM-CHAVE.
              10 COM-TIPO               PIC X(01).
                 88 COM-PRODUTO         VALUE 'P'.
                 88 COM-CATEGORIA       VALUE 'C'.
                 88 COM-GERAL           VALUE 'G'.
              10 COM-CODIGO             PIC X(05).
           05 COM-PERC                  PIC 9(02)V99.
           05 COM-RESPONSAVEL           PIC X(08).
           05 COM-DATAHORA              PIC X(14).
