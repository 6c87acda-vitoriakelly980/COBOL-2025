      ******************************************************************
      *OBJETIVO: LAYOUT DO HISTORICO DE LOTACAO DOS FUNCIONARIOS NOS
      *          CENTROS DE CUSTO (LOTACAO.DAT.TXT, INDEXADO POR
      *          MATRICULA + INICIO DA VIGENCIA AAAAMMDD), MANTIDO PELO
      *          MANTCC. CADA TRANSFERENCIA E UM REGISTRO NOVO; A
      *          LOTACAO EM VIGOR NUMA DATA E A DE MAIOR INICIO ATE
      *          ELA (VIDE LOTACHA.cpy). NADA E APAGADO, PARA AS
      *          COMPETENCIAS PASSADAS CONTINUAREM COM O CENTRO DA
      *          EPOCA. COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  LOT-REG.
           05 LOT-CHAVE.
              10 LOT-FUNC-ID            PIC 9(05).
              10 LOT-INICIO             PIC 9(08).
           05 LOT-CCUSTO                PIC X(06).
           05 LOT-REGISTRO              PIC 9(08).
