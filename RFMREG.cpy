      ******************************************************************
      *OBJETIVO: LAYOUT DO ARQUIVO INDEXADO DE SEGMENTACAO RFM DOS
      *          CLIENTES (CLIENTES.RFM.TXT), REGERADO INTEIRO TODO MES
      *          PELO RFMCLI: UM REGISTRO POR CHAVE DO CLIENTES.DAT.TXT,
      *          COM AS NOTAS DE 1 A 5 DE RECENCIA (R), FREQUENCIA (F)
      *          E VALOR (M) E O SEGMENTO RESULTANTE (TABELA
      *          RFMSEGWS.cpy). LIDO PELO MALACLI PARA CAMPANHA POR
      *          SEGMENTO. COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
      *    VALOR = SOMA DOS FECHAMENTOS 'T' DOS PEDIDOS DO CLIENTE,
      *    LIQUIDA DAS DEVOLUCOES 'D'; PEDIDO COM CANCELAMENTO 'C' NAO
      *    ENTRA NEM NA FREQUENCIA NEM NO VALOR. CLIENTE QUE NUNCA
      *    COMPROU FICA COM NOTAS, DATA E VALORES ZERADOS.
       01  RFM-REG.
           05 RFM-CHAVE.
              10 RFM-PAIS               PIC 9(03).
              10 RFM-FONE               PIC 9(12).
           05 RFM-SEGMENTO              PIC X(02).
           05 RFM-NOTA-R                PIC 9(01).
           05 RFM-NOTA-F                PIC 9(01).
           05 RFM-NOTA-M                PIC 9(01).
           05 RFM-ULT-COMPRA            PIC 9(08).
           05 RFM-DIAS                  PIC 9(05).
           05 RFM-QT-PEDIDOS            PIC 9(05).
           05 RFM-VALOR                 PIC 9(09)V99.
           05 RFM-DATA-REF              PIC 9(08).
