      ******************************************************************
      *OBJETIVO: TABELA DOS SEGMENTOS DE CLIENTE DA CLASSIFICACAO RFM
      *          (RECENCIA, FREQUENCIA E VALOR DAS COMPRAS), CALCULADA
      *          TODO MES PELO RFMCLI A PARTIR DO PEDIDOS.DAT.TXT. COPY
      *          NA WORKING-STORAGE DO RFMCLI (QUADRO POR SEGMENTO) E
      *          DO MALACLI (VALIDACAO DO SEGMENTO PEDIDO PARA A
      *          CAMPANHA). SEGMENTO NOVO ENTRA AQUI, COM O
      *          WRK-SEG-QTDE AJUSTADO E A REGRA NO RFMCLI.
      ******************************************************************
       01  WRK-SEG-VALORES.
           05 FILLER PIC X(16) VALUE 'CPCAMPEOES      '.
           05 FILLER PIC X(16) VALUE 'FIFIEIS         '.
           05 FILLER PIC X(16) VALUE 'NVNOVOS         '.
           05 FILLER PIC X(16) VALUE 'PRPROMISSORES   '.
           05 FILLER PIC X(16) VALUE 'RIEM RISCO      '.
           05 FILLER PIC X(16) VALUE 'HIHIBERNANDO    '.
           05 FILLER PIC X(16) VALUE 'PDPERDIDOS      '.
           05 FILLER PIC X(16) VALUE 'NCNUNCA COMPROU '.
       01  WRK-SEG-TABELA REDEFINES WRK-SEG-VALORES.
           05 WRK-SEG OCCURS 8 TIMES.
              10 WRK-SEG-CODIGO         PIC X(02).
              10 WRK-SEG-NOME           PIC X(14).
       77  WRK-SEG-QTDE                 PIC 9(02) VALUE 8.
       77  WRK-SEG-I                    PIC 9(02) VALUE ZEROS.
