      ******************************************************************
      *OBJETIVO: LAYOUT DA LINHA DO RAZAO GERAL (CONTABIL.LAN.TXT,
      *          INDEXADO POR DATA + LOTE + LINHA), GRAVADO SO PELO
      *          LANCCTB E LIDO PELO BALANCETE (BALANCET). CADA LOTE E
      *          O MOVIMENTO DE UM DIA DE UM SUBSISTEMA, EM PARTIDAS
      *          DOBRADAS QUE FECHAM (SOMA DOS DEBITOS = SOMA DOS
      *          CREDITOS):
      *            'RZ' = RAZAO DAS CONTAS (PAGAMENTOS.LOG.TXT) E A
      *                   VARIACAO CAMBIAL DO REAVAL.LAN.TXT
      *            'FP' = TOTAIS DA FOLHA (FOLHA.TOT.TXT)
      *            'PV' = PEDIDOS: VENDAS, FRETE, CUSTO DAS MERCADORIAS
      *                   E CANCELAMENTOS/DEVOLUCOES (PEDIDOS.DAT.TXT)
      *            'ES' = ENTRADAS DE MERCADORIA NO ESTOQUE
      *                   (PRODUTOS.MOV.TXT, TIPO 'EN')
      *          UMA LINHA POR EVENTO + CONTA + LADO NO LOTE, COM A
      *          SOMA DOS MOVIMENTOS DE ORIGEM E QUANTOS ELES SAO. O
      *          LOTE E GRAVADO INTEIRO OU NAO E GRAVADO; LOTE JA
      *          GRAVADO NAO E LANCADO DE NOVO.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  CTBL-REG.
           05 CTBL-CHAVE.
              10 CTBL-DATA              PIC 9(08).
              10 CTBL-LOTE              PIC X(02).
              10 CTBL-LINHA             PIC 9(04).
           05 CTBL-CONTA                PIC X(08).
           05 CTBL-DC                   PIC X(01).
              88 CTBL-DEBITO            VALUE 'D'.
              88 CTBL-CREDITO           VALUE 'C'.
           05 CTBL-VALOR                PIC 9(13)V99.
           05 CTBL-EVENTO               PIC X(02).
           05 CTBL-QT-ORIGEM            PIC 9(06).
           05 CTBL-OPERADOR             PIC X(08).
           05 CTBL-DATAHORA             PIC X(14).
