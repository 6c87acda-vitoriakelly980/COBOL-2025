      ******************************************************************
      *OBJETIVO: LAYOUT DOS TOTAIS DA FOLHA PARA A CONTABILIDADE
      *          (FOLHA.TOT.TXT, SEQUENCIAL, SO CRESCE): UMA LINHA POR
      *          RODADA, COM A DATA DA RODADA, A COMPETENCIA, OS
      *          TOTAIS DA EMPRESA - BRUTO, DESCONTO DE PREVIDENCIA,
      *          DESCONTO DE RENDA E LIQUIDO - E QUEM GRAVOU:
      *            'F' - FOLHAPAG. CADA RODADA TRAZ A FOLHA INTEIRA DA
      *                  COMPETENCIA; A ULTIMA LINHA DA COMPETENCIA E
      *                  A QUE VALE. O LANCCTB, NO DIA DA LINHA, LANCA
      *                  SO A DIFERENCA ENTRE A ULTIMA LINHA DATADA NO
      *                  DIA E A ULTIMA DATADA ANTES (NADA ANTES =
      *                  LANCA O TOTAL; DIFERENCA NEGATIVA VAI COM AS
      *                  CONTAS INVERTIDAS). RODAR A FOLHA DE NOVO NO
      *                  MESMO DIA OU DEPOIS NAO DUPLICA O LANCAMENTO,
      *                  DESDE QUE O LANCCTB DO DIA AINDA NAO TENHA
      *                  GRAVADO O LOTE 'FP' - SE JA GRAVOU, A NOVA
      *                  LINHA SO ENTRA COMO BASE DA PROXIMA RODADA.
      *            'D' - DECTERC, PARCELAS DO DECIMO TERCEIRO, COM A
      *                  COMPETENCIA AAAA13.
      *            'R' - RESCISAO, UMA LINHA POR RESCISAO.
      *            ' ' - LINHA ANTERIOR AO CAMPO (CONVFTOT).
      *          'D', 'R' E ' ' SAO ACRESCIMOS: O LANCCTB LANCA CADA
      *          LINHA DATADA NO DIA PELO QUE ELA TRAZ (EVENTOS
      *          F1/F2/F3 DO CONTABIL.MAP.TXT).
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  FTOT-REG.
           05 FTOT-DATA                 PIC 9(08).
           05 FTOT-COMPETENCIA          PIC 9(06).
           05 FTOT-BRUTO                PIC 9(12)V99.
           05 FTOT-INSS                 PIC 9(12)V99.
           05 FTOT-IRRF                 PIC 9(12)V99.
           05 FTOT-LIQUIDO              PIC 9(12)V99.
           05 FTOT-QT-PAGOS             PIC 9(05).
           05 FTOT-ORIGEM               PIC X(01).
              88 FTOT-DA-FOLHA          VALUE 'F'.
              88 FTOT-DO-DECIMO         VALUE 'D'.
              88 FTOT-DA-RESCISAO       VALUE 'R'.
