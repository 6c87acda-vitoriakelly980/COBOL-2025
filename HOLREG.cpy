      ******************************************************************
      *OBJETIVO: LAYOUT DO ARQUIVO DE CONTRACHEQUES (HOLERITE.DAT.TXT,
      *          INDEXADO POR COMPETENCIA + MATRICULA + LINHA). O
      *          FOLHAPAG GUARDA AQUI, NA ORDEM EM QUE SAIRAM NO
      *          FOLHA.PAG.TXT, TODAS AS LINHAS DO CONTRACHEQUE DE CADA
      *          PAGO (LINHA 001 EM DIANTE) E, NA LINHA 000, O RESUMO
      *          DO MES (BRUTO, DESCONTOS E LIQUIDO). RODAR A FOLHA DE
      *          NOVO NA MESMA COMPETENCIA SUBSTITUI A COMPETENCIA
      *          INTEIRA. A SEGUNDA VIA SAI PELO REIMPHOL E O HISTORICO
      *          MES A MES PELO HISTHOL.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  HOL-REG.
           05 HOL-CHAVE.
              10 HOL-COMPETENCIA        PIC 9(06).
              10 HOL-FUNC-ID            PIC 9(05).
              10 HOL-LINHA              PIC 9(03).
           05 HOL-TEXTO                 PIC X(100).
           05 HOL-RESUMO REDEFINES HOL-TEXTO.
              10 HOL-NOME               PIC X(30).
              10 HOL-BRUTO              PIC 9(10)V99.
              10 HOL-DESCONTOS          PIC 9(10)V99.
              10 HOL-LIQUIDO            PIC 9(10)V99.
              10 HOL-DATA-RODADA        PIC 9(08).
              10 FILLER                 PIC X(26).
