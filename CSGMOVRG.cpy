      ******************************************************************
      *OBJETIVO: LAYOUT DO MOVIMENTO DE CONSIGNADOS DA RODADA
      *          (CONSIG.MOV.TXT, SEQUENCIAL, REFEITO A CADA RODADA DO
      *          FOLHAPAG): UMA LINHA POR PARCELA PROCESSADA NA
      *          COMPETENCIA, COM O DEVIDO (PARCELA MAIS O PENDENTE DE
      *          MESES ANTERIORES), O DESCONTADO DENTRO DA MARGEM E O
      *          QUE FICOU PENDENTE. O REMCONSG TIRA DAQUI O REPASSE
      *          POR INSTITUICAO.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  CMOV-REG.
           05 CMOV-COMPETENCIA          PIC 9(06).
           05 CMOV-CREDOR               PIC X(20).
           05 CMOV-FUNC-ID              PIC 9(05).
           05 CMOV-CONTRATO             PIC X(12).
           05 CMOV-PARCELA              PIC 9(03).
           05 CMOV-QT-PARCELAS          PIC 9(03).
           05 CMOV-DEVIDO               PIC 9(08)V99.
           05 CMOV-DESCONTADO           PIC 9(08)V99.
           05 CMOV-PENDENTE             PIC 9(08)V99.
