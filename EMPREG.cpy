      ******************************************************************
      *OBJETIVO: LAYOUT DO CONTRATO DE EMPRESTIMO (EMPREST.DAT.TXT,
      *          INDEXADO PELO NUMERO DO CONTRATO), MANTIDO PELO
      *          EMPREST: CONTA DE CREDITO E DEBITO DAS PARCELAS,
      *          PRINCIPAL, TAXA MENSAL, PRAZO EM MESES E SISTEMA DE
      *          AMORTIZACAO ('P' PRICE - PRESTACAO CONSTANTE, 'S' SAC
      *          - AMORTIZACAO CONSTANTE). O CRONOGRAMA FICA NO
      *          EMPPARC.DAT.TXT (VIDE PARCREG.cpy). SALDO DEVEDOR E O
      *          PRINCIPAL AINDA NAO AMORTIZADO PELAS PARCELAS PAGAS.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  EMP-REG.
           05 EMP-NUMERO                PIC 9(06).
           05 EMP-CONTA                 PIC 9(06).
           05 EMP-PRINCIPAL             PIC 9(05)V99.
           05 EMP-TAXA                  PIC 9(02)V9999.
           05 EMP-PRAZO                 PIC 9(03).
           05 EMP-SISTEMA               PIC X(01).
              88 EMP-PRICE              VALUE 'P'.
              88 EMP-SAC                VALUE 'S'.
           05 EMP-DATA                  PIC 9(08).
           05 EMP-DIA-VENC              PIC 9(02).
           05 EMP-SITUACAO              PIC X(01).
              88 EMP-ATIVO              VALUE 'A'.
              88 EMP-QUITADO            VALUE 'Q'.
           05 EMP-SALDO-DEVEDOR         PIC 9(05)V99.
           05 EMP-QT-PAGAS              PIC 9(03).
           05 EMP-OPERADOR              PIC X(08).
           05 FILLER                    PIC X(10).
