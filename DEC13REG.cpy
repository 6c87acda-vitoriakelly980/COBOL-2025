      ******************************************************************
      *OBJETIVO: LAYOUT DO CONTROLE E ACUMULADOR DO DECIMO TERCEIRO
      *          (DECTERC.DAT.TXT, INDEXADO POR ANO + MATRICULA). O
      *          DECTERC GRAVA A PRIMEIRA PARCELA (ADIANTAMENTO SEM
      *          DESCONTOS) E COMPLETA NA SEGUNDA (INTEGRAL COM OS
      *          DESCONTOS DE PREVIDENCIA E RENDA, MENOS O
      *          ADIANTAMENTO); A DATA DE CADA PARCELA IMPEDE PAGAR DE
      *          NOVO NUMA RODADA REPETIDA. E TAMBEM O ACUMULADOR DO
      *          DECIMO TERCEIRO NO ANO, QUE O INFORREN MOSTRA EM
      *          SEPARADO DO ACUMULADOR MENSAL (FOLHA.ACU.TXT).
      *          BRUTO = ADIANTAMENTO + (INTEGRAL - ADIANTAMENTO) DA
      *          SEGUNDA; LIQUIDO = ADIANTAMENTO + LIQUIDO DA SEGUNDA.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  DEC-REG.
           05 DEC-CHAVE.
              10 DEC-ANO                PIC 9(04).
              10 DEC-FUNC-ID            PIC 9(05).
           05 DEC-MESES                 PIC 9(02).
           05 DEC-ADIANTAMENTO          PIC 9(10)V99.
           05 DEC-DATA-1                PIC 9(08).
           05 DEC-INTEGRAL              PIC 9(10)V99.
           05 DEC-INSS                  PIC 9(10)V99.
           05 DEC-IRRF                  PIC 9(10)V99.
           05 DEC-LIQUIDO-2             PIC 9(10)V99.
           05 DEC-DATA-2                PIC 9(08).
           05 DEC-BRUTO                 PIC 9(10)V99.
           05 DEC-LIQUIDO               PIC 9(10)V99.
