      ******************************************************************
      *OBJETIVO: LAYOUT DA MATRICULA DO ALUNO NO PERIODO LETIVO
      *          (MATRIPER.DAT.TXT, INDEXADO POR PERIODO + MATRICULA).
      *          O FECHAMENTO DO PERIODO (FECHAPER) MATRICULA NO
      *          PERIODO SEGUINTE O ALUNO ATIVO APROVADO EM TODAS AS
      *          MATERIAS DO PERIODO FECHADO (ORIGEM 'P'); SE O PERIODO
      *          FOR REABERTO E FECHADO DE NOVO, A MATRICULA 'P' DE
      *          QUEM DEIXOU DE SER APROVADO E DESFEITA.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  MATR-REG.
           05 MATR-CHAVE.
              10 MATR-PERIODO           PIC X(06).
              10 MATR-MATRICULA         PIC 9(06).
           05 MATR-ORIGEM               PIC X(01).
              88 MATR-PROMOVIDO         VALUE 'P'.
              88 MATR-MANUAL            VALUE 'M'.
           05 MATR-PERIODO-ANT          PIC X(06).
           05 MATR-DATA                 PIC 9(08).
