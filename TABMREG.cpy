      ******************************************************************
      *OBJETIVO: LAYOUT DA TABELA DE PRECO DE MENSALIDADE POR MATERIA
      *          E PERIODO (TABMENS.DAT.TXT, INDEXADO POR MATERIA +
      *          PERIODO, NO MESMO FORMATO DE TURMA-MATERIA E
      *          TURMA-PERIODO). MANTIDA PELO MANTMENS; O FATMENS SOMA
      *          O PRECO DE CADA MATERIA EM QUE O ALUNO ESTA NA TURMA
      *          DO PERIODO. COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  TABM-REG.
           05 TABM-CHAVE.
              10 TABM-MATERIA           PIC X(15).
              10 TABM-PERIODO           PIC X(06).
           05 TABM-VALOR                PIC 9(05)V99.
