      ******************************************************************
      *OBJETIVO: LAYOUT DO CADASTRO DE DEPARTAMENTOS / CENTROS DE CUSTO
      *          (CCUSTO.DAT.TXT, INDEXADO PELO CODIGO), MANTIDO PELO
      *          MANTCC. O FUNCIONARIO E LOTADO NO CENTRO PELO
      *          CADASTRO DE LOTACOES (VIDE LOTREG.cpy). CENTRO
      *          DESATIVADO ('I') NAO RECEBE LOTACAO NOVA, MAS CONTINUA
      *          NOS RELATORIOS DAS COMPETENCIAS EM QUE TEVE CUSTO.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  CC-REG.
           05 CC-CODIGO                 PIC X(06).
           05 CC-DESCRICAO              PIC X(30).
           05 CC-RESPONSAVEL            PIC X(30).
           05 CC-SITUACAO               PIC X(01).
              88 CC-ATIVO               VALUE 'A'.
              88 CC-INATIVO             VALUE 'I'.
