      ******************************************************************
      *OBJETIVO: LAYOUT DA TABELA DE ALIQUOTAS DO IMPOSTO ESTADUAL
      *          POR UF DE DESTINO (ALIQUOTAS.UF.TXT), UMA UF POR
      *          LINHA, MANTIDA PELA CONTABILIDADE NUM EDITOR DE TEXTO
      *          COMO O SISTEMA.CFG.TXT ('*' NA COLUNA 1 E
      *          COMENTARIO). A ALIQUOTA VAI EM NNVV SEM VIRGULA:
      *            SP1800ICMS INTERNO
      *            RJ2000
      *          UF QUE NAO ESTA NA TABELA NAO FATURA (O NFEMIT
      *          SEGURA O PEDIDO E ACUSA NO RELATORIO).
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  ALIQ-REG.
           05 ALIQ-UF                   PIC X(02).
           05 ALIQ-PERC                 PIC 9(02)V99.
           05 ALIQ-DESCRICAO            PIC X(20).
           05 FILLER                    PIC X(54).
