      *    TODA MUDANCA SAI NO DIARIO PRODUTOS.MOV.TXT. O RELESTOQ
      *    LISTA O QUE CHEGOU NO MINIMO. CAMPOS NAO NUMERICOS =
      *    REGISTRO ANTERIOR AO RECURSO (SALDO DESCONHECIDO).
      *    PESO UNITARIO EM KG, PARA O FRETE DO PEDIDO (VIDE
      *    FRETECAL.cpy). NAO NUMERICO = PRODUTO SEM PESO INFORMADO,
      *    QUE NAO PESA NO CALCULO ATE O MANTPROD COMPLETAR.
      *    CATEGORIA DO PRODUTO (CODIGO LIVRE DE 4 POSICOES, EX. ELET,
      *    MOVE), USADA NA TABELA DE COMISSAO QUANDO O PRODUTO NAO
      *    TEM TAXA PROPRIA (VIDE COMISREG.cpy). EM BRANCO OU
      *    LOW-VALUES (REGISTRO ANTERIOR AO RECURSO) = SEM CATEGORIA.
      *    FORNECEDOR PREFERENCIAL (CODIGO DO FORNECEDORES.DAT.TXT,
      *    VIDE FORNREG.cpy): E PARA ELE QUE O GERACOMP PEDE A
      *    REPOSICAO. ZERO, NAO NUMERICO OU EM BRANCO (REGISTRO
      *    ANTERIOR AO RECURSO) = SEM FORNECEDOR, O PRODUTO NO MINIMO
      *    FICA DE FORA DA COMPRA E E ACUSADO NO RELATORIO.
      *    CUSTO MEDIO PONDERADO POR UNIDADE: CADA ENTRADA 'EN' COM
      *    CUSTO (MANTPROD AVULSA, RECEBCOM) RECALCULA
      *    (SALDO X MEDIO + QTDE X CUSTO) / (SALDO + QTDE); VENDA,
      *    DEVOLUCAO, AJUSTE E TRANSFERENCIA NAO MEXEM NO MEDIO. E O
      *    CUSTO GRAVADO NA LINHA DO PEDIDO (MARGMES) E O DA
      *    AVALIACAO DO ESTOQUE (VALESTQ). NAO NUMERICO (REGISTRO
      *    ANTERIOR AO RECURSO) = CUSTO DESCONHECIDO ATE A PROXIMA
      *    ENTRADA.
       01  PROD-REG.
           05 PROD-CODIGO          PIC 9(05).
           05 PROD-DESCRICAO       PIC X(30).
           05 PROD-PRECO           PIC 9(07)V99.
           05 PROD-ESTOQUE         PIC 9(05).
           05 PROD-MINIMO          PIC 9(05).
           05 PROD-PESO            PIC 9(03)V999.
           05 PROD-CATEGORIA       PIC X(04).
           05 PROD-FORNECEDOR      PIC 9(05).
           05 PROD-CUSTO-MEDIO     PIC 9(07)V99.
