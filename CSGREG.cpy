      ******************************************************************
      *OBJETIVO: LAYOUT DO CADASTRO DE EMPRESTIMOS CONSIGNADOS EM FOLHA
      *          (CONSIG.DAT.TXT, INDEXADO POR MATRICULA + SEQUENCIA),
      *          MANTIDO PELO MANTCSG: INSTITUICAO CREDORA, CONTRATO,
      *          VALOR DA PARCELA, QUANTIDADE DE PARCELAS E A PRIMEIRA
      *          COMPETENCIA DE DESCONTO. O FOLHAPAG DESCONTA UMA
      *          PARCELA POR COMPETENCIA ATE A MARGEM CONSIGNAVEL DO
      *          LIQUIDO; O QUE NAO COUBE FICA EM CSG-NAO-DESCONTADO E
      *          ENTRA DE NOVO NO MES SEGUINTE. CSG-ULT-COMP E A ULTIMA
      *          COMPETENCIA PROCESSADA; CSG-ANT-PAGAS E
      *          CSG-ANT-NAO-DESC GUARDAM A POSICAO DE ANTES DELA, PARA
      *          A RODADA REPETIDA NO MES REFAZER O DESCONTO SEM CONTAR
      *          A PARCELA DUAS VEZES. PAGA A ULTIMA PARCELA SEM NADA
      *          PENDENTE, O CONTRATO FECHA SOZINHO ('Q').
      *          SALDO EM ABERTO = PARCELAS RESTANTES X VALOR DA
      *          PARCELA + NAO DESCONTADO.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  CSG-REG.
           05 CSG-CHAVE.
              10 CSG-FUNC-ID            PIC 9(05).
              10 CSG-SEQ                PIC 9(02).
           05 CSG-CREDOR                PIC X(20).
           05 CSG-CONTRATO              PIC X(12).
           05 CSG-VALOR-PARCELA         PIC 9(08)V99.
           05 CSG-QT-PARCELAS           PIC 9(03).
           05 CSG-PRIMEIRA-COMP         PIC 9(06).
           05 CSG-QT-PAGAS              PIC 9(03).
           05 CSG-NAO-DESCONTADO        PIC 9(08)V99.
           05 CSG-ULT-COMP              PIC 9(06).
           05 CSG-ANT-PAGAS             PIC 9(03).
           05 CSG-ANT-NAO-DESC          PIC 9(08)V99.
           05 CSG-SITUACAO              PIC X(01).
              88 CSG-ATIVO              VALUE 'A'.
              88 CSG-QUITADO            VALUE 'Q'.
              88 CSG-CANCELADO          VALUE 'C'.
