      ******************************************************************
      *OBJETIVO: AREA DE PARAMETROS DA ROTINA RESCISAO (CALL
      *          'RESCISAO' USING RESC-PARM, NO ESPIRITO DA REMESSA),
      *          QUE CALCULA A RESCISAO DE UM FUNCIONARIO. O CHAMADOR
      *          PREENCHE A MATRICULA, O NOME E O SALARIO DO CADASTRO,
      *          A DATA DO DESLIGAMENTO E O MOTIVO:
      *            'D' DISPENSA PELA EMPRESA (COM AVISO INDENIZADO)
      *            'P' PEDIDO DE DEMISSAO
      *            'T' TERMINO DE CONTRATO
      *          RESC-FUNCAO 'C' SO CALCULA E MOSTRA O DEMONSTRATIVO
      *          NA TELA; 'G' CALCULA, IMPRIME E GRAVA (ACUMULADOR DA
      *          FOLHA, CONTROLE DO 13O, FERIAS QUITADAS, LIQUIDO PARA
      *          O SALARIOS E TOTAIS PARA A CONTABILIDADE). DEVOLVE OS
      *          TOTAIS E:
      *            RESC-RETORNO '00' = CALCULADA (E GRAVADA, NA 'G')
      *                         '01' = MOTIVO INVALIDO
      *                         '02' = DATA ANTERIOR A ADMISSAO
      *                         '09' = ARQUIVOS NAO PUDERAM SER GRAVADOS
      *          COM A DESCRICAO EM RESC-MENSAGEM. SO COM '00' NA 'G' O
      *          CHAMADOR DESATIVA O FUNCIONARIO. COPY NA
      *          WORKING-STORAGE DO CHAMADOR E NA LINKAGE DA RESCISAO.
      ******************************************************************
       01  RESC-PARM.
           05 RESC-FUNCAO           PIC X(01).
           05 RESC-FUNC-ID          PIC 9(05).
           05 RESC-NOME             PIC X(30).
           05 RESC-SALARIO          PIC 9(10)V99.
           05 RESC-DATA             PIC 9(08).
           05 RESC-MOTIVO           PIC X(01).
              88 RESC-DISPENSA      VALUE 'D'.
              88 RESC-PEDIDO        VALUE 'P'.
              88 RESC-TERMINO       VALUE 'T'.
              88 RESC-MOTIVO-VALIDO VALUE 'D' 'P' 'T'.
           05 RESC-BRUTO            PIC 9(10)V99.
           05 RESC-DESCONTOS        PIC 9(10)V99.
           05 RESC-LIQUIDO          PIC 9(10)V99.
           05 RESC-RETORNO          PIC X(02).
           05 RESC-MENSAGEM         PIC X(40).
