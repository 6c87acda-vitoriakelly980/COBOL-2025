      ******************************************************************
      *OBJETIVO: LAYOUT POSICIONAL DOS ARQUIVOS TROCADOS COM O BANCO
      *          NOS PAGAMENTOS A OUTROS BANCOS: A REMESSA
      *          (REMESSA.BCO.TXT, GRAVADA PELO GERAREM) E O RETORNO
      *          (RETORNO.BCO.TXT, LIDO PELO RETBANCO). REGISTROS DE
      *          120 POSICOES, TIPO NA PRIMEIRA:
      *            '0' HEADER  - LOTE, DATA E CONVENIO DA EMPRESA
      *            '1' DETALHE - UM PAGAMENTO (NO RETORNO, COM A
      *                          OCORRENCIA: '00' CONFIRMADO, OUTRO
      *                          CODIGO = REJEITADO)
      *            '9' TRAILER - QUANTIDADE DE DETALHES E SOMA DOS
      *                          VALORES, CONFERIDAS NAS DUAS PONTAS
      *          O NUMERO DO ITEM DA FILA (REM-NUMERO) VAI NO DETALHE E
      *          VOLTA NO RETORNO - E A CHAVE DA BAIXA. VALORES SEM
      *          VIRGULA, COM DOIS DECIMAIS IMPLICITOS.
      *          COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  BCO-REG.
           05 BCO-TIPO                  PIC X(01).
              88 BCO-HEADER             VALUE '0'.
              88 BCO-DETALHE            VALUE '1'.
              88 BCO-TRAILER            VALUE '9'.
           05 BCO-DADOS                 PIC X(119).
           05 BCO-HDR REDEFINES BCO-DADOS.
              10 BCO-HDR-ARQUIVO        PIC X(07).
              10 BCO-HDR-LOTE           PIC 9(06).
              10 BCO-HDR-DATA           PIC 9(08).
              10 BCO-HDR-CONVENIO       PIC X(20).
              10 FILLER                 PIC X(78).
           05 BCO-DET REDEFINES BCO-DADOS.
              10 BCO-DET-NUMERO         PIC 9(08).
              10 BCO-DET-BANCO          PIC 9(03).
              10 BCO-DET-AGENCIA        PIC 9(04).
              10 BCO-DET-CONTA          PIC X(12).
              10 BCO-DET-CPF            PIC 9(11).
              10 BCO-DET-NOME           PIC X(30).
              10 BCO-DET-VALOR          PIC 9(08)V99.
              10 BCO-DET-OCORRENCIA     PIC X(02).
              10 BCO-DET-DESCRICAO      PIC X(30).
              10 FILLER                 PIC X(09).
           05 BCO-TRL REDEFINES BCO-DADOS.
              10 BCO-TRL-QTDE           PIC 9(06).
              10 BCO-TRL-TOTAL          PIC 9(12)V99.
              10 FILLER                 PIC X(99).
