      ******************************************************************
      *OBJETIVO: LAYOUT POSICIONAL DO EXTRATO DIARIO DA CONTA DA
      *          EMPRESA NO BANCO (EXTRATO.BCO.TXT), RECEBIDO DO BANCO
      *          E CONCILIADO CONTRA O RAZAO PELO CONCBCO. REGISTROS DE
      *          100 POSICOES, TIPO NA PRIMEIRA:
      *            '0' HEADER     - DATA DO EXTRATO E CONTA NO BANCO
      *            '1' LANCAMENTO - DATA, SENTIDO (D/C), VALOR,
      *                             REFERENCIA E HISTORICO DO BANCO
      *            '9' TRAILER    - QUANTIDADE DE LANCAMENTOS E SOMA
      *                             DOS DEBITOS E DOS CREDITOS
      *          A REFERENCIA E A QUE NOS MANDAMOS AO BANCO: 'REM' MAIS
      *          O NUMERO DO ITEM DA REMESSA NOS PAGAMENTOS A OUTROS
      *          BANCOS, OU CONTA (6) + DATA (8) + SEQUENCIA (4) DA
      *          LINHA DO RAZAO NOS DEMAIS. LANCAMENTO SEM REFERENCIA
      *          CONCILIA SO POR DATA E VALOR. VALORES SEM VIRGULA, COM
      *          DOIS DECIMAIS IMPLICITOS.
      *          COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  EXTB-REG.
           05 EXTB-TIPO                 PIC X(01).
              88 EXTB-HEADER            VALUE '0'.
              88 EXTB-LANCAMENTO        VALUE '1'.
              88 EXTB-TRAILER           VALUE '9'.
           05 EXTB-DADOS                PIC X(99).
           05 EXTB-HDR REDEFINES EXTB-DADOS.
              10 EXTB-HDR-DATA          PIC 9(08).
              10 EXTB-HDR-CONTA         PIC X(20).
              10 FILLER                 PIC X(71).
           05 EXTB-MOV REDEFINES EXTB-DADOS.
              10 EXTB-MOV-DATA          PIC 9(08).
              10 EXTB-MOV-DC            PIC X(01).
                 88 EXTB-MOV-DEBITO     VALUE 'D'.
                 88 EXTB-MOV-CREDITO    VALUE 'C'.
              10 EXTB-MOV-VALOR         PIC 9(10)V99.
              10 EXTB-MOV-REFERENCIA    PIC X(20).
              10 EXTB-MOV-HISTORICO     PIC X(30).
              10 FILLER                 PIC X(28).
           05 EXTB-TRL REDEFINES EXTB-DADOS.
              10 EXTB-TRL-QTDE          PIC 9(06).
              10 EXTB-TRL-TOT-DEB       PIC 9(12)V99.
              10 EXTB-TRL-TOT-CRED      PIC 9(12)V99.
              10 FILLER                 PIC X(65).
