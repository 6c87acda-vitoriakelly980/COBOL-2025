      ******************************************************************
      *OBJETIVO: LAYOUT DO HISTORICO DE CAPACIDADE (VERIFPRE.HIST.TXT,
      *          SEQUENCIAL, SO CRESCE). O VERIFPRE ACRESCENTA, A CADA
      *          NOITE EM QUE A CONFERENCIA PASSA, UMA LINHA POR MESTRE
      *          (QUANTIDADE DE REGISTROS), UMA PARA O RAZAO E UMA POR
      *          DIARIO PRINCIPAL (TAMANHO EM BYTES). LIDO PELO TENDCAP
      *          NO RELATORIO DE TENDENCIA. RODADA REPETIDA NO MESMO
      *          DIA (RETOMA DO JOBEXEC) GERA LINHA REPETIDA - VALE A
      *          ULTIMA DO DIA.
      *          UNIDADE: 'R' = REGISTROS, 'B' = BYTES.
      *          COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  CAPH-REG.
           05 CAPH-DATA                 PIC 9(08).
           05 CAPH-ARQUIVO              PIC X(20).
           05 CAPH-UNIDADE              PIC X(01).
              88 CAPH-REGISTROS         VALUE 'R'.
              88 CAPH-BYTES             VALUE 'B'.
           05 CAPH-QTDE                 PIC 9(12).
