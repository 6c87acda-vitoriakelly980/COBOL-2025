      ******************************************************************
      *OBJETIVO: AREA DE PARAMETROS DA ROTINA COMPARTILHADA DE
      *          ARITMETICA DE DATAS (CALL 'DATAUTIL' USING
      *          DATAUTIL-PARM). TODAS AS DATAS NO FORMATO AAAAMMDD.
      *          FUNCOES:
      *            'S' - SOMA A DATAUTIL-DATA A QUANTIDADE
      *                  DATAUTIL-QTDE (NEGATIVA SUBTRAI) NA UNIDADE
      *                  DATAUTIL-UNIDADE ('D' DIAS, 'M' MESES, 'A'
      *                  ANOS). EM MESES E ANOS O DIA QUE NAO EXISTE
      *                  NO MES DE CHEGADA ENCOLHE PARA O ULTIMO DIA
      *                  DO MES (31/01 + 1 MES = 28 OU 29/02; 29/02 +
      *                  1 ANO = 28/02). RESPOSTA EM DATAUTIL-RESULTADO.
      *            'D' - DIFERENCA DE DATAUTIL-DATA ATE
      *                  DATAUTIL-DATA-2: DIAS CORRIDOS EM
      *                  DATAUTIL-DIAS, MESES COMPLETOS EM
      *                  DATAUTIL-MESES E ANOS COMPLETOS (IDADE) EM
      *                  DATAUTIL-ANOS. O MES SO FECHA QUANDO O DIA DE
      *                  PARTIDA CHEGA - OU QUANDO A DATA FINAL E O
      *                  ULTIMO DIA DO SEU MES, NA MESMA REGRA DA SOMA
      *                  (NASCIDO EM 29/02 FAZ ANOS EM 28/02). DATA-2
      *                  ANTERIOR A DATA DA VALORES NEGATIVOS.
      *            'U' - ULTIMO DIA DO MES DE DATAUTIL-DATA (DATA
      *                  COMPLETA EM DATAUTIL-RESULTADO).
      *            'V' - SO VALIDA DATAUTIL-DATA.
      *          DATAUTIL-RETORNO 'S' = OK; 'N' = DATA INVALIDA NA
      *          ENTRADA OU NO RESULTADO (FORA DE 1900-2999).
      *          COPY NA WORKING-STORAGE DO PROGRAMA CHAMADOR E NA
      *          LINKAGE DO DATAUTIL.
      ******************************************************************
       01  DATAUTIL-PARM.
           05 DATAUTIL-FUNCAO       PIC X(01).
           05 DATAUTIL-DATA         PIC 9(08).
           05 DATAUTIL-DATA-2       PIC 9(08).
           05 DATAUTIL-QTDE         PIC S9(05).
           05 DATAUTIL-UNIDADE      PIC X(01).
           05 DATAUTIL-RESULTADO    PIC 9(08).
           05 DATAUTIL-DIAS         PIC S9(07).
           05 DATAUTIL-MESES        PIC S9(05).
           05 DATAUTIL-ANOS         PIC S9(03).
           05 DATAUTIL-RETORNO      PIC X(01).
