      ******************************************************************
      *OBJETIVO: AREA DE PARAMETROS DA ROTINA COMPARTILHADA DE
      *          CLASSIFICACAO DO IMC (CALL 'CLASIMC' USING
      *          CLASIMC-PARM). ENTRADA: IMC, DATA DA VISITA, DATA DE
      *          NASCIMENTO E SEXO DO PACIENTE (PACREG.cpy). SAIDA:
      *            CLASIMC-CLASSIFICACAO - TEXTO GRAVADO NO HISTIMC
      *            CLASIMC-FAIXA   - 1 (MAIS LEVE) A 6 (MAIS GRAVE),
      *                              A ESCALA DO PIORIMC; 0 = SEM
      *                              REFERENCIA PARA CLASSIFICAR
      *            CLASIMC-PERCENTIL - PERCENTIL DO IMC PARA IDADE E
      *                              SEXO (MENOR DE 20 ANOS); ZERO NO
      *                              ADULTO
      *            CLASIMC-IDADE-MESES - IDADE NA DATA DA VISITA
      *            CLASIMC-PEDIATRICO  - 'S' = CLASSIFICADO PELA
      *                              TABELA DE PERCENTIS
      *          NASCIMENTO ZERADO (CADASTRO INCOMPLETO) CLASSIFICA
      *          PELAS FAIXAS DE ADULTO, COMO SEMPRE FOI.
      *          COPY NA WORKING-STORAGE DO PROGRAMA CHAMADOR E NA
      *          LINKAGE DO CLASIMC.
      ******************************************************************
       01  CLASIMC-PARM.
           05 CLASIMC-IMC           PIC 9(03)V99.
           05 CLASIMC-DATA          PIC 9(08).
           05 CLASIMC-NASCIMENTO    PIC 9(08).
           05 CLASIMC-SEXO          PIC X(01).
           05 CLASIMC-CLASSIFICACAO PIC X(20).
           05 CLASIMC-FAIXA         PIC 9(01).
           05 CLASIMC-PERCENTIL     PIC 9(03).
           05 CLASIMC-IDADE-MESES   PIC 9(04).
           05 CLASIMC-PEDIATRICO    PIC X(01).
