      ******************************************************************
      *OBJETIVO: AREA DE TRABALHO DO CALCULO DE FRETE (VIDE
      *          FRETECAL.cpy). O CHAMADOR PREENCHE O CEP DE DESTINO E
      *          O PESO TOTAL; O CALCULO DEVOLVE UF, VALOR, PRAZO E A
      *          SITUACAO. COPY NA WORKING-STORAGE SECTION.
      ******************************************************************
       77  WRK-FRT-CEP                  PIC 9(08) VALUE ZEROS.
       77  WRK-FRT-PESO                 PIC 9(05)V999 VALUE ZEROS.
       77  WRK-FRT-UF                   PIC X(02) VALUE SPACES.
       77  WRK-FRT-CEP-INI              PIC 9(08) VALUE ZEROS.
       77  WRK-FRT-BUSCA                PIC 9(08) VALUE ZEROS.
       77  WRK-FRT-VALOR                PIC 9(07)V99 VALUE ZEROS.
       77  WRK-FRT-PRAZO                PIC 9(03) VALUE ZEROS.
       77  WRK-FRT-ACHOU                PIC X(01) VALUE SPACES.
           88 FRETE-CALCULADO           VALUE 'S'.
           88 FRETE-SEM-CEP             VALUE 'C'.
           88 FRETE-SEM-FAIXA           VALUE 'F'.
