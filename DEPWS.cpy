      ******************************************************************
      *OBJETIVO: AREA DE TRABALHO DA ELEGIBILIDADE DE DEPENDENTES
      *          (VIDE DEPELEG.cpy). O CHAMADOR MOVE A COMPETENCIA
      *          (AAAAMM) PARA WRK-DEP-COMP ANTES DO PERFORM. COPY NA
      *          WORKING-STORAGE SECTION DO PROGRAMA.
      ******************************************************************
       01  WRK-DEP-COMP                 PIC 9(06) VALUE ZEROS.
       01  WRK-DEP-COMP-R REDEFINES WRK-DEP-COMP.
           05 WRK-DEP-C-ANO             PIC 9(04).
           05 WRK-DEP-C-MES             PIC 9(02).
       01  WRK-DEP-DATA                 PIC 9(08) VALUE ZEROS.
       01  WRK-DEP-DATA-R REDEFINES WRK-DEP-DATA.
           05 WRK-DEP-D-AAAAMM          PIC 9(06).
           05 FILLER                    PIC 9(02).
       01  WRK-DEP-DATA-P REDEFINES WRK-DEP-DATA.
           05 WRK-DEP-D-ANO             PIC 9(04).
           05 WRK-DEP-D-MES             PIC 9(02).
           05 WRK-DEP-D-DIA             PIC 9(02).
       77  WRK-DEP-IDADE-LIMITE         PIC 9(02) VALUE 21.
       77  WRK-DEP-MESES                PIC S9(05) VALUE ZEROS.
       77  WRK-DEP-ELEGIVEL             PIC X(01) VALUE 'N'.
           88 DEP-ELEGIVEL              VALUE 'S'.
       77  WRK-DEP-PASSOU-IDADE         PIC X(01) VALUE 'N'.
           88 DEP-PASSOU-IDADE          VALUE 'S'.
