      ******************************************************************
      *OBJETIVO: AREA DE TRABALHO DA ROTINA QUE DA A PROXIMA SEQUENCIA
      *          DA CONTA NO RAZAO INDEXADO (VIDE RAZSEQ.cpy). COPY NA
      *          WORKING-STORAGE SECTION DO PROGRAMA.
      ******************************************************************
       77  WRK-RAZ-SALVA           PIC X(111) VALUE SPACES.
       77  WRK-RAZ-CONTA           PIC 9(06) VALUE ZEROS.
       77  WRK-RAZ-ULT-SEQ         PIC 9(04) VALUE ZEROS.
       77  WRK-RAZ-FIM             PIC X(01) VALUE 'N'.
