      ******************************************************************
      *OBJETIVO: AREA DE TRABALHO DA ROTINA QUE ACHA O CENTRO DE CUSTO
      *          EM VIGOR DO FUNCIONARIO NUMA DATA (VIDE LOTACHA.cpy).
      *          COPY NA WORKING-STORAGE SECTION DO PROGRAMA.
      ******************************************************************
       77  WRK-LOT-FUNC-ID         PIC 9(05) VALUE ZEROS.
       77  WRK-LOT-DATA            PIC 9(08) VALUE ZEROS.
       77  WRK-LOT-CCUSTO          PIC X(06) VALUE SPACES.
       77  WRK-LOT-VIGENCIA        PIC 9(08) VALUE ZEROS.
       77  WRK-LOT-FIM             PIC X(01) VALUE 'N'.
