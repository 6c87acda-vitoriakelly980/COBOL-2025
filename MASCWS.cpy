      ******************************************************************
      *OBJETIVO: AREA DE TRABALHO DO MASCARAMENTO DE DADOS PESSOAIS
      *          (VIDE MASCARA.cpy). COPY NA WORKING-STORAGE SECTION
      *          DO PROGRAMA QUE MOSTRAR OU GRAVAR O CLIENTES-REG PARA
      *          QUEM NAO TEM PERFIL 'T' OU PARA ARQUIVO QUE SAI DA
      *          EMPRESA.
      ******************************************************************
       77  WRK-MASCARAR                 PIC X(01) VALUE 'S'.
           88 MASCARAR-DADOS            VALUE 'S'.
       77  WRK-MASC-FONE                PIC X(12) VALUE SPACES.
       77  WRK-MASC-EMAIL               PIC X(30) VALUE SPACES.
       77  WRK-MASC-NUMERO              PIC X(06) VALUE SPACES.
       77  WRK-MASC-DOC                 PIC X(14) VALUE SPACES.
       77  WRK-MASC-DIGITOS             PIC X(14) VALUE SPACES.
       77  WRK-MASC-POS                 PIC 9(02) VALUE 0.
