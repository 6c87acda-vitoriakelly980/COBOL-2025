      ******************************************************************
      *OBJETIVO: AREA DE TRABALHO DA VALIDACAO DE CPF/CNPJ (VIDE
      *          DOCVAL.cpy). COPY NA WORKING-STORAGE SECTION DO
      *          PROGRAMA QUE VALIDAR CLIENTES-DOC-CHAVE.
      ******************************************************************
       77  WRK-DOC-OK                   PIC X(01) VALUE 'N'.
           88 DOCUMENTO-VALIDO          VALUE 'S'.
       77  WRK-DOC-INI                  PIC 9(02) VALUE 0.
       77  WRK-DOC-FIM                  PIC 9(02) VALUE 0.
       77  WRK-DOC-QTDIG                PIC 9(02) VALUE 0.
       77  WRK-DOC-I                    PIC S9(03) VALUE 0.
       77  WRK-DOC-PESO                 PIC 9(02) VALUE 0.
       77  WRK-DOC-SOMA                 PIC 9(05) VALUE 0.
       77  WRK-DOC-RESTO                PIC 9(02) VALUE 0.
       77  WRK-DOC-DIG                  PIC 9(01) VALUE 0.
       77  WRK-DOC-DV                   PIC 9(01) VALUE 0.
       77  WRK-DOC-IGUAIS               PIC 9(02) VALUE 0.
