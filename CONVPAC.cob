           05 PACSEQ-NUMERO             PIC 9(06).

       FD  TRABALHO.
       01  TRABALHO-REG                 PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
