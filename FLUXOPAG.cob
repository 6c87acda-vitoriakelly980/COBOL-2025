       COPY CFGFD.

       FD  AGENDA.
       COPY AGPREG.

       FD  CONTAS.
       COPY CONTAREG.
