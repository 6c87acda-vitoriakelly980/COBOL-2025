           COPY CFGSEL.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       COPY DATAUTW.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-DORMREL              PIC X(80) VALUE SPACES.
       77  WRK-BLOQUEIA                 PIC X(01) VALUE 'N'.
           88 MODO-BLOQUEIA             VALUE 'S'.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-MESES-PARADA             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CONTAS-LIDAS          PIC 9(03) VALUE ZEROS.
       77  WRK-QT-DORMENTES             PIC 9(03) VALUE ZEROS.
               DISPLAY "MODO BLOQUEIO: DORMENTES SERAO BLOQUEADAS"
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN OUTPUT DORMREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONTAS SEM MOVIMENTO HA MAIS DE '
           IF WRK-ULT-DATA = ZEROS
               MOVE 99999 TO WRK-MESES-PARADA
           ELSE
      *        MESES COMPLETOS PELA ROTINA DE DATAS
               MOVE 'D'          TO DATAUTIL-FUNCAO
               MOVE WRK-ULT-DATA TO DATAUTIL-DATA
               MOVE WRK-HOJE     TO DATAUTIL-DATA-2
               CALL 'DATAUTIL' USING DATAUTIL-PARM
               MOVE DATAUTIL-MESES TO WRK-MESES-PARADA
           END-IF.
           IF WRK-MESES-PARADA > WRK-MESES
               ADD 1 TO WRK-QT-DORMENTES
