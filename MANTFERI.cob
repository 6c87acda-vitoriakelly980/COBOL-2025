       77  WRK-SALDO                    PIC S9(03) VALUE ZEROS.
       77  WRK-G                        PIC 9(01) VALUE ZEROS.
       77  WRK-SLOT                     PIC 9(01) VALUE ZEROS.
       77  WRK-NOVO-FIM                 PIC 9(08) VALUE ZEROS.
       77  WRK-GOZO-FIM                 PIC 9(08) VALUE ZEROS.
       77  WRK-SOBREPOE                 PIC X(01) VALUE 'N'.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS-ATE-FIM             PIC S9(05) VALUE ZEROS.
       77  WRK-QT-RISCO                 PIC 9(03) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(90) VALUE SPACES.
       COPY DATAWS.
       COPY DATAUTW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           END-IF.
           MOVE WRK-FUNC-ID   TO FERIAS-FUNC-ID.
           MOVE WRK-AQUIS-INI TO FERIAS-AQUIS-INI.
      *    12 MESES PELA ROTINA DE DATAS (29/02 VAI A 28/02).
           MOVE 'S'           TO DATAUTIL-FUNCAO.
           MOVE WRK-AQUIS-INI TO DATAUTIL-DATA.
           MOVE 12            TO DATAUTIL-QTDE.
           MOVE 'M'           TO DATAUTIL-UNIDADE.
           CALL 'DATAUTIL' USING DATAUTIL-PARM.
           MOVE DATAUTIL-RESULTADO TO FERIAS-AQUIS-FIM.
           MOVE 30 TO FERIAS-DIAS-DIREITO.
           PERFORM VARYING WRK-G FROM 1 BY 1 UNTIL WRK-G > 3
               MOVE ZEROS TO FERIAS-GOZO-INI(WRK-G)

       0450-TESTA-SOBREPOSICAO       SECTION.
           MOVE 'N' TO WRK-SOBREPOE.
           MOVE WRK-GOZO-INI  TO DATAUTIL-DATA.
           MOVE WRK-GOZO-DIAS TO DATAUTIL-QTDE.
           PERFORM 0970-FIM-DO-GOZO.
           MOVE WRK-GOZO-FIM  TO WRK-NOVO-FIM.
      *    VARRE TODOS OS PERIODOS DO FUNCIONARIO, NAO SO O ESCOLHIDO.
           MOVE WRK-FUNC-ID TO FERIAS-FUNC-ID.
           MOVE ZEROS       TO FERIAS-AQUIS-INI.
                         OR FERIAS-FUNC-ID NOT = WRK-FUNC-ID
               PERFORM VARYING WRK-G FROM 1 BY 1 UNTIL WRK-G > 3
                   IF FERIAS-GOZO-DIAS(WRK-G) > 0
                       MOVE FERIAS-GOZO-INI(WRK-G)  TO DATAUTIL-DATA
                       MOVE FERIAS-GOZO-DIAS(WRK-G) TO DATAUTIL-QTDE
                       PERFORM 0970-FIM-DO-GOZO
                       IF WRK-GOZO-INI <= WRK-GOZO-FIM
                               AND WRK-NOVO-FIM >=
                                   FERIAS-GOZO-INI(WRK-G)
                           MOVE 'S' TO WRK-SOBREPOE
                       END-IF
                   END-IF
           PERFORM UNTIL FS-FERIAS NOT = 0
               PERFORM 0950-CALCULA-SALDO
               IF WRK-SALDO > 0
                   MOVE 'D'              TO DATAUTIL-FUNCAO
                   MOVE WRK-HOJE         TO DATAUTIL-DATA
                   MOVE FERIAS-AQUIS-FIM TO DATAUTIL-DATA-2
                   CALL 'DATAUTIL' USING DATAUTIL-PARM
                   MOVE DATAUTIL-DIAS TO WRK-DIAS-ATE-FIM
                   IF WRK-DIAS-ATE-FIM <= 60
                       ADD 1 TO WRK-QT-RISCO
                       MOVE SPACES TO WRK-LINHA
               MOVE 0 TO FS-FERIAS
           END-READ.

      *    ULTIMO DIA DE UM GOZO: INICIO (DATAUTIL-DATA) MAIS OS DIAS
      *    (DATAUTIL-QTDE) MENOS UM, EM WRK-GOZO-FIM.
       0970-FIM-DO-GOZO              SECTION.
           MOVE 'S' TO DATAUTIL-FUNCAO.
           MOVE 'D' TO DATAUTIL-UNIDADE.
           SUBTRACT 1 FROM DATAUTIL-QTDE.
           CALL 'DATAUTIL' USING DATAUTIL-PARM.
           MOVE DATAUTIL-RESULTADO TO WRK-GOZO-FIM.

       0950-CALCULA-SALDO            SECTION.
           MOVE FERIAS-DIAS-DIREITO TO WRK-SALDO.
           PERFORM VARYING WRK-G FROM 1 BY 1 UNTIL WRK-G > 3
