      ******************************************************************
      *OBJETIVO: DEVOLVE EM WRK-LOT-CCUSTO O CENTRO DE CUSTO EM VIGOR
      *          PARA O FUNCIONARIO WRK-LOT-FUNC-ID NA DATA WRK-LOT-DATA
      *          (AAAAMMDD) - A LOTACAO DE MAIOR INICIO ATE A DATA - E
      *          EM WRK-LOT-VIGENCIA O INICIO DELA. SEM LOTACAO ATE A
      *          DATA, DEVOLVE ESPACOS E ZEROS. O LOTACAO TEM QUE ESTAR
      *          ABERTO (INPUT OU I-O). COPY NA PROCEDURE DIVISION;
      *          REQUER COPY LOTWS NA WORKING-STORAGE SECTION.
      ******************************************************************
       9680-ACHA-LOTACAO.
           MOVE SPACES          TO WRK-LOT-CCUSTO.
           MOVE ZEROS           TO WRK-LOT-VIGENCIA.
           MOVE 'N'             TO WRK-LOT-FIM.
           MOVE WRK-LOT-FUNC-ID TO LOT-FUNC-ID.
           MOVE ZEROS           TO LOT-INICIO.
           START LOTACAO KEY IS NOT LESS THAN LOT-CHAVE
             INVALID KEY
               MOVE 'S' TO WRK-LOT-FIM
           END-START.
           PERFORM UNTIL WRK-LOT-FIM = 'S'
               READ LOTACAO NEXT RECORD
                 AT END
                   MOVE 'S' TO WRK-LOT-FIM
                 NOT AT END
                   IF LOT-FUNC-ID = WRK-LOT-FUNC-ID
                           AND LOT-INICIO <= WRK-LOT-DATA
                       MOVE LOT-CCUSTO TO WRK-LOT-CCUSTO
                       MOVE LOT-INICIO TO WRK-LOT-VIGENCIA
                   ELSE
                       MOVE 'S' TO WRK-LOT-FIM
                   END-IF
               END-READ
           END-PERFORM.
