      ******************************************************************
      *OBJETIVO: DIZ SE O DEPENDENTE EM DEP-REG CONTA NA COMPETENCIA
      *          WRK-DEP-COMP: O MES DO INICIO JA CHEGOU, O MES DO FIM
      *          (SE HOUVER) AINDA NAO PASSOU E, SE FOR FILHO, AINDA
      *          NAO FEZ WRK-DEP-IDADE-LIMITE (21) ANOS - O MES DO
      *          ANIVERSARIO JA NAO CONTA. FILHO FORA PELA IDADE LIGA
      *          DEP-PASSOU-IDADE PARA O CHAMADOR ENCERRAR O CADASTRO.
      *          RESULTADO EM DEP-ELEGIVEL. COPY NA PROCEDURE DIVISION.
      *          REQUER COPY DEPWS NA WORKING-STORAGE E O DEP-REG
      *          (COPY DEPREG).
      ******************************************************************
       9670-DEP-ELEGIVEL.
           MOVE 'N' TO WRK-DEP-ELEGIVEL.
           MOVE 'N' TO WRK-DEP-PASSOU-IDADE.
           MOVE DEP-INICIO TO WRK-DEP-DATA.
           IF WRK-DEP-D-AAAAMM <= WRK-DEP-COMP
               MOVE 'S' TO WRK-DEP-ELEGIVEL
           END-IF.
           IF DEP-FIM NOT = ZEROS
               MOVE DEP-FIM TO WRK-DEP-DATA
               IF WRK-DEP-D-AAAAMM < WRK-DEP-COMP
                   MOVE 'N' TO WRK-DEP-ELEGIVEL
               END-IF
           END-IF.
           IF DEP-FILHO
               MOVE DEP-NASCIMENTO TO WRK-DEP-DATA
               COMPUTE WRK-DEP-MESES =
                       (WRK-DEP-C-ANO - WRK-DEP-D-ANO) * 12
                       + WRK-DEP-C-MES - WRK-DEP-D-MES
               IF WRK-DEP-MESES >= WRK-DEP-IDADE-LIMITE * 12
                   MOVE 'N' TO WRK-DEP-ELEGIVEL
                   MOVE 'S' TO WRK-DEP-PASSOU-IDADE
               END-IF
           END-IF.
