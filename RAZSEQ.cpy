      ******************************************************************
      *OBJETIVO: DA A LINHA MONTADA EM RAZAO-REG A PROXIMA SEQUENCIA DA
      *          CONTA DELA NO RAZAO INDEXADO: POSICIONA NA PRIMEIRA
      *          LINHA DA CONTA, LE ATE A ULTIMA E DEVOLVE O REGISTRO
      *          COM RAZAO-SEQ = ULTIMA + 1, PRONTO PARA O WRITE. CONTA
      *          QUE JA CHEGOU A 9999 LINHAS NO RAZAO CORRENTE FICA COM
      *          9999 E O WRITE CAI NO INVALID KEY. O RAZAO TEM QUE
      *          ESTAR ABERTO I-O. COPY NA PROCEDURE DIVISION; REQUER
      *          COPY RAZSEQW NA WORKING-STORAGE SECTION.
      ******************************************************************
       9850-PROXIMA-SEQ-RAZAO.
           MOVE RAZAO-REG   TO WRK-RAZ-SALVA.
           MOVE RAZAO-CONTA TO WRK-RAZ-CONTA.
           MOVE ZEROS       TO WRK-RAZ-ULT-SEQ.
           MOVE ZEROS       TO RAZAO-SEQ.
           MOVE 'N'         TO WRK-RAZ-FIM.
           START RAZAO KEY IS NOT LESS THAN RAZAO-CHAVE
             INVALID KEY
               MOVE 'S' TO WRK-RAZ-FIM
           END-START.
           PERFORM UNTIL WRK-RAZ-FIM = 'S'
               READ RAZAO NEXT RECORD
                 AT END
                   MOVE 'S' TO WRK-RAZ-FIM
                 NOT AT END
                   IF RAZAO-CONTA = WRK-RAZ-CONTA
                       MOVE RAZAO-SEQ TO WRK-RAZ-ULT-SEQ
                   ELSE
                       MOVE 'S' TO WRK-RAZ-FIM
                   END-IF
               END-READ
           END-PERFORM.
           MOVE WRK-RAZ-SALVA TO RAZAO-REG.
           IF WRK-RAZ-ULT-SEQ < 9999
               COMPUTE RAZAO-SEQ = WRK-RAZ-ULT-SEQ + 1
           ELSE
               MOVE 9999 TO RAZAO-SEQ
           END-IF.
