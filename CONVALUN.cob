               MOVE SPACES        TO ALUNO-FONE
               ACCEPT ALUNO-INGRESSO FROM DATE YYYYMMDD
               SET ALUNO-ATIVO TO TRUE
               MOVE ZEROS         TO ALUNO-CONTA-RESP
               SET ALUNO-LIBERADO TO TRUE
               WRITE ALUNO-REG
                 INVALID KEY
                   DISPLAY "ALUNO NAO GRAVADO: " WRK-ALUNO-TXT
