               END-IF
           END-READ.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.
      *    A COMISSAO VEM DO COMISMES: SE A LINHA JA E DA COMPETENCIA,
      *    O VALOR DELA FICA; LINHA NOVA OU DE OUTRA COMPETENCIA ZERA.
           MOVE WRK-FUNC-ID     TO VAR-FUNC-ID.
           READ VARIAVEIS
             INVALID KEY
               MOVE ZEROS TO VAR-COMISSAO
             NOT INVALID KEY
               IF VAR-COMPETENCIA NOT = WRK-COMPETENCIA
                       OR VAR-COMISSAO NOT NUMERIC
                   MOVE ZEROS TO VAR-COMISSAO
               END-IF
           END-READ.
           MOVE WRK-FUNC-ID     TO VAR-FUNC-ID.
           MOVE WRK-COMPETENCIA TO VAR-COMPETENCIA.
           DISPLAY "HORAS EXTRAS (NNN,NN) : ".
               DISPLAY "DIAS DE FALTA: " VAR-DIAS-FALTA
               DISPLAY "BONUS........: " VAR-BONUS
               DISPLAY "DESCONTO.....: " VAR-DESCONTO
               IF VAR-COMISSAO IS NUMERIC
                   DISPLAY "COMISSAO.....: " VAR-COMISSAO
               END-IF
           END-READ.

       0500-EXCLUI                   SECTION.
