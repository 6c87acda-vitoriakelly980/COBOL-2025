                   MOVE ZEROS               TO RAZAO-CONTRA
                   MOVE VEL-RAZAO-PAGAMENTO TO RAZAO-VALOR
                   MOVE VEL-RAZAO-SALDO     TO RAZAO-SALDO
                   MOVE SPACES              TO RAZAO-BOLETO
                   WRITE RAZAO-REG
                   ADD 1 TO WRK-QT-RAZAO
                   READ RAZAOVEL NEXT RECORD
