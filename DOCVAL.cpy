      ******************************************************************
      *OBJETIVO: VALIDACAO DO DOCUMENTO DO TITULAR (CLIENTES-DOC-CHAVE):
      *          CPF (TIPO 'F') PELOS DOIS DIGITOS VERIFICADORES DE
      *          MODULO 11 COM PESOS 10..2 E 11..2; CNPJ (TIPO 'J')
      *          PELOS DOIS DIGITOS COM PESOS 5..2,9..2 E 6..2,9..2.
      *          SEQUENCIA DE DIGITOS IGUAIS (000..., 111...) E
      *          RECUSADA MESMO FECHANDO O CALCULO. TIPO EM BRANCO COM
      *          NUMERO ZERADO = NAO INFORMADO, ACEITO (QUEM EXIGE O
      *          DOCUMENTO TESTA CLIENTES-SEM-DOC A PARTE). COPY NA
      *          PROCEDURE DIVISION. REQUER COPY DOCWS NA
      *          WORKING-STORAGE E O CLIENTES-REG (COPY CLIREG).
      ******************************************************************
       9620-VALIDA-DOCUMENTO.
           MOVE 'N' TO WRK-DOC-OK.
           IF CLIENTES-DOCUMENTO NOT NUMERIC
               MOVE ZEROS TO CLIENTES-DOCUMENTO
           END-IF.
           EVALUATE TRUE
             WHEN CLIENTES-SEM-DOC
               MOVE 0 TO WRK-DOC-QTDIG
               IF CLIENTES-DOCUMENTO = ZEROS
                   MOVE 'S' TO WRK-DOC-OK
               END-IF
             WHEN CLIENTES-DOC-CPF
               MOVE 11 TO WRK-DOC-QTDIG
             WHEN CLIENTES-DOC-CNPJ
               MOVE 14 TO WRK-DOC-QTDIG
             WHEN OTHER
               MOVE 0 TO WRK-DOC-QTDIG
           END-EVALUATE.
           IF WRK-DOC-QTDIG > 0
      *        CPF OCUPA AS 11 POSICOES DA DIREITA; AS 3 DA FRENTE
      *        TEM QUE ESTAR ZERADAS
               COMPUTE WRK-DOC-INI = 15 - WRK-DOC-QTDIG
               IF WRK-DOC-INI = 1
                       OR CLIENTES-DOCUMENTO(1:3) = '000'
                   MOVE 0 TO WRK-DOC-IGUAIS
                   INSPECT CLIENTES-DOCUMENTO(WRK-DOC-INI:WRK-DOC-QTDIG)
                       TALLYING WRK-DOC-IGUAIS
                       FOR ALL CLIENTES-DOCUMENTO(WRK-DOC-INI:1)
                   IF WRK-DOC-IGUAIS < WRK-DOC-QTDIG
                       MOVE 12 TO WRK-DOC-FIM
                       PERFORM 9625-CALCULA-DV
                       IF WRK-DOC-DV = CLIENTES-DOCUMENTO(13:1)
                           MOVE 13 TO WRK-DOC-FIM
                           PERFORM 9625-CALCULA-DV
                           IF WRK-DOC-DV = CLIENTES-DOCUMENTO(14:1)
                               MOVE 'S' TO WRK-DOC-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *    DIGITO VERIFICADOR SOBRE AS POSICOES WRK-DOC-INI ATE
      *    WRK-DOC-FIM: PESO 2 NO DIGITO DA DIREITA, SUBINDO; NO CNPJ
      *    O PESO VOLTA A 2 DEPOIS DO 9. RESTO < 2 DA DIGITO ZERO.
       9625-CALCULA-DV.
           MOVE 0 TO WRK-DOC-SOMA.
           MOVE 2 TO WRK-DOC-PESO.
           PERFORM VARYING WRK-DOC-I FROM WRK-DOC-FIM BY -1
                   UNTIL WRK-DOC-I < WRK-DOC-INI
               MOVE CLIENTES-DOCUMENTO(WRK-DOC-I:1) TO WRK-DOC-DIG
               COMPUTE WRK-DOC-SOMA = WRK-DOC-SOMA
                                    + WRK-DOC-DIG * WRK-DOC-PESO
               ADD 1 TO WRK-DOC-PESO
               IF CLIENTES-DOC-CNPJ AND WRK-DOC-PESO > 9
                   MOVE 2 TO WRK-DOC-PESO
               END-IF
           END-PERFORM.
           COMPUTE WRK-DOC-RESTO = FUNCTION MOD(WRK-DOC-SOMA, 11).
           IF WRK-DOC-RESTO < 2
               MOVE 0 TO WRK-DOC-DV
           ELSE
               COMPUTE WRK-DOC-DV = 11 - WRK-DOC-RESTO
           END-IF.
