      ******************************************************************
      *OBJETIVO: MASCARAMENTO PARCIAL DOS DADOS PESSOAIS DO
      *          CLIENTES-REG CORRENTE, PEDIDO PELO ENCARREGADO DE
      *          PROTECAO DE DADOS PARA QUEM NAO TEM PERFIL 'T' E PARA
      *          OS ARQUIVOS QUE SAEM DA EMPRESA:
      *            TELEFONE  - SO OS QUATRO ULTIMOS DIGITOS
      *            EMAIL     - 1A LETRA + *** + @DOMINIO (j***@dominio)
      *            ENDERECO  - SEM O NUMERO DA PORTA
      *            CPF/CNPJ  - SO OS DOIS DIGITOS VERIFICADORES
      *          O CLIENTES-REG NAO E ALTERADO: O RESULTADO SAI NOS
      *          CAMPOS WRK-MASC- DO MASCWS. COPY NA PROCEDURE
      *          DIVISION. REQUER COPY MASCWS NA WORKING-STORAGE E O
      *          CLIENTES-REG (COPY CLIREG) NO PROGRAMA.
      ******************************************************************
       9640-MASCARA-DADOS.
           MOVE CLIENTES-FONE TO WRK-MASC-DIGITOS(1:12).
           MOVE ALL '*' TO WRK-MASC-FONE.
           MOVE WRK-MASC-DIGITOS(9:4) TO WRK-MASC-FONE(9:4).
           MOVE SPACES TO WRK-MASC-EMAIL.
           IF CLIENTES-EMAIL NOT = SPACES
               MOVE 0 TO WRK-MASC-POS
               INSPECT CLIENTES-EMAIL TALLYING WRK-MASC-POS
                   FOR CHARACTERS BEFORE INITIAL '@'
               IF WRK-MASC-POS = 0 OR WRK-MASC-POS > 29
                   MOVE '***' TO WRK-MASC-EMAIL
               ELSE
                   STRING CLIENTES-EMAIL(1:1)   DELIMITED BY SIZE
                          '***'                 DELIMITED BY SIZE
                          CLIENTES-EMAIL(WRK-MASC-POS + 1:)
                                                DELIMITED BY SIZE
                     INTO WRK-MASC-EMAIL
                   END-STRING
               END-IF
           END-IF.
           MOVE SPACES TO WRK-MASC-NUMERO.
           MOVE SPACES TO WRK-MASC-DOC.
           IF NOT CLIENTES-SEM-DOC
               MOVE CLIENTES-DOCUMENTO TO WRK-MASC-DIGITOS
               MOVE ALL '*' TO WRK-MASC-DOC
               MOVE WRK-MASC-DIGITOS(13:2) TO WRK-MASC-DOC(13:2)
           END-IF.
