      ******************************************************************
      *OBJETIVO: ROTINAS DO SALDO POR LOCAL DE ESTOQUE (VIDE
      *          ESTLOCRG.cpy):
      *            9600-VALIDA-LOCAL  CONFERE WRK-LOC-CODIGO NA TABELA
      *                               (EM BRANCO = LOCAL PADRAO) E
      *                               DEVOLVE WRK-LOC-VALIDO E O NOME
      *            9605-PEDE-LOCAL    PEDE O LOCAL NA TELA ATE VIR UM
      *                               VALIDO (ENTER = LOCAL PADRAO)
      *            9610-LE-SALDO-LOCAL  DEIXA EM ESTL-REG O SALDO DO
      *                               PRODUTO (PROD-REG JA LIDO) NO
      *                               WRK-LOC-CODIGO; SEM REGISTRO,
      *                               MONTA UM ZERADO - OU COM O SALDO
      *                               DO CATALOGO, SE O PRODUTO AINDA
      *                               NAO TEM LOCAL NENHUM E ESTE E O
      *                               PADRAO. CHAMAR ANTES DE MEXER NO
      *                               PROD-ESTOQUE.
      *            9620-GRAVA-SALDO-LOCAL  GRAVA O ESTL-REG ALTERADO
      *                               (WRK-LOC-GRAVOU = 'S' SE GRAVOU);
      *                               NO PRIMEIRO MOVIMENTO DE PRODUTO
      *                               SEM LOCAL FORA DO PADRAO, GRAVA
      *                               ANTES O SALDO ANTIGO NO PADRAO.
      *            9630-MOSTRA-LOCAIS MOSTRA O SALDO E O MINIMO DO
      *                               PRODUTO EM CADA LOCAL DA TABELA
      *          COPY NA PROCEDURE DIVISION. REQUER COPY LOCALWS NA
      *          WORKING-STORAGE, O PRODREG E O ARQUIVO ESTLOCAL
      *          (ESTLOCRG.cpy) ABERTO PELO CHAMADOR (I-O PARA O 9620).
      ******************************************************************
       9600-VALIDA-LOCAL.
           IF WRK-LOC-CODIGO = SPACES
               MOVE WRK-LOC-COD(1) TO WRK-LOC-CODIGO
           END-IF.
           MOVE 'N'    TO WRK-LOC-VALIDO.
           MOVE SPACES TO WRK-LOC-NOME-SEL.
           PERFORM VARYING WRK-LOC-K FROM 1 BY 1
                   UNTIL WRK-LOC-K > WRK-LOC-QTDE
               IF WRK-LOC-COD(WRK-LOC-K) = WRK-LOC-CODIGO
                   MOVE 'S' TO WRK-LOC-VALIDO
                   MOVE WRK-LOC-NOME(WRK-LOC-K) TO WRK-LOC-NOME-SEL
               END-IF
           END-PERFORM.

       9605-PEDE-LOCAL.
           MOVE 'N' TO WRK-LOC-VALIDO.
           PERFORM UNTIL WRK-LOC-VALIDO = 'S'
               DISPLAY "LOCAL (ENTER = " WRK-LOC-COD(1) ") : "
               MOVE SPACES TO WRK-LOC-CODIGO
               ACCEPT WRK-LOC-CODIGO
               PERFORM 9600-VALIDA-LOCAL
               IF WRK-LOC-VALIDO NOT = 'S'
                   DISPLAY "LOCAL INVALIDO. LOCAIS:"
                   PERFORM VARYING WRK-LOC-K FROM 1 BY 1
                           UNTIL WRK-LOC-K > WRK-LOC-QTDE
                       DISPLAY "  " WRK-LOC-COD(WRK-LOC-K) " - "
                               WRK-LOC-NOME(WRK-LOC-K)
                   END-PERFORM
               END-IF
           END-PERFORM.

       9610-LE-SALDO-LOCAL.
           MOVE 'N' TO WRK-LOC-NOVO WRK-LOC-LEGADO.
           MOVE PROD-CODIGO    TO ESTL-PRODUTO.
           MOVE WRK-LOC-CODIGO TO ESTL-LOCAL.
           READ ESTLOCAL
             INVALID KEY
               MOVE 'S' TO WRK-LOC-NOVO
           END-READ.
           IF WRK-LOC-NOVO = 'S'
               PERFORM 9615-VERIFICA-LEGADO
               MOVE SPACES         TO ESTL-REG
               MOVE PROD-CODIGO    TO ESTL-PRODUTO
               MOVE WRK-LOC-CODIGO TO ESTL-LOCAL
               MOVE ZEROS          TO ESTL-SALDO ESTL-MINIMO
               IF WRK-LOC-LEGADO = 'S'
                       AND WRK-LOC-CODIGO = WRK-LOC-COD(1)
                   MOVE WRK-LOC-SALDO-LEGADO TO ESTL-SALDO
               END-IF
           END-IF.

       9615-VERIFICA-LEGADO.
           MOVE 'N'         TO WRK-LOC-LEGADO.
           MOVE PROD-CODIGO TO ESTL-PRODUTO.
           MOVE LOW-VALUES  TO ESTL-LOCAL.
           START ESTLOCAL KEY IS NOT LESS ESTL-CHAVE
             INVALID KEY
               MOVE 'S' TO WRK-LOC-LEGADO
             NOT INVALID KEY
               READ ESTLOCAL NEXT RECORD
                 AT END
                   MOVE 'S' TO WRK-LOC-LEGADO
                 NOT AT END
                   IF ESTL-PRODUTO NOT = PROD-CODIGO
                       MOVE 'S' TO WRK-LOC-LEGADO
                   END-IF
               END-READ
           END-START.
           MOVE ZEROS TO WRK-LOC-SALDO-LEGADO.
           IF WRK-LOC-LEGADO = 'S' AND PROD-ESTOQUE IS NUMERIC
               MOVE PROD-ESTOQUE TO WRK-LOC-SALDO-LEGADO
           END-IF.

       9620-GRAVA-SALDO-LOCAL.
           MOVE 'S' TO WRK-LOC-GRAVOU.
           MOVE FUNCTION CURRENT-DATE(1:14) TO ESTL-DATAHORA.
           IF WRK-LOC-NOVO NOT = 'S'
               REWRITE ESTL-REG
                 INVALID KEY
                   MOVE 'N' TO WRK-LOC-GRAVOU
               END-REWRITE
           ELSE
               IF WRK-LOC-LEGADO = 'S'
                       AND WRK-LOC-CODIGO NOT = WRK-LOC-COD(1)
                   MOVE ESTL-REG             TO WRK-LOC-SALVO
                   MOVE SPACES               TO ESTL-REG
                   MOVE PROD-CODIGO          TO ESTL-PRODUTO
                   MOVE WRK-LOC-COD(1)       TO ESTL-LOCAL
                   MOVE WRK-LOC-SALDO-LEGADO TO ESTL-SALDO
                   MOVE ZEROS                TO ESTL-MINIMO
                   MOVE FUNCTION CURRENT-DATE(1:14) TO ESTL-DATAHORA
                   WRITE ESTL-REG
                     INVALID KEY
                       CONTINUE
                   END-WRITE
                   MOVE WRK-LOC-SALVO        TO ESTL-REG
               END-IF
               WRITE ESTL-REG
                 INVALID KEY
                   MOVE 'N' TO WRK-LOC-GRAVOU
               END-WRITE
               MOVE 'N' TO WRK-LOC-NOVO WRK-LOC-LEGADO
           END-IF.

       9630-MOSTRA-LOCAIS.
           PERFORM VARYING WRK-LOC-I FROM 1 BY 1
                   UNTIL WRK-LOC-I > WRK-LOC-QTDE
               MOVE WRK-LOC-COD(WRK-LOC-I) TO WRK-LOC-CODIGO
               PERFORM 9610-LE-SALDO-LOCAL
               DISPLAY "  " WRK-LOC-COD(WRK-LOC-I) " "
                       WRK-LOC-NOME(WRK-LOC-I) " SALDO " ESTL-SALDO
                       " MINIMO " ESTL-MINIMO
           END-PERFORM.
