      ******************************************************************
      *OBJETIVO: MANUTENCAO DO CATALOGO DE PRODUTOS (PRODUTOS.DAT.TXT,
      *          VIDE PRODREG.cpy): INCLUIR COM CONSISTENCIA DE CODIGO
      *          DUPLICADO, CONSULTAR, ALTERAR DESCRICAO/PRECO/PESO E
      *          MOVIMENTAR O ESTOQUE (ENTRADA DE MERCADORIA OU
      *          AJUSTE DE CONTAGEM, CADA MUDANCA NO DIARIO
      *          PRODUTOS.MOV.TXT). A ENTRADA DE PEDIDOS
      *          (EXERCICIOIF-ELSE) PRECIFICA AS LINHAS POR ESTE
      *          CATALOGO, BAIXA O ESTOQUE NA CONFIRMACAO E CALCULA O
      *          FRETE PELO PESO UNITARIO DAQUI. A CATEGORIA DO
      *          PRODUTO ESCOLHE A TAXA DE COMISSAO DO VENDEDOR QUANDO
      *          O PRODUTO NAO TEM TAXA PROPRIA (MANTCOM). O
      *          FORNECEDOR PREFERENCIAL (CADASTRO DO MANTFORN) E QUEM
      *          RECEBE O PEDIDO DE COMPRA DE REPOSICAO (GERACOMP); A
      *          ENTRADA CONTRA PEDIDO DE COMPRA E PELO RECEBCOM, A
      *          FUNCAO 4 FICA PARA ENTRADA AVULSA E AJUSTE, COM O
      *          OPERADOR NO DIARIO. O INVENTARIO GERAL, COM FOLHA DE
      *          CONTAGEM E APROVACAO DA DIVERGENCIA, E PELO CICLO
      *          INVABRE / INVCONT / INVDIVG / INVAPROV.
      *          O SALDO E POR LOCAL (LOJA, DEPOSITO - VIDE
      *          ESTLOCRG.cpy): A CONSULTA MOSTRA CADA LOCAL, A FUNCAO
      *          4 MOVIMENTA UM LOCAL E ACERTA O MINIMO DELE, E A
      *          TRANSFERENCIA ENTRE LOCAIS E PELO TRANSEST.
      *          A ENTRADA DE MERCADORIA PEDE O CUSTO UNITARIO PAGO,
      *          QUE VAI NO DIARIO E RECALCULA O CUSTO MEDIO PONDERADO
      *          DO PRODUTO (VIDE PRODREG.cpy); A CONSULTA MOSTRA O
      *          CUSTO MEDIO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS     IS FS-PRECOS
               RECORD KEY      IS PRECO-CHAVE.

           SELECT FORNECEDORES ASSIGN TO WRK-ARQ-FORNECEDORES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FORNECEDORES
               RECORD KEY      IS FORN-CODIGO.

           SELECT ESTLOCAL ASSIGN TO WRK-ARQ-ESTLOCAL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ESTLOCAL
               RECORD KEY      IS ESTL-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
       FD  PRODUTOS.
       COPY PRODREG.

       FD  MOVESTQ.
       COPY MOVESTRG.

       FD  PRECOS.
       COPY PRECOREG.

       FD  FORNECEDORES.
       COPY FORNREG.

       FD  ESTLOCAL.
       COPY ESTLOCRG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-DATA-VIG                 PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-PESO                     PIC 9(03)V999 VALUE ZEROS.
       77  WRK-PESO-ED                  PIC ZZ9,999 VALUE ZEROS.
       77  WRK-CATEGORIA                PIC X(04) VALUE SPACES.
       77  WRK-ARQ-FORNECEDORES         PIC X(80) VALUE SPACES.
       77  FS-FORNECEDORES              PIC 9(02) VALUE ZEROS.
       77  WRK-FORN-ABERTO              PIC X(01) VALUE 'N'.
       77  WRK-FORN-DIGITADO            PIC X(05) VALUE SPACES.
       77  WRK-FORNECEDOR               PIC 9(05) VALUE ZEROS.
       77  WRK-VALIDO                   PIC X(01) VALUE 'N'.
       77  WRK-ARQ-ESTLOCAL             PIC X(80) VALUE SPACES.
       77  FS-ESTLOCAL                  PIC 9(02) VALUE ZEROS.
       77  WRK-NOVO-TOTAL               PIC S9(06) VALUE ZEROS.
       77  WRK-CUSTO-UNIT               PIC 9(07)V99 VALUE ZEROS.
       77  WRK-CUSTO-ACUM               PIC 9(13)V99 VALUE ZEROS.
       77  WRK-SALDO-ANTERIOR           PIC 9(05) VALUE ZEROS.
       COPY LOCALWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
               CLOSE PRODUTOS
               OPEN I-O PRODUTOS
           END-IF.
      *    SEM O CADASTRO DE FORNECEDORES O CODIGO NAO E CONFERIDO.
           OPEN INPUT FORNECEDORES.
           IF FS-FORNECEDORES = 0
               MOVE 'S' TO WRK-FORN-ABERTO
           END-IF.
           OPEN I-O ESTLOCAL.
           IF FS-ESTLOCAL = 35
               OPEN OUTPUT ESTLOCAL
               CLOSE ESTLOCAL
               OPEN I-O ESTLOCAL
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE PRODUTOS ESTLOCAL.
           IF WRK-FORN-ABERTO = 'S'
               CLOSE FORNECEDORES
           END-IF.
           GOBACK.

       0100-MENU                     SECTION.
               ACCEPT PROD-PRECO
               DISPLAY "ESTOQUE INICIAL : "
               ACCEPT PROD-ESTOQUE
               DISPLAY "CUSTO UNITARIO DO ESTOQUE INICIAL : "
               ACCEPT PROD-CUSTO-MEDIO
               DISPLAY "NIVEL MINIMO : "
               ACCEPT PROD-MINIMO
               DISPLAY "PESO UNITARIO (KG) : "
               ACCEPT PROD-PESO
               DISPLAY "CATEGORIA (4 LETRAS, ENTER = NENHUMA) : "
               MOVE SPACES TO PROD-CATEGORIA
               ACCEPT PROD-CATEGORIA
               MOVE ZEROS TO PROD-FORNECEDOR
               DISPLAY "FORNECEDOR PREFERENCIAL (ENTER = NENHUM) : "
               PERFORM 0950-LE-FORNECEDOR
               IF WRK-VALIDO = 'S'
                   MOVE WRK-FORNECEDOR TO PROD-FORNECEDOR
               END-IF
               WRITE PROD-REG
                 INVALID KEY
                   DISPLAY "PRODUTO NAO GRAVADO"
               DISPLAY "CODIGO...: " PROD-CODIGO
               DISPLAY "DESCRICAO: " PROD-DESCRICAO
               DISPLAY "PRECO....: " WRK-PRECO-ED
               IF PROD-CUSTO-MEDIO IS NUMERIC
                   MOVE PROD-CUSTO-MEDIO TO WRK-PRECO-ED
                   DISPLAY "CUSTO MED: " WRK-PRECO-ED
               ELSE
                   DISPLAY "CUSTO MED: (DESCONHECIDO ATE A PROXIMA "
                           "ENTRADA)"
               END-IF
               IF PROD-ESTOQUE IS NUMERIC
                   DISPLAY "ESTOQUE..: " PROD-ESTOQUE
                           "  MINIMO: " PROD-MINIMO
                   PERFORM 9630-MOSTRA-LOCAIS
               ELSE
                   DISPLAY "ESTOQUE..: (SEM CONTROLE - USE A "
                           "FUNCAO 4 PARA INICIAR)"
               END-IF
               IF PROD-PESO IS NUMERIC
                   MOVE PROD-PESO TO WRK-PESO-ED
                   DISPLAY "PESO.....: " WRK-PESO-ED " KG"
               ELSE
                   DISPLAY "PESO.....: (SEM PESO - USE A FUNCAO 3 "
                           "PARA INFORMAR)"
               END-IF
               IF PROD-CATEGORIA = SPACES OR LOW-VALUES
                   DISPLAY "CATEGORIA: (NENHUMA)"
               ELSE
                   DISPLAY "CATEGORIA: " PROD-CATEGORIA
               END-IF
               IF PROD-FORNECEDOR IS NUMERIC
                       AND PROD-FORNECEDOR NOT = ZEROS
                   MOVE SPACES TO FORN-NOME
                   IF WRK-FORN-ABERTO = 'S'
                       MOVE PROD-FORNECEDOR TO FORN-CODIGO
                       READ FORNECEDORES
                         INVALID KEY
                           MOVE '(NAO CADASTRADO)' TO FORN-NOME
                       END-READ
                   END-IF
                   DISPLAY "FORNECEDOR: " PROD-FORNECEDOR " " FORN-NOME
               ELSE
                   DISPLAY "FORNECEDOR: (NENHUM)"
               END-IF
           END-IF.

      *    O PRECO NAO E MAIS SOBRESCRITO AS CEGAS: A ALTERACAO GRAVA
               IF WRK-DATA-VIG <= WRK-HOJE
                   MOVE PRECO-VALOR TO PROD-PRECO
               END-IF
               IF PROD-PESO NOT NUMERIC
                   MOVE ZEROS TO PROD-PESO
               END-IF
               MOVE PROD-PESO TO WRK-PESO-ED
               DISPLAY "NOVO PESO UNITARIO (KG, 0 = MANTEM "
                       WRK-PESO-ED ") : "
               ACCEPT WRK-PESO
               IF WRK-PESO NOT = ZEROS
                   MOVE WRK-PESO TO PROD-PESO
               END-IF
               IF PROD-CATEGORIA = LOW-VALUES
                   MOVE SPACES TO PROD-CATEGORIA
               END-IF
               DISPLAY "NOVA CATEGORIA (ENTER = MANTEM '"
                       PROD-CATEGORIA "', * = NENHUMA) : "
               MOVE SPACES TO WRK-CATEGORIA
               ACCEPT WRK-CATEGORIA
               EVALUATE WRK-CATEGORIA
                 WHEN SPACES
                   CONTINUE
                 WHEN '*'
                   MOVE SPACES TO PROD-CATEGORIA
                 WHEN OTHER
                   MOVE WRK-CATEGORIA TO PROD-CATEGORIA
               END-EVALUATE
               IF PROD-FORNECEDOR NOT NUMERIC
                   MOVE ZEROS TO PROD-FORNECEDOR
               END-IF
               DISPLAY "NOVO FORNECEDOR (ENTER = MANTEM "
                       PROD-FORNECEDOR ", * = NENHUM) : "
               PERFORM 0950-LE-FORNECEDOR
               EVALUATE TRUE
                 WHEN WRK-FORN-DIGITADO = '*'
                   MOVE ZEROS TO PROD-FORNECEDOR
                 WHEN WRK-VALIDO = 'S'
                   MOVE WRK-FORNECEDOR TO PROD-FORNECEDOR
               END-EVALUATE
               REWRITE PROD-REG
                 INVALID KEY
                   DISPLAY "PRODUTO NAO REGRAVADO"

      *    MOVIMENTO DE ESTOQUE: 'E' SOMA A ENTRADA DE MERCADORIA,
      *    'A' AJUSTA O SALDO PARA O VALOR DA CONTAGEM. TODA MUDANCA
      *    SAI NO DIARIO - E O RASTRO DO ESTOQUE QUE SOME. O MOVIMENTO
      *    E NUM LOCAL (VIDE ESTLOCRG.cpy): O AJUSTE ACERTA O SALDO DO
      *    LOCAL E O TOTAL DO PRODUTO ANDA A MESMA DIFERENCA.
       0600-ESTOQUE                  SECTION.
           PERFORM 0900-LE-PRODUTO.
           IF FS-PRODUTOS NOT = 0
               MOVE ZEROS TO PROD-MINIMO
           END-IF.
           DISPLAY "ESTOQUE ATUAL: " PROD-ESTOQUE.
           PERFORM 9630-MOSTRA-LOCAIS.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           PERFORM 9605-PEDE-LOCAL.
           PERFORM 9610-LE-SALDO-LOCAL.
           DISPLAY "E-ENTRADA  A-AJUSTE DE CONTAGEM : ".
           ACCEPT WRK-TIPO-MOV.
           DISPLAY "QUANTIDADE : ".
           ACCEPT WRK-QTDE-MOV.
           MOVE PROD-ESTOQUE TO WRK-SALDO-ANTERIOR.
           IF WRK-TIPO-MOV NOT = 'A'
               DISPLAY "CUSTO UNITARIO PAGO : "
               ACCEPT WRK-CUSTO-UNIT
               PERFORM 0610-CUSTO-MEDIO
           END-IF.
           IF WRK-TIPO-MOV = 'A'
               COMPUTE WRK-NOVO-TOTAL = PROD-ESTOQUE - ESTL-SALDO
                                      + WRK-QTDE-MOV
               IF WRK-NOVO-TOTAL < ZEROS
                   MOVE ZEROS TO WRK-NOVO-TOTAL
               END-IF
               MOVE WRK-NOVO-TOTAL TO PROD-ESTOQUE
               MOVE WRK-QTDE-MOV   TO ESTL-SALDO
           ELSE
               ADD WRK-QTDE-MOV TO PROD-ESTOQUE
               ADD WRK-QTDE-MOV TO ESTL-SALDO
           END-IF.
           DISPLAY "NOVO NIVEL MINIMO DO PRODUTO (ENTER = MANTEM "
                   PROD-MINIMO ") : ".
           ACCEPT WRK-QTDE.
           IF WRK-QTDE NOT = ZEROS
               MOVE WRK-QTDE TO PROD-MINIMO
           END-IF.
           DISPLAY "NIVEL MINIMO NO LOCAL " WRK-LOC-CODIGO
                   " (ENTER = MANTEM " ESTL-MINIMO ") : ".
           ACCEPT WRK-QTDE.
           IF WRK-QTDE NOT = ZEROS
               MOVE WRK-QTDE TO ESTL-MINIMO
           END-IF.
           REWRITE PROD-REG
             INVALID KEY
               DISPLAY "PRODUTO NAO REGRAVADO"
             NOT INVALID KEY
               PERFORM 9620-GRAVA-SALDO-LOCAL
               IF WRK-LOC-GRAVOU NOT = 'S'
                   DISPLAY "SALDO DO LOCAL NAO GRAVADO - AVISAR O "
                           "SUPORTE"
               END-IF
               IF WRK-TIPO-MOV = 'A'
                   MOVE 'AJ' TO MOV-TIPO
               ELSE
               END-IF
               PERFORM 0650-GRAVA-MOVIMENTO
               DISPLAY "ESTOQUE ATUALIZADO: " PROD-ESTOQUE
                       "  NO LOCAL " WRK-LOC-CODIGO ": " ESTL-SALDO
           END-REWRITE.

       0600-SAIDA.
           EXIT.

      *    CUSTO MEDIO PONDERADO PELO SALDO TOTAL ANTES DA ENTRADA.
      *    SEM MEDIO CONHECIDO OU SEM SALDO, VALE O CUSTO DA ENTRADA.
       0610-CUSTO-MEDIO              SECTION.
           IF PROD-CUSTO-MEDIO NOT NUMERIC
                   OR WRK-SALDO-ANTERIOR = ZEROS
               MOVE WRK-CUSTO-UNIT TO PROD-CUSTO-MEDIO
               GO TO 0610-SAIDA
           END-IF.
           IF WRK-QTDE-MOV = ZEROS
               GO TO 0610-SAIDA
           END-IF.
           COMPUTE WRK-CUSTO-ACUM =
                   WRK-SALDO-ANTERIOR * PROD-CUSTO-MEDIO
                 + WRK-QTDE-MOV * WRK-CUSTO-UNIT.
           COMPUTE PROD-CUSTO-MEDIO ROUNDED =
                   WRK-CUSTO-ACUM / (WRK-SALDO-ANTERIOR + WRK-QTDE-MOV).

       0610-SAIDA.
           EXIT.

       0650-GRAVA-MOVIMENTO          SECTION.
           OPEN EXTEND MOVESTQ.
           IF FS-MOVESTQ = 35
           MOVE WRK-QTDE-MOV TO MOV-QTDE.
           MOVE PROD-ESTOQUE TO MOV-ESTOQUE-DEPOIS.
           MOVE 'MANTPROD'   TO MOV-ORIGEM.
           MOVE SPACES       TO MOV-REFERENCIA.
           MOVE WRK-OPERADOR TO MOV-OPERADOR.
           MOVE WRK-LOC-CODIGO TO MOV-LOCAL.
           MOVE ESTL-SALDO   TO MOV-SALDO-LOCAL.
           MOVE ZEROS        TO MOV-CUSTO-UNIT.
           IF MOV-TIPO = 'EN'
               MOVE WRK-CUSTO-UNIT TO MOV-CUSTO-UNIT
           ELSE
               IF PROD-CUSTO-MEDIO IS NUMERIC
                   MOVE PROD-CUSTO-MEDIO TO MOV-CUSTO-UNIT
               END-IF
           END-IF.
           WRITE MOVESTQ-REG.
           CLOSE MOVESTQ.

               MOVE 0 TO FS-PRODUTOS
           END-READ.

      *    CODIGO DO FORNECEDOR DIGITADO: EM BRANCO OU '*' NAO E
      *    CODIGO (QUEM CHAMA DECIDE); FORNECEDOR INEXISTENTE OU
      *    INATIVO E RECUSADO E O PRODUTO FICA COMO ESTAVA.
       0950-LE-FORNECEDOR            SECTION.
           MOVE 'N' TO WRK-VALIDO.
           MOVE SPACES TO WRK-FORN-DIGITADO.
           ACCEPT WRK-FORN-DIGITADO.
           IF WRK-FORN-DIGITADO = SPACES OR WRK-FORN-DIGITADO = '*'
               GO TO 0950-SAIDA
           END-IF.
           IF FUNCTION TRIM(WRK-FORN-DIGITADO) IS NOT NUMERIC
               DISPLAY "CODIGO DE FORNECEDOR INVALIDO - NAO ALTERADO"
               GO TO 0950-SAIDA
           END-IF.
           MOVE FUNCTION NUMVAL(WRK-FORN-DIGITADO) TO WRK-FORNECEDOR.
           IF WRK-FORNECEDOR = ZEROS
               GO TO 0950-SAIDA
           END-IF.
           IF WRK-FORN-ABERTO = 'S'
               MOVE WRK-FORNECEDOR TO FORN-CODIGO
               READ FORNECEDORES
                 INVALID KEY
                   DISPLAY "FORNECEDOR NAO CADASTRADO - NAO ALTERADO"
                   GO TO 0950-SAIDA
               END-READ
               IF FORN-INATIVO
                   DISPLAY "FORNECEDOR INATIVO - NAO ALTERADO"
                   GO TO 0950-SAIDA
               END-IF
               DISPLAY "FORNECEDOR: " FORN-NOME
           END-IF.
           MOVE 'S' TO WRK-VALIDO.

       0950-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
                  'PRECOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRECOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FORNECEDORES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FORNECEDORES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FORNECEDORES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ESTLOCAL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ESTLOCAL.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ESTLOCAL
           END-STRING.

       COPY CFGLER.

       COPY ESTLOCAL.
