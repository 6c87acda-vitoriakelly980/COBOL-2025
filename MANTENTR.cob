       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTENTR.
      ******************************************************************
      *OBJETIVO: ACOMPANHAMENTO DAS ENTREGAS DOS PEDIDOS
      *          (ENTREGAS.DAT.TXT, VIDE ENTRREG.cpy). O OPERADOR
      *          INFORMA O PEDIDO E AVANCA A SITUACAO DA ENTREGA:
      *          EM SEPARACAO -> EXPEDIDA -> ENTREGUE OU DEVOLVIDA,
      *          CADA PASSO COM A DATA E O OPERADOR. NA EXPEDICAO O
      *          ENDERECO DE ENTREGA E COPIADO DO CADASTRO DE CLIENTES
      *          (CLIENTES-ENDERECO); PEDIDO DE BALCAO OU CLIENTE SEM
      *          ENDERECO TEM O ENDERECO DIGITADO NA HORA.
      *          A ENTREGA NASCE NA ENTRADA DE PEDIDOS; PEDIDO COM
      *          ENTREGA ('G' OU 'E' NO FECHAMENTO) SEM REGISTRO
      *          (ANTERIOR AO RECURSO OU DE BALCAO) TEM A ENTREGA
      *          ABERTA AQUI, PELO PEDIDOS.DAT.TXT.
      *          ENTREGA DEVOLVIDA SEGUE PARA O CANCPED, QUE CANCELA O
      *          PEDIDO E DEVOLVE A MERCADORIA AO ESTOQUE.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT ENTREGAS ASSIGN TO WRK-ARQ-ENTREGAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ENTREGAS
               RECORD KEY      IS ENT-PEDIDO.

           SELECT PEDIDOS ASSIGN TO WRK-ARQ-PEDIDOS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PEDIDOS.

           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  ENTREGAS.
       COPY ENTRREG.

       FD  PEDIDOS.
       COPY PEDIDREG.

       FD  CLIENTES.
       COPY CLIREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ENTREGAS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PEDIDOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  FS-ENTREGAS                  PIC 9(02) VALUE ZEROS.
       77  FS-PEDIDOS                   PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES                  PIC 9(02) VALUE ZEROS.
       77  WRK-CLIENTES-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-RESPONSAVEL              PIC X(08) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-PEDIDO                   PIC 9(06) VALUE ZEROS.
       77  WRK-ACHOU                    PIC X(01) VALUE 'N'.
       77  WRK-RESPOSTA                 PIC X(01) VALUE SPACES.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-SITUACAO-TXT             PIC X(12) VALUE SPACES.
      *    O QUE A VARREDURA DO PEDIDOS.DAT.TXT ACHOU DO PEDIDO.
       77  WRK-PED-ACHOU                PIC X(01) VALUE 'N'.
       77  WRK-PED-FECHADO              PIC X(01) VALUE 'N'.
       77  WRK-PED-CANCELADO            PIC X(01) VALUE 'N'.
       77  WRK-PED-DATA                 PIC 9(08) VALUE ZEROS.
       77  WRK-PED-FRETE                PIC X(01) VALUE SPACES.
       77  WRK-PED-CLI-TIPO             PIC X(01) VALUE SPACES.
       77  WRK-PED-CLI-PAIS             PIC 9(03) VALUE ZEROS.
       77  WRK-PED-CLI-FONE             PIC 9(12) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 0050-ABRE-ENTREGAS.
           IF FS-ENTREGAS NOT = 0
               DISPLAY "ARQUIVO DE ENTREGAS NAO FOI ABERTO, STATUS="
                       FS-ENTREGAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    O CADASTRO DE CLIENTES SO DA O ENDERECO DA EXPEDICAO.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = 0
               MOVE 'S' TO WRK-CLIENTES-ABERTO
           END-IF.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-RESPONSAVEL.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE ENTREGAS.
           IF WRK-CLIENTES-ABERTO = 'S'
               CLOSE CLIENTES
           END-IF.
           GOBACK.

       0050-ABRE-ENTREGAS            SECTION.
           OPEN I-O ENTREGAS.
           IF FS-ENTREGAS = 35
               OPEN OUTPUT ENTREGAS
               CLOSE ENTREGAS
               OPEN I-O ENTREGAS
           END-IF.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== ENTREGAS =====".
           DISPLAY "1 - AVANCAR ENTREGA DE UM PEDIDO".
           DISPLAY "2 - CONSULTAR ENTREGA DE UM PEDIDO".
           DISPLAY "3 - LISTAR ENTREGAS EM ANDAMENTO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-AVANCAR
             WHEN '2'
               PERFORM 0600-CONSULTAR
             WHEN '3'
               PERFORM 0700-LISTAR
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-3 OU X"
           END-EVALUATE.

      *    UM PASSO POR VEZ: SEPARACAO VAI PARA EXPEDIDA; EXPEDIDA
      *    VAI PARA ENTREGUE OU DEVOLVIDA. ENTREGA ENCERRADA NAO
      *    ANDA MAIS.
       0300-AVANCAR                  SECTION.
           DISPLAY "NUMERO DO PEDIDO : ".
           MOVE ZEROS TO WRK-PEDIDO.
           ACCEPT WRK-PEDIDO.
           IF WRK-PEDIDO = ZEROS
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-PEDIDO TO ENT-PEDIDO.
           READ ENTREGAS
             INVALID KEY
               PERFORM 0350-ABRE-ENTREGA
               GO TO 0300-SAIDA
           END-READ.
           PERFORM 0900-TEXTO-SITUACAO.
           DISPLAY "PEDIDO " ENT-PEDIDO " DE " ENT-DATA-PEDIDO
                   " - ENTREGA " WRK-SITUACAO-TXT.
           EVALUATE TRUE
             WHEN ENT-EM-SEPARACAO
               DISPLAY "EXPEDIR AGORA (S/N) ? "
               MOVE SPACES TO WRK-RESPOSTA
               ACCEPT WRK-RESPOSTA
               IF WRK-RESPOSTA = 'S'
                   PERFORM 0400-EXPEDE
               END-IF
             WHEN ENT-EXPEDIDA
               DISPLAY "N-ENTREGUE  D-DEVOLVIDA  (ENTER = NADA) : "
               MOVE SPACES TO WRK-RESPOSTA
               ACCEPT WRK-RESPOSTA
               EVALUATE WRK-RESPOSTA
                 WHEN 'N'
                   PERFORM 0450-ENTREGA
                 WHEN 'D'
                   PERFORM 0500-DEVOLVE
                 WHEN OTHER
                   DISPLAY "ENTREGA SEM ALTERACAO"
               END-EVALUATE
             WHEN OTHER
               DISPLAY "ENTREGA ENCERRADA - NADA A AVANCAR"
           END-EVALUATE.

       0300-SAIDA.
           EXIT.

      *    PEDIDO SEM REGISTRO DE ENTREGA: SO ABRE SE ELE EXISTE, TEM
      *    FECHAMENTO COM ENTREGA ('G' OU 'E') E NAO FOI CANCELADO.
       0350-ABRE-ENTREGA             SECTION.
           PERFORM 0360-PROCURA-PEDIDO.
           IF WRK-PED-ACHOU NOT = 'S'
               DISPLAY "PEDIDO NAO ENCONTRADO"
               GO TO 0350-SAIDA
           END-IF.
           IF WRK-PED-CANCELADO = 'S'
               DISPLAY "PEDIDO CANCELADO - SEM ENTREGA"
               GO TO 0350-SAIDA
           END-IF.
           IF WRK-PED-FECHADO NOT = 'S'
                   OR (WRK-PED-FRETE NOT = 'G'
                       AND WRK-PED-FRETE NOT = 'E')
               DISPLAY "PEDIDO SEM ENTREGA (RETIRADA NA LOJA)"
               GO TO 0350-SAIDA
           END-IF.
           DISPLAY "PEDIDO " WRK-PEDIDO " SEM REGISTRO DE ENTREGA. "
                   "ABRIR EM SEPARACAO (S/N) ? ".
           MOVE SPACES TO WRK-RESPOSTA.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT = 'S'
               GO TO 0350-SAIDA
           END-IF.
           MOVE SPACES           TO ENT-REG.
           MOVE WRK-PEDIDO       TO ENT-PEDIDO.
           MOVE WRK-PED-DATA     TO ENT-DATA-PEDIDO.
           MOVE WRK-PED-FRETE    TO ENT-FRETE.
           MOVE WRK-PED-CLI-TIPO TO ENT-CLI-TIPO.
           MOVE WRK-PED-CLI-PAIS TO ENT-CLI-PAIS.
           MOVE WRK-PED-CLI-FONE TO ENT-CLI-FONE.
           MOVE 'S'              TO ENT-SITUACAO.
           MOVE WRK-HOJE         TO ENT-SEP-DATA.
           MOVE WRK-RESPONSAVEL  TO ENT-SEP-OPERADOR.
           MOVE ZEROS TO ENT-EXP-DATA ENT-ENTR-DATA ENT-DEV-DATA
                         ENT-CANC-DATA ENT-CEP.
           WRITE ENT-REG
             INVALID KEY
               DISPLAY "ENTREGA NAO GRAVADA"
             NOT INVALID KEY
               DISPLAY "ENTREGA DO PEDIDO " WRK-PEDIDO
                       " EM SEPARACAO"
           END-WRITE.

       0350-SAIDA.
           EXIT.

      *    AS LINHAS DE UM PEDIDO SAEM JUNTAS NA CONFIRMACAO ('H',
      *    'I', 'T'); CANCELAMENTO 'C' VEM DEPOIS, A QUALQUER ALTURA.
       0360-PROCURA-PEDIDO           SECTION.
           MOVE 'N' TO WRK-PED-ACHOU WRK-PED-FECHADO WRK-PED-CANCELADO.
           MOVE SPACES TO WRK-PED-FRETE WRK-PED-CLI-TIPO.
           MOVE ZEROS  TO WRK-PED-DATA WRK-PED-CLI-PAIS
                          WRK-PED-CLI-FONE.
           OPEN INPUT PEDIDOS.
           IF FS-PEDIDOS NOT = 0
               DISPLAY "ARQUIVO DE PEDIDOS NAO FOI ABERTO, STATUS="
                       FS-PEDIDOS
               GO TO 0360-SAIDA
           END-IF.
           READ PEDIDOS NEXT RECORD
           PERFORM UNTIL FS-PEDIDOS = 10
               IF PED-NUMERO = WRK-PEDIDO
                   EVALUATE PED-TIPO
                     WHEN 'H'
                       MOVE 'S'          TO WRK-PED-ACHOU
                       MOVE PED-DATA     TO WRK-PED-DATA
                       MOVE PED-CLI-TIPO TO WRK-PED-CLI-TIPO
                       IF PED-CLI-TIPO = 'C'
                               AND PED-CLI-PAIS IS NUMERIC
                               AND PED-CLI-FONE IS NUMERIC
                           MOVE PED-CLI-PAIS TO WRK-PED-CLI-PAIS
                           MOVE PED-CLI-FONE TO WRK-PED-CLI-FONE
                       END-IF
                     WHEN 'T'
                       MOVE 'S'          TO WRK-PED-FECHADO
                       MOVE PED-FRETE    TO WRK-PED-FRETE
                     WHEN 'C'
                       MOVE 'S'          TO WRK-PED-CANCELADO
                     WHEN OTHER
                       CONTINUE
                   END-EVALUATE
               END-IF
               READ PEDIDOS NEXT RECORD
           END-PERFORM.
           CLOSE PEDIDOS.

       0360-SAIDA.
           EXIT.

      *    O ENDERECO VEM DO CADASTRO DE CLIENTES NA HORA DA
      *    EXPEDICAO (O CLIENTE PODE TER MUDADO DESDE O PEDIDO);
      *    SEM CLIENTE OU SEM ENDERECO NO CADASTRO, E DIGITADO.
       0400-EXPEDE                   SECTION.
           MOVE SPACES TO ENT-ENDERECO.
           MOVE ZEROS  TO ENT-CEP.
           MOVE 'N' TO WRK-ACHOU.
           IF ENT-CLI-TIPO = 'C' AND WRK-CLIENTES-ABERTO = 'S'
               MOVE ENT-CLI-PAIS TO CLIENTES-PAIS
               MOVE ENT-CLI-FONE TO CLIENTES-FONE
               READ CLIENTES
                 INVALID KEY
                   DISPLAY "CLIENTE DO PEDIDO NAO CADASTRADO"
                 NOT INVALID KEY
                   IF CLIENTES-LOGRADOURO NOT = SPACES
                           AND CLIENTES-CEP IS NUMERIC
                           AND CLIENTES-CEP > ZEROS
                       MOVE CLIENTES-ENDERECO TO ENT-ENDERECO
                       MOVE 'S' TO WRK-ACHOU
                   ELSE
                       DISPLAY "CLIENTE " CLIENTES-NOME
                               " SEM ENDERECO NO CADASTRO"
                   END-IF
               END-READ
           END-IF.
           IF WRK-ACHOU NOT = 'S'
               DISPLAY "ENDERECO DE ENTREGA - LOGRADOURO : "
               ACCEPT ENT-LOGRADOURO
               DISPLAY "NUMERO : "
               ACCEPT ENT-NUMERO
               DISPLAY "CIDADE : "
               ACCEPT ENT-CIDADE
               DISPLAY "UF : "
               ACCEPT ENT-UF
               DISPLAY "CEP : "
               ACCEPT ENT-CEP
           END-IF.
           IF ENT-LOGRADOURO = SPACES OR ENT-CEP = ZEROS
               DISPLAY "ENDERECO INCOMPLETO - ENTREGA NAO EXPEDIDA"
               GO TO 0400-SAIDA
           END-IF.
           DISPLAY "ENTREGAR EM: " ENT-LOGRADOURO ", " ENT-NUMERO.
           DISPLAY "             " ENT-CIDADE " " ENT-UF
                   " CEP " ENT-CEP.
           DISPLAY "CONFIRMA A EXPEDICAO (S/N) ? ".
           MOVE SPACES TO WRK-RESPOSTA.
           ACCEPT WRK-RESPOSTA.
           IF WRK-RESPOSTA NOT = 'S'
               DISPLAY "ENTREGA NAO EXPEDIDA"
               GO TO 0400-SAIDA
           END-IF.
           MOVE 'E'             TO ENT-SITUACAO.
           MOVE WRK-HOJE        TO ENT-EXP-DATA.
           MOVE WRK-RESPONSAVEL TO ENT-EXP-OPERADOR.
           REWRITE ENT-REG
             INVALID KEY
               DISPLAY "ENTREGA NAO REGRAVADA"
             NOT INVALID KEY
               DISPLAY "ENTREGA EXPEDIDA"
           END-REWRITE.

       0400-SAIDA.
           EXIT.

       0450-ENTREGA                  SECTION.
           MOVE 'N'             TO ENT-SITUACAO.
           MOVE WRK-HOJE        TO ENT-ENTR-DATA.
           MOVE WRK-RESPONSAVEL TO ENT-ENTR-OPERADOR.
           REWRITE ENT-REG
             INVALID KEY
               DISPLAY "ENTREGA NAO REGRAVADA"
             NOT INVALID KEY
               DISPLAY "ENTREGA CONCLUIDA"
           END-REWRITE.

      *    A MERCADORIA VOLTOU: A ENTREGA FECHA COMO DEVOLVIDA E O
      *    PEDIDO VAI DIRETO PARA O CANCELAMENTO TOTAL DO CANCPED
      *    (ESTOQUE, PONTOS, NOTA, PARCELAS). O ARQUIVO DE ENTREGAS
      *    FICA FECHADO ENQUANTO O CANCPED RODA.
       0500-DEVOLVE                  SECTION.
           MOVE 'D'             TO ENT-SITUACAO.
           MOVE WRK-HOJE        TO ENT-DEV-DATA.
           MOVE WRK-RESPONSAVEL TO ENT-DEV-OPERADOR.
           REWRITE ENT-REG
             INVALID KEY
               DISPLAY "ENTREGA NAO REGRAVADA"
               GO TO 0500-SAIDA
           END-REWRITE.
           DISPLAY "ENTREGA DEVOLVIDA".
           DISPLAY "REGISTRE AGORA O CANCELAMENTO TOTAL (MODO 1) DO "
                   "PEDIDO " ENT-PEDIDO ", MOTIVO ED = ENTREGA "
                   "DEVOLVIDA".
           CLOSE ENTREGAS.
           CALL 'CANCPED'.
           CANCEL 'CANCPED'.
           PERFORM 0050-ABRE-ENTREGAS.
           IF FS-ENTREGAS NOT = 0
               DISPLAY "ARQUIVO DE ENTREGAS NAO FOI REABERTO, STATUS="
                       FS-ENTREGAS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0500-SAIDA.
           EXIT.

       0600-CONSULTAR                SECTION.
           DISPLAY "NUMERO DO PEDIDO : ".
           MOVE ZEROS TO WRK-PEDIDO.
           ACCEPT WRK-PEDIDO.
           MOVE WRK-PEDIDO TO ENT-PEDIDO.
           READ ENTREGAS
             INVALID KEY
               DISPLAY "PEDIDO SEM REGISTRO DE ENTREGA"
               GO TO 0600-SAIDA
           END-READ.
           PERFORM 0900-TEXTO-SITUACAO.
           DISPLAY "PEDIDO " ENT-PEDIDO " DE " ENT-DATA-PEDIDO
                   " FRETE " ENT-FRETE " - ENTREGA " WRK-SITUACAO-TXT.
           IF ENT-CLI-TIPO = 'C'
               DISPLAY "  CLIENTE      " ENT-CLI-PAIS "-" ENT-CLI-FONE
           ELSE
               DISPLAY "  VENDA DE BALCAO"
           END-IF.
           DISPLAY "  SEPARACAO    " ENT-SEP-DATA " " ENT-SEP-OPERADOR.
           IF ENT-EXP-DATA > ZEROS
               DISPLAY "  EXPEDICAO    " ENT-EXP-DATA " "
                       ENT-EXP-OPERADOR
               DISPLAY "  ENDERECO     " ENT-LOGRADOURO ", "
                       ENT-NUMERO
               DISPLAY "               " ENT-CIDADE " " ENT-UF
                       " CEP " ENT-CEP
           END-IF.
           IF ENT-ENTR-DATA > ZEROS
               DISPLAY "  ENTREGUE EM  " ENT-ENTR-DATA " "
                       ENT-ENTR-OPERADOR
           END-IF.
           IF ENT-DEV-DATA > ZEROS
               DISPLAY "  DEVOLVIDA EM " ENT-DEV-DATA " "
                       ENT-DEV-OPERADOR
           END-IF.
           IF ENT-CANC-DATA > ZEROS
               DISPLAY "  CANCELADA EM " ENT-CANC-DATA " "
                       ENT-CANC-OPERADOR
           END-IF.

       0600-SAIDA.
           EXIT.

       0700-LISTAR                   SECTION.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE ZEROS TO ENT-PEDIDO.
           START ENTREGAS KEY IS NOT LESS ENT-PEDIDO
             INVALID KEY
               MOVE 23 TO FS-ENTREGAS
             NOT INVALID KEY
               READ ENTREGAS NEXT RECORD
           END-START.
           PERFORM UNTIL FS-ENTREGAS NOT = 0
               IF NOT ENT-ENCERRADA
                   ADD 1 TO WRK-QT-LISTADOS
                   PERFORM 0900-TEXTO-SITUACAO
                   DISPLAY "PEDIDO " ENT-PEDIDO " DE " ENT-DATA-PEDIDO
                           " " WRK-SITUACAO-TXT " DESDE "
                           ENT-SEP-DATA
                   IF ENT-EXPEDIDA
                       DISPLAY "       EXPEDIDA EM " ENT-EXP-DATA
                               " PARA " ENT-CIDADE " " ENT-UF
                   END-IF
               END-IF
               READ ENTREGAS NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-ENTREGAS.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUMA ENTREGA EM ANDAMENTO"
           END-IF.

       0900-TEXTO-SITUACAO           SECTION.
           EVALUATE TRUE
             WHEN ENT-EM-SEPARACAO
               MOVE 'EM SEPARACAO' TO WRK-SITUACAO-TXT
             WHEN ENT-EXPEDIDA
               MOVE 'EXPEDIDA'     TO WRK-SITUACAO-TXT
             WHEN ENT-ENTREGUE
               MOVE 'ENTREGUE'     TO WRK-SITUACAO-TXT
             WHEN ENT-DEVOLVIDA
               MOVE 'DEVOLVIDA'    TO WRK-SITUACAO-TXT
             WHEN ENT-CANCELADA
               MOVE 'CANCELADA'    TO WRK-SITUACAO-TXT
             WHEN OTHER
               MOVE 'DESCONHECIDA' TO WRK-SITUACAO-TXT
           END-EVALUATE.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-ENTREGAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ENTREGAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENTREGAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PEDIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PEDIDOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.

       COPY CFGLER.
