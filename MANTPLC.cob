       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTPLC.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DO PLANO DE CONTAS DO RAZAO GERAL
      *          (PLANO.CTA.TXT, VIDE PLCREG.cpy): INCLUIR COM
      *          CONSISTENCIA DE CODIGO DUPLICADO, GRUPO E NATUREZA,
      *          CONSULTAR, ALTERAR DESCRICAO/GRUPO/NATUREZA,
      *          DESATIVAR/REATIVAR E LISTAR. NAO HA EXCLUSAO: CONTA
      *          QUE JA RECEBEU LANCAMENTO PRECISA CONTINUAR NO
      *          BALANCETE, ENTAO SO SE DESATIVA (O LANCCTB RECUSA O
      *          LOTE QUE CAIR NUMA CONTA INATIVA).
      *          AS PARTIDAS DE CADA EVENTO APONTAM PARA ESTES CODIGOS
      *          NO CONTABIL.MAP.TXT.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT PLANO ASSIGN TO WRK-ARQ-PLANO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PLANO
               RECORD KEY      IS PLC-CONTA.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  PLANO.
       COPY PLCREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-PLANO                PIC X(80) VALUE SPACES.
       77  FS-PLANO                     PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-CONTA                    PIC X(08) VALUE SPACES.
       77  WRK-TEXTO                    PIC X(30) VALUE SPACES.
       77  WRK-GRUPO                    PIC X(01) VALUE SPACES.
           88 GRUPO-VALIDO              VALUE 'A' 'P' 'L' 'R' 'D'.
       77  WRK-NATUREZA                 PIC X(01) VALUE SPACES.
           88 NATUREZA-VALIDA           VALUE 'D' 'C'.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN I-O PLANO.
           IF FS-PLANO = 35
               OPEN OUTPUT PLANO
               CLOSE PLANO
               OPEN I-O PLANO
           END-IF.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE PLANO.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== PLANO DE CONTAS =====".
           DISPLAY "1 - INCLUIR".
           DISPLAY "2 - CONSULTAR".
           DISPLAY "3 - ALTERAR".
           DISPLAY "4 - DESATIVAR/REATIVAR".
           DISPLAY "5 - LISTAR".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-INCLUIR
             WHEN '2'
               PERFORM 0400-CONSULTAR
             WHEN '3'
               PERFORM 0500-ALTERAR
             WHEN '4'
               PERFORM 0600-SITUACAO
             WHEN '5'
               PERFORM 0700-LISTAR
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-5 OU X"
           END-EVALUATE.

       0300-INCLUIR                  SECTION.
           DISPLAY "CODIGO DA CONTA (8 POSICOES) : ".
           MOVE SPACES TO WRK-CONTA.
           ACCEPT WRK-CONTA.
           IF WRK-CONTA = SPACES
               DISPLAY "CODIGO EM BRANCO NAO E PERMITIDO"
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-CONTA TO PLC-CONTA.
           READ PLANO
             NOT INVALID KEY
               DISPLAY "CONTA JA CADASTRADA: " PLC-DESCRICAO
               GO TO 0300-SAIDA
           END-READ.
           MOVE SPACES TO PLC-REG.
           MOVE WRK-CONTA TO PLC-CONTA.
           DISPLAY "DESCRICAO : ".
           ACCEPT PLC-DESCRICAO.
           DISPLAY "GRUPO (A=ATIVO P=PASSIVO L=PATRIMONIO LIQUIDO "
                   "R=RECEITA D=DESPESA) : ".
           ACCEPT WRK-GRUPO.
           IF NOT GRUPO-VALIDO
               DISPLAY "GRUPO INVALIDO - CONTA NAO INCLUIDA"
               GO TO 0300-SAIDA
           END-IF.
           DISPLAY "NATUREZA (D=DEVEDORA C=CREDORA) : ".
           ACCEPT WRK-NATUREZA.
           IF NOT NATUREZA-VALIDA
               DISPLAY "NATUREZA INVALIDA - CONTA NAO INCLUIDA"
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-GRUPO    TO PLC-GRUPO.
           MOVE WRK-NATUREZA TO PLC-NATUREZA.
           MOVE 'A'          TO PLC-SITUACAO.
           MOVE WRK-OPERADOR TO PLC-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PLC-DATAHORA.
           WRITE PLC-REG
             INVALID KEY
               DISPLAY "CONTA NAO GRAVADA"
             NOT INVALID KEY
               DISPLAY "CONTA INCLUIDA"
           END-WRITE.

       0300-SAIDA.
           EXIT.

       0400-CONSULTAR                SECTION.
           PERFORM 0900-LE-CONTA.
           IF FS-PLANO = 0
               DISPLAY "CONTA....: " PLC-CONTA
               DISPLAY "DESCRICAO: " PLC-DESCRICAO
               DISPLAY "GRUPO....: " PLC-GRUPO
               DISPLAY "NATUREZA.: " PLC-NATUREZA
               IF PLC-INATIVA
                   DISPLAY "SITUACAO.: INATIVA"
               ELSE
                   DISPLAY "SITUACAO.: ATIVA"
               END-IF
               DISPLAY "ALTERADA.: " PLC-DATAHORA(1:8)
                       " POR " PLC-OPERADOR
           END-IF.

      *    ENTER MANTEM O VALOR ATUAL DE CADA CAMPO.
       0500-ALTERAR                  SECTION.
           PERFORM 0900-LE-CONTA.
           IF FS-PLANO NOT = 0
               GO TO 0500-SAIDA
           END-IF.
           DISPLAY "DESCRICAO (" PLC-DESCRICAO ") : ".
           MOVE SPACES TO WRK-TEXTO.
           ACCEPT WRK-TEXTO.
           IF WRK-TEXTO NOT = SPACES
               MOVE WRK-TEXTO TO PLC-DESCRICAO
           END-IF.
           DISPLAY "GRUPO (" PLC-GRUPO ") : ".
           MOVE SPACES TO WRK-GRUPO.
           ACCEPT WRK-GRUPO.
           IF WRK-GRUPO NOT = SPACES
               IF GRUPO-VALIDO
                   MOVE WRK-GRUPO TO PLC-GRUPO
               ELSE
                   DISPLAY "GRUPO INVALIDO - MANTIDO " PLC-GRUPO
               END-IF
           END-IF.
           DISPLAY "NATUREZA (" PLC-NATUREZA ") : ".
           MOVE SPACES TO WRK-NATUREZA.
           ACCEPT WRK-NATUREZA.
           IF WRK-NATUREZA NOT = SPACES
               IF NATUREZA-VALIDA
                   MOVE WRK-NATUREZA TO PLC-NATUREZA
               ELSE
                   DISPLAY "NATUREZA INVALIDA - MANTIDA "
                           PLC-NATUREZA
               END-IF
           END-IF.
           MOVE WRK-OPERADOR TO PLC-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PLC-DATAHORA.
           REWRITE PLC-REG
             INVALID KEY
               DISPLAY "CONTA NAO REGRAVADA"
             NOT INVALID KEY
               DISPLAY "CONTA ALTERADA"
           END-REWRITE.

       0500-SAIDA.
           EXIT.

       0600-SITUACAO                 SECTION.
           PERFORM 0900-LE-CONTA.
           IF FS-PLANO NOT = 0
               GO TO 0600-SAIDA
           END-IF.
           IF PLC-INATIVA
               MOVE 'A' TO PLC-SITUACAO
           ELSE
               MOVE 'I' TO PLC-SITUACAO
           END-IF.
           MOVE WRK-OPERADOR TO PLC-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PLC-DATAHORA.
           REWRITE PLC-REG
             INVALID KEY
               DISPLAY "CONTA NAO REGRAVADA"
             NOT INVALID KEY
               IF PLC-INATIVA
                   DISPLAY "CONTA DESATIVADA"
               ELSE
                   DISPLAY "CONTA REATIVADA"
               END-IF
           END-REWRITE.

       0600-SAIDA.
           EXIT.

       0700-LISTAR                   SECTION.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE LOW-VALUES TO PLC-CONTA.
           START PLANO KEY IS NOT LESS PLC-CONTA
             INVALID KEY
               MOVE 23 TO FS-PLANO
             NOT INVALID KEY
               READ PLANO NEXT RECORD
           END-START.
           PERFORM UNTIL FS-PLANO NOT = 0
               ADD 1 TO WRK-QT-LISTADOS
               DISPLAY PLC-CONTA " " PLC-DESCRICAO " GRUPO "
                       PLC-GRUPO " NAT " PLC-NATUREZA
                       " SIT " PLC-SITUACAO
               READ PLANO NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-PLANO.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUMA CONTA CADASTRADA"
           END-IF.

       0900-LE-CONTA                 SECTION.
           DISPLAY "CODIGO DA CONTA : ".
           MOVE SPACES TO WRK-CONTA.
           ACCEPT WRK-CONTA.
           MOVE WRK-CONTA TO PLC-CONTA.
           READ PLANO
             INVALID KEY
               DISPLAY "CONTA NAO ENCONTRADA"
               MOVE 23 TO FS-PLANO
             NOT INVALID KEY
               MOVE 0 TO FS-PLANO
           END-READ.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-PLANO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PLANO.CTA.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PLANO
           END-STRING.

       COPY CFGLER.
