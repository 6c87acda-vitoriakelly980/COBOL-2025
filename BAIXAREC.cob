       IDENTIFICATION DIVISION.
       PROGRAM-ID. BAIXAREC.
      ******************************************************************
      *OBJETIVO: RECEBIMENTO DAS PARCELAS DOS PEDIDOS A PRAZO NO
      *          CONTAS A RECEBER (RECEBER.DAT.TXT, VIDE RCBREG.cpy).
      *          O CAIXA ENTRA PELA CHAVE DO CLIENTE, VE AS PARCELAS
      *          ABERTAS (VENCIMENTO, DIAS DE ATRASO E JUROS ATE HOJE)
      *          E BAIXA UMA PARCELA POR VEZ, PELO VALOR INTEGRAL MAIS
      *          OS JUROS DE ATRASO: CFG-JUROS-ATRASO % AO MES PRO RATA
      *          DIA, CONTADOS DO VENCIMENTO (JA EM DIA UTIL). A
      *          PARCELA BAIXADA FICA 'P' COM DATA, VALOR PAGO, JUROS E
      *          OPERADOR.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT RECEBER ASSIGN TO WRK-ARQ-RECEBER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RECEBER
               RECORD KEY      IS RCB-CHAVE
               ALTERNATE RECORD KEY IS RCB-CLIENTE WITH DUPLICATES.

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

       FD  RECEBER.
       COPY RCBREG.

       FD  CLIENTES.
       COPY CLIREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-RECEBER              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  FS-RECEBER                   PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES                  PIC 9(02) VALUE ZEROS.
       77  WRK-CLIENTES-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-PAIS                     PIC 9(03) VALUE ZEROS.
       77  WRK-FONE                     PIC 9(12) VALUE ZEROS.
       77  WRK-PEDIDO                   PIC 9(06) VALUE ZEROS.
       77  WRK-PARCELA                  PIC 9(02) VALUE ZEROS.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-QT-ABERTAS               PIC 9(03) VALUE ZEROS.
       77  WRK-DIAS-ATRASO              PIC S9(05) VALUE ZEROS.
       77  WRK-JUROS                    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-A-PAGAR                  PIC 9(09)V99 VALUE ZEROS.
       77  WRK-TOT-ABERTO               PIC 9(09)V99 VALUE ZEROS.
       77  WRK-DIAS-ED                  PIC ZZZZ9 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-JUROS-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN I-O RECEBER.
           IF FS-RECEBER NOT = 0
               DISPLAY "CONTAS A RECEBER NAO FOI ABERTO, STATUS="
                       FS-RECEBER " - NENHUM PEDIDO A PRAZO GRAVADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    O CADASTRO SO DA O NOME NA TELA; SEM ELE A BAIXA SEGUE.
           OPEN INPUT CLIENTES.
           IF FS-CLIENTES = 0
               MOVE 'S' TO WRK-CLIENTES-ABERTO
           END-IF.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           MOVE 1 TO WRK-FONE.
           PERFORM UNTIL WRK-FONE = ZEROS
               PERFORM 0100-LE-CLIENTE
               IF WRK-FONE NOT = ZEROS
                   PERFORM 0200-LISTA-ABERTAS
                   IF WRK-QT-ABERTAS > ZEROS
                       PERFORM 0300-BAIXA-PARCELA
                   END-IF
               END-IF
           END-PERFORM.
           CLOSE RECEBER.
           IF WRK-CLIENTES-ABERTO = 'S'
               CLOSE CLIENTES
           END-IF.
           GOBACK.

       0100-LE-CLIENTE               SECTION.
           DISPLAY " ".
           DISPLAY "===== RECEBIMENTO DE PARCELAS =====".
           DISPLAY "PAIS (DDI, ENTER=055) : ".
           MOVE ZEROS TO WRK-PAIS.
           ACCEPT WRK-PAIS.
           IF WRK-PAIS = ZEROS
               MOVE 55 TO WRK-PAIS
           END-IF.
           DISPLAY "TELEFONE DO CLIENTE (0 = SAIR) : ".
           MOVE ZEROS TO WRK-FONE.
           ACCEPT WRK-FONE.
           IF WRK-FONE = ZEROS OR WRK-CLIENTES-ABERTO NOT = 'S'
               GO TO 0100-SAIDA
           END-IF.
           MOVE WRK-PAIS TO CLIENTES-PAIS.
           MOVE WRK-FONE TO CLIENTES-FONE.
           READ CLIENTES
             INVALID KEY
               DISPLAY "CLIENTE NAO CADASTRADO"
             NOT INVALID KEY
               DISPLAY "CLIENTE: " CLIENTES-NOME
           END-READ.

       0100-SAIDA.
           EXIT.

      *    PARCELAS ABERTAS DO CLIENTE PELA CHAVE ALTERNADA, NA ORDEM
      *    DE GRAVACAO (PEDIDO E PARCELA), COM OS JUROS ATE HOJE.
       0200-LISTA-ABERTAS            SECTION.
           MOVE ZEROS TO WRK-QT-ABERTAS WRK-TOT-ABERTO.
           MOVE WRK-PAIS TO RCB-PAIS.
           MOVE WRK-FONE TO RCB-FONE.
           START RECEBER KEY IS EQUAL RCB-CLIENTE
             INVALID KEY
               MOVE 23 TO FS-RECEBER
             NOT INVALID KEY
               READ RECEBER NEXT RECORD
           END-START.
           PERFORM UNTIL FS-RECEBER NOT = 0
                         OR RCB-PAIS NOT = WRK-PAIS
                         OR RCB-FONE NOT = WRK-FONE
               IF RCB-ABERTA
                   ADD 1 TO WRK-QT-ABERTAS
                   PERFORM 0400-CALCULA-JUROS
                   ADD WRK-A-PAGAR TO WRK-TOT-ABERTO
                   MOVE RCB-VALOR       TO WRK-VALOR-ED
                   MOVE WRK-JUROS       TO WRK-JUROS-ED
                   MOVE ZEROS           TO WRK-DIAS-ED
                   IF WRK-DIAS-ATRASO > ZEROS
                       MOVE WRK-DIAS-ATRASO TO WRK-DIAS-ED
                   END-IF
                   DISPLAY "PEDIDO " RCB-PEDIDO " PARC " RCB-PARCELA
                           "/" RCB-QT-PARCELAS " VENC "
                           RCB-VENCIMENTO(7:2) "/" RCB-VENCIMENTO(5:2)
                           "/" RCB-VENCIMENTO(1:4) " " WRK-VALOR-ED
                           " ATRASO " WRK-DIAS-ED " JUROS "
                           WRK-JUROS-ED
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-RECEBER.
           IF WRK-QT-ABERTAS = ZEROS
               DISPLAY "NENHUMA PARCELA ABERTA PARA O CLIENTE"
           ELSE
               MOVE WRK-TOT-ABERTO TO WRK-VALOR-ED
               DISPLAY WRK-QT-ABERTAS " PARCELA(S) ABERTA(S) - TOTAL "
                       "COM JUROS ATE HOJE: " WRK-VALOR-ED
           END-IF.

      *    A BAIXA E SEMPRE DA PARCELA INTEIRA MAIS OS JUROS DO DIA.
      *    PARCELA DE OUTRO CLIENTE, JA PAGA OU CANCELADA E RECUSADA.
       0300-BAIXA-PARCELA            SECTION.
           DISPLAY "PEDIDO A BAIXAR (0 = NENHUM) : ".
           MOVE ZEROS TO WRK-PEDIDO.
           ACCEPT WRK-PEDIDO.
           IF WRK-PEDIDO = ZEROS
               GO TO 0300-SAIDA
           END-IF.
           DISPLAY "PARCELA : ".
           MOVE ZEROS TO WRK-PARCELA.
           ACCEPT WRK-PARCELA.
           MOVE WRK-PEDIDO  TO RCB-PEDIDO.
           MOVE WRK-PARCELA TO RCB-PARCELA.
           READ RECEBER
             INVALID KEY
               DISPLAY "PARCELA NAO ENCONTRADA"
               GO TO 0300-SAIDA
           END-READ.
           IF RCB-PAIS NOT = WRK-PAIS OR RCB-FONE NOT = WRK-FONE
               DISPLAY "PARCELA NAO E DESTE CLIENTE"
               GO TO 0300-SAIDA
           END-IF.
           IF NOT RCB-ABERTA
               DISPLAY "PARCELA NAO ESTA ABERTA (SITUACAO "
                       RCB-SITUACAO ")"
               GO TO 0300-SAIDA
           END-IF.
           PERFORM 0400-CALCULA-JUROS.
           MOVE RCB-VALOR   TO WRK-VALOR-ED.
           DISPLAY "VALOR DA PARCELA....: " WRK-VALOR-ED.
           MOVE WRK-JUROS   TO WRK-VALOR-ED.
           DISPLAY "JUROS DE ATRASO.....: " WRK-VALOR-ED.
           MOVE WRK-A-PAGAR TO WRK-VALOR-ED.
           DISPLAY "TOTAL A RECEBER.....: " WRK-VALOR-ED.
           DISPLAY "CONFIRMA O RECEBIMENTO (S/N) ? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY "RECEBIMENTO NAO CONFIRMADO"
               GO TO 0300-SAIDA
           END-IF.
           MOVE 'P'          TO RCB-SITUACAO.
           MOVE WRK-HOJE     TO RCB-DATA-PAGTO.
           MOVE WRK-JUROS    TO RCB-JUROS.
           MOVE WRK-A-PAGAR  TO RCB-VALOR-PAGO.
           MOVE WRK-OPERADOR TO RCB-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RCB-DATAHORA.
           REWRITE RECEBER-REG
             INVALID KEY
               DISPLAY "PARCELA NAO REGRAVADA, STATUS=" FS-RECEBER
             NOT INVALID KEY
               DISPLAY "PARCELA " RCB-PARCELA " DO PEDIDO "
                       RCB-PEDIDO " RECEBIDA"
           END-REWRITE.

       0300-SAIDA.
           EXIT.

      *    JUROS PRO RATA DIA SOBRE O VALOR DA PARCELA, A PARTIR DO
      *    DIA SEGUINTE AO VENCIMENTO.
       0400-CALCULA-JUROS            SECTION.
           MOVE ZEROS TO WRK-JUROS.
           COMPUTE WRK-DIAS-ATRASO =
                   FUNCTION INTEGER-OF-DATE(WRK-HOJE) -
                   FUNCTION INTEGER-OF-DATE(RCB-VENCIMENTO).
           IF WRK-DIAS-ATRASO > ZEROS
               COMPUTE WRK-JUROS ROUNDED =
                       RCB-VALOR * CFG-JUROS-ATRASO / 100
                       * WRK-DIAS-ATRASO / 30
           END-IF.
           COMPUTE WRK-A-PAGAR = RCB-VALOR + WRK-JUROS.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-RECEBER.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECEBER.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECEBER
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.

       COPY CFGLER.
