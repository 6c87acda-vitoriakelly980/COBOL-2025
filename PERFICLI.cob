      *              ARQUIVO DE VINCULOS, CAI NO TITULAR DE MESMO
      *              NOME, COMO ANTES)
      *            - OS PEDIDOS RECENTES DO CLIENTE (CABECALHOS 'H'
      *              DO PEDIDOS.DAT.TXT COM A CHAVE DELE), COM A
      *              SITUACAO DA ENTREGA DOS QUE SAEM PARA O CLIENTE
      *              (ENTREGAS.DAT.TXT DO MANTENTR)
      *            - OS CHAMADOS DE ATENDIMENTO AINDA NAO FECHADOS
      *              (ATENDIM.DAT.TXT DO MANTATD)
      *            - AS PARCELAS ABERTAS DOS PEDIDOS A PRAZO E O SALDO
      *              EM ABERTO NO CONTAS A RECEBER (RECEBER.DAT.TXT)
      *          E O FIM DO ATENDIMENTO QUE EXIGIA RODAR A CONSULTA,
      *          O AUDITCLI E O EXTRATO UM ATRAS DO OUTRO.
      *          O OPERADOR ENTRA COM A SENHA DO SISTEMA CLIENTES:
      *          QUEM NAO TEM PERFIL 'T' RECEBE A FICHA COM TELEFONE,
      *          EMAIL E NUMERO DA PORTA MASCARADOS (MASCARA.cpy), E A
      *          FICHA SEM MASCARA DE UM PERFIL 'T' FICA REGISTRADA NO
      *          CLILOG (VER-360).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT CLILOG ASSIGN TO WRK-ARQ-CLILOG
               ORGANIZATION    IS SEQUENTIAL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PEDIDOS.

           SELECT ATENDIM ASSIGN TO WRK-ARQ-ATENDIM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ATENDIM
               RECORD KEY      IS ATD-CHAVE.

           SELECT RECEBER ASSIGN TO WRK-ARQ-RECEBER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RECEBER
               RECORD KEY      IS RCB-CHAVE
               ALTERNATE RECORD KEY IS RCB-CLIENTE WITH DUPLICATES.

           SELECT ENTREGAS ASSIGN TO WRK-ARQ-ENTREGAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ENTREGAS
               RECORD KEY      IS ENT-PEDIDO.

           SELECT PERFREL ASSIGN TO WRK-ARQ-PERFREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PERFREL.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-OPERADOR
               RECORD KEY      IS OPER-ID.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
       FD  PEDIDOS.
       COPY PEDIDREG.

       FD  ATENDIM.
       COPY ATDREG.

       FD  RECEBER.
       COPY RCBREG.

       FD  ENTREGAS.
       COPY ENTRREG.

       FD  PERFREL.
       01  PERFREL-REG                  PIC X(100).

      *    MESMO LAYOUT DO OPERADOR DO SISTEMA CLIENTES (FD OPERADOR
      *    DO clientesprojeto.COB).
       FD  OPERADOR.
       01  OPER-REG.
           05 OPER-ID                   PIC X(08).
           05 OPER-NOME                 PIC X(30).
           05 OPER-SENHA                PIC X(08).
           05 OPER-PERFIL               PIC X(01).
              88 OPER-TOTAL             VALUE 'T'.
           05 OPER-FALHAS               PIC 9(02).
           05 OPER-SITUACAO             PIC X(01).
              88 OPER-BLOQUEADO         VALUE 'B'.
           05 OPER-SENHA-DATA           PIC 9(08).
           05 OPER-SENHA-ANT OCCURS 3 TIMES
                                        PIC X(08).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  WRK-SALDO-ED                 PIC -ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SITUACAO-TXT             PIC X(10) VALUE SPACES.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       77  WRK-ARQ-ATENDIM              PIC X(80) VALUE SPACES.
       77  FS-ATENDIM                   PIC 9(02) VALUE ZEROS.
       77  WRK-QT-CHAMADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-ARQ-OPERADOR             PIC X(80) VALUE SPACES.
       77  FS-OPERADOR                  PIC 9(02) VALUE ZEROS.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-SENHA-INF                PIC X(08) VALUE SPACES.
       77  WRK-LOGIN-OK                 PIC X(01) VALUE 'N'.
           88 LOGIN-OK                  VALUE 'S'.
       77  WRK-FONE-VISAO               PIC X(12) VALUE SPACES.
       77  WRK-CAD-SEQ                  PIC 9(07) VALUE ZEROS.
       77  WRK-CAD-CONTROLE             PIC 9(15) VALUE ZEROS.
       77  WRK-ARQ-RECEBER              PIC X(80) VALUE SPACES.
       77  FS-RECEBER                   PIC 9(02) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-QT-PARCELAS              PIC 9(03) VALUE ZEROS.
       77  WRK-QT-VENCIDAS              PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-RECEBER            PIC 9(09)V99 VALUE ZEROS.
       77  WRK-RCB-ED                   PIC ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-ARQ-ENTREGAS             PIC X(80) VALUE SPACES.
       77  FS-ENTREGAS                  PIC 9(02) VALUE ZEROS.
       77  WRK-ENT-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-ENTREGA-TXT              PIC X(12) VALUE SPACES.
       COPY MASCWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0050-SIGNON.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO NEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-FICHA-MESTRE.
           PERFORM 0300-FICHA-AUDITORIA.
           PERFORM 0400-FICHA-CONTAS.
           PERFORM 0450-FICHA-PEDIDOS.
           PERFORM 0460-FICHA-RECEBER.
           PERFORM 0470-FICHA-ATENDIMENTO.
           PERFORM 0500-FINALIZAR.
           IF NOT MASCARAR-DADOS
               PERFORM 0700-REGISTRA-VISAO
           END-IF.
           GOBACK.

      *    SENHA DO SISTEMA CLIENTES; O PERFIL DEFINE A MASCARA.
       0050-SIGNON                   SECTION.
           MOVE 'S' TO WRK-MASCARAR.
           OPEN INPUT OPERADOR.
           IF FS-OPERADOR NOT = 0
               DISPLAY "CADASTRO DE OPERADORES NAO FOI ABERTO, "
                       "STATUS=" FS-OPERADOR
               GO TO 0050-SAIDA
           END-IF.
           DISPLAY "OPERADOR :".
           ACCEPT WRK-OPERADOR.
           DISPLAY "SENHA    :".
           ACCEPT WRK-SENHA-INF.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADOR
             INVALID KEY
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
             NOT INVALID KEY
               IF OPER-SENHA = WRK-SENHA-INF
                       AND NOT OPER-BLOQUEADO
                   MOVE 'S' TO WRK-LOGIN-OK
                   IF OPER-TOTAL
                       MOVE 'N' TO WRK-MASCARAR
                   END-IF
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               END-IF
           END-READ.
           CLOSE OPERADOR.

       0050-SAIDA.
           EXIT.

       0100-INICIALIZAR              SECTION.
           DISPLAY "PAIS (DDI, ENTER=055) : ".
           ACCEPT WRK-PAIS.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-READ.
      *    O MESTRE SO E LIDO NESTE PROGRAMA: A MASCARA PODE SER
      *    APLICADA NO PROPRIO CLIENTES-REG.
           IF MASCARAR-DADOS
               PERFORM 9640-MASCARA-DADOS
               MOVE WRK-MASC-FONE   TO WRK-FONE-VISAO
               MOVE WRK-MASC-EMAIL  TO CLIENTES-EMAIL
               MOVE WRK-MASC-NUMERO TO CLIENTES-NUMERO
           ELSE
               MOVE CLIENTES-FONE   TO WRK-FONE-VISAO
           END-IF.
           OPEN OUTPUT PERFREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FICHA 360 DO CLIENTE ' DELIMITED BY SIZE
                  CLIENTES-PAIS           DELIMITED BY SIZE
                  ' '                     DELIMITED BY SIZE
                  WRK-FONE-VISAO          DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0600-GRAVA-LINHA.
               PERFORM 0600-GRAVA-LINHA
               GO TO 0450-SAIDA
           END-IF.
           OPEN INPUT ENTREGAS.
           IF FS-ENTREGAS = 0
               MOVE 'S' TO WRK-ENT-ABERTO
           END-IF.
           READ PEDIDOS NEXT RECORD
           PERFORM UNTIL FS-PEDIDOS = 10
               EVALUATE PED-TIPO
                              WRK-TOT-ED DELIMITED BY SIZE
                         INTO WRK-LINHA
                       END-STRING
                       IF PED-FRETE = 'G' OR PED-FRETE = 'E'
                           PERFORM 0455-SITUACAO-ENTREGA
                           MOVE 'ENTREGA '      TO WRK-LINHA(50:8)
                           MOVE WRK-ENTREGA-TXT TO WRK-LINHA(58:12)
                       END-IF
                       PERFORM 0600-GRAVA-LINHA
                   END-IF
                 WHEN OTHER
               READ PEDIDOS NEXT RECORD
           END-PERFORM.
           CLOSE PEDIDOS.
           IF WRK-ENT-ABERTO = 'S'
               CLOSE ENTREGAS
           END-IF.
           IF WRK-QT-PEDIDOS = 0
               MOVE 'NENHUM PEDIDO IDENTIFICADO' TO WRK-LINHA
               PERFORM 0600-GRAVA-LINHA
       0450-SAIDA.
           EXIT.

      *    SITUACAO DA ENTREGA DO PEDIDO DO 'T' CORRENTE (VIDE
      *    ENTRREG.cpy); SEM REGISTRO = PEDIDO AINDA NAO ACOMPANHADO.
       0455-SITUACAO-ENTREGA         SECTION.
           MOVE 'SEM REGISTRO' TO WRK-ENTREGA-TXT.
           IF WRK-ENT-ABERTO NOT = 'S'
               GO TO 0455-SAIDA
           END-IF.
           MOVE PED-NUMERO TO ENT-PEDIDO.
           READ ENTREGAS
             INVALID KEY
               GO TO 0455-SAIDA
           END-READ.
           EVALUATE TRUE
             WHEN ENT-EM-SEPARACAO
               MOVE 'EM SEPARACAO' TO WRK-ENTREGA-TXT
             WHEN ENT-EXPEDIDA
               MOVE 'EXPEDIDA'     TO WRK-ENTREGA-TXT
             WHEN ENT-ENTREGUE
               MOVE 'ENTREGUE'     TO WRK-ENTREGA-TXT
             WHEN ENT-DEVOLVIDA
               MOVE 'DEVOLVIDA'    TO WRK-ENTREGA-TXT
             WHEN ENT-CANCELADA
               MOVE 'CANCELADA'    TO WRK-ENTREGA-TXT
             WHEN OTHER
               MOVE 'DESCONHECIDA' TO WRK-ENTREGA-TXT
           END-EVALUATE.

       0455-SAIDA.
           EXIT.

      *    PARCELAS ABERTAS DO CLIENTE PELA CHAVE ALTERNADA DO CONTAS
      *    A RECEBER; VENCIDA E A DE VENCIMENTO ANTERIOR A HOJE.
       0460-FICHA-RECEBER            SECTION.
           MOVE '----- CONTAS A RECEBER -----' TO WRK-LINHA.
           PERFORM 0600-GRAVA-LINHA.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT RECEBER.
           IF FS-RECEBER NOT = 0
               MOVE 'NENHUMA VENDA A PRAZO REGISTRADA' TO WRK-LINHA
               PERFORM 0600-GRAVA-LINHA
               GO TO 0460-SAIDA
           END-IF.
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
                   ADD 1 TO WRK-QT-PARCELAS
                   ADD RCB-VALOR TO WRK-SALDO-RECEBER
                   MOVE RCB-VALOR TO WRK-RCB-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING 'PEDIDO '       DELIMITED BY SIZE
                          RCB-PEDIDO      DELIMITED BY SIZE
                          ' PARCELA '     DELIMITED BY SIZE
                          RCB-PARCELA     DELIMITED BY SIZE
                          '/'             DELIMITED BY SIZE
                          RCB-QT-PARCELAS DELIMITED BY SIZE
                          ' VENCE '       DELIMITED BY SIZE
                          RCB-VENCIMENTO  DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          WRK-RCB-ED      DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   IF RCB-VENCIMENTO < WRK-HOJE
                       ADD 1 TO WRK-QT-VENCIDAS
                       MOVE 'VENCIDA' TO WRK-LINHA(70:7)
                   END-IF
                   PERFORM 0600-GRAVA-LINHA
               END-IF
               READ RECEBER NEXT RECORD
           END-PERFORM.
           CLOSE RECEBER.
           MOVE WRK-SALDO-RECEBER TO WRK-RCB-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALDO EM ABERTO: ' DELIMITED BY SIZE
                  WRK-RCB-ED          DELIMITED BY SIZE
                  '  PARCELAS: '      DELIMITED BY SIZE
                  WRK-QT-PARCELAS     DELIMITED BY SIZE
                  '  VENCIDAS: '      DELIMITED BY SIZE
                  WRK-QT-VENCIDAS     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0600-GRAVA-LINHA.

       0460-SAIDA.
           EXIT.

      *    CHAMADOS ABERTOS OU EM ANDAMENTO: A CHAVE DO CHAMADO COMECA
      *    PELA CHAVE DO CLIENTE, ENTAO BASTA POSICIONAR NELA.
       0470-FICHA-ATENDIMENTO        SECTION.
           MOVE '----- CHAMADOS EM ABERTO -----' TO WRK-LINHA.
           PERFORM 0600-GRAVA-LINHA.
           OPEN INPUT ATENDIM.
           IF FS-ATENDIM NOT = 0
               MOVE 'NENHUM CHAMADO REGISTRADO' TO WRK-LINHA
               PERFORM 0600-GRAVA-LINHA
               GO TO 0470-SAIDA
           END-IF.
           MOVE WRK-PAIS TO ATD-PAIS.
           MOVE WRK-FONE TO ATD-FONE.
           MOVE ZEROS    TO ATD-NUMERO.
           START ATENDIM KEY IS NOT LESS ATD-CHAVE
             INVALID KEY
               MOVE 23 TO FS-ATENDIM
             NOT INVALID KEY
               READ ATENDIM NEXT RECORD
           END-START.
           PERFORM UNTIL FS-ATENDIM NOT = 0
                   OR ATD-PAIS NOT = WRK-PAIS
                   OR ATD-FONE NOT = WRK-FONE
               IF ATD-PENDENTE
                   ADD 1 TO WRK-QT-CHAMADOS
                   MOVE SPACES TO WRK-LINHA
                   STRING 'CHAMADO '     DELIMITED BY SIZE
                          ATD-NUMERO     DELIMITED BY SIZE
                          ' DE '         DELIMITED BY SIZE
                          ATD-DATA-ABERT DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          ATD-CATEGORIA  DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          ATD-SITUACAO   DELIMITED BY SIZE
                          ' '            DELIMITED BY SIZE
                          ATD-ASSUNTO    DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0600-GRAVA-LINHA
               END-IF
               READ ATENDIM NEXT RECORD
           END-PERFORM.
           CLOSE ATENDIM.
           IF WRK-QT-CHAMADOS = 0
               MOVE 'NENHUM CHAMADO EM ABERTO' TO WRK-LINHA
               PERFORM 0600-GRAVA-LINHA
           END-IF.

       0470-SAIDA.
           EXIT.

       0500-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING 'OPERACOES: '    DELIMITED BY SIZE
                  WRK-QT-CONTAS    DELIMITED BY SIZE
                  '  PEDIDOS: '    DELIMITED BY SIZE
                  WRK-QT-PEDIDOS   DELIMITED BY SIZE
                  '  CHAMADOS ABERTOS: ' DELIMITED BY SIZE
                  WRK-QT-CHAMADOS  DELIMITED BY SIZE
                  '  A RECEBER: '  DELIMITED BY SIZE
                  WRK-RCB-ED       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0600-GRAVA-LINHA.
           MOVE WRK-LINHA TO PERFREL-REG.
           WRITE PERFREL-REG.

      *    FICHA SEM MASCARA DE UM PERFIL 'T': UMA ENTRADA VER-360 NA
      *    CHAVE DO CLIENTE, NO FIM DO CLILOG E ENCADEADA COMO AS DO
      *    SISTEMA CLIENTES (VIDE CLILOGRG.cpy).
       0700-REGISTRA-VISAO           SECTION.
           MOVE ZEROS TO WRK-CAD-SEQ WRK-CAD-CONTROLE.
           OPEN INPUT CLILOG.
           IF FS-CLILOG = 0
               READ CLILOG NEXT RECORD
               PERFORM UNTIL FS-CLILOG NOT = 0
                   IF CLILOG-SEQUENCIA IS NUMERIC
                           AND CLILOG-CONTROLE IS NUMERIC
                       MOVE CLILOG-SEQUENCIA TO WRK-CAD-SEQ
                       MOVE CLILOG-CONTROLE  TO WRK-CAD-CONTROLE
                   END-IF
                   READ CLILOG NEXT RECORD
               END-PERFORM
               CLOSE CLILOG
           END-IF.
           OPEN EXTEND CLILOG.
           IF FS-CLILOG = 35
               OPEN OUTPUT CLILOG
               CLOSE CLILOG
               OPEN EXTEND CLILOG
           END-IF.
           MOVE 'VER-360 '            TO CLILOG-OPERACAO.
           MOVE WRK-PAIS              TO CLILOG-PAIS.
           MOVE WRK-FONE              TO CLILOG-FONE.
           MOVE FUNCTION CURRENT-DATE TO CLILOG-DATAHORA.
           MOVE WRK-OPERADOR          TO CLILOG-OPERADOR.
           ADD 1 TO WRK-CAD-SEQ.
           COMPUTE WRK-CAD-CONTROLE = FUNCTION MOD(
                   WRK-CAD-CONTROLE + WRK-CAD-SEQ
                   + CLILOG-PAIS + CLILOG-FONE, 1000000000000000).
           MOVE WRK-CAD-SEQ           TO CLILOG-SEQUENCIA.
           MOVE WRK-CAD-CONTROLE      TO CLILOG-CONTROLE.
           WRITE CLILOG-REG.
           CLOSE CLILOG.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
                  'PEDIDOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PEDIDOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ATENDIM.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ATENDIM.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ATENDIM
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RECEBER.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECEBER.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECEBER
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PERFREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.360.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PERFREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPERADOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-OPERADOR
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ENTREGAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ENTREGAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENTREGAS
           END-STRING.

       COPY CFGLER.

       COPY MASCARA.
