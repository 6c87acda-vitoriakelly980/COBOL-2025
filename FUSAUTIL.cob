       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSAUTIL.
      ******************************************************************
      *OBJETIVO: ROTINA COMPARTILHADA DA FUSAO DE CADASTROS DUPLICADOS
      *          (VIDE FUSAUTW.cpy), CHAMADA POR CALL COMO O DIAUTIL.
      *          NA FUSAO ('F') REAPONTA DA CHAVE VITIMA PARA A CHAVE
      *          SOBREVIVENTE:
      *            - O COMPRADOR DOS CABECALHOS 'H' DO PEDIDOS.DAT.TXT
      *            - O TITULAR DAS CONTAS NO CONTAS.TIT.TXT
      *            - O CONSENTIMENTO DE MARKETING (CLIENTES.CON.TXT):
      *              SE OS DOIS TEM REGISTRO, FICA A DECISAO MAIS
      *              RECENTE; O DA VITIMA SAI DO ARQUIVO
      *            - AS FILAS DE EMAIL, ENDERECO E DOCUMENTO DO
      *              CLIENTES
      *            - OS CHAMADOS DE ATENDIMENTO (ATENDIM.DAT.TXT),
      *              RENUMERADOS NA SEQUENCIA DO SOBREVIVENTE
      *            - FUSOES ANTERIORES QUE APONTAVAM PARA A VITIMA
      *            - O SALDO DE PONTOS DE FIDELIDADE, TRANSFERIDO PELA
      *              ROTINA PONTMOV (TS NA VITIMA, TE NO SOBREVIVENTE)
      *            - O CLIENTE DAS PARCELAS DO CONTAS A RECEBER
      *              (RECEBER.DAT.TXT), QUALQUER QUE SEJA A SITUACAO
      *            - O CLIENTE DAS ENTREGAS (ENTREGAS.DAT.TXT),
      *              QUALQUER QUE SEJA A SITUACAO
      *            - O CLIENTE DAS PROMOCOES EXCLUSIVAS ('E') DO
      *              PROMOCOES.DAT.TXT
      *            - OS PEDIDOS DE APROVACAO DUPLA AINDA PENDENTES NO
      *              CLIENTES.APR.TXT
      *          E REGISTRA O PAR NO CLIENTES.FUS.TXT. USADA PELA
      *          OPCAO F DO CLIENTES E PELO LOTE FUSAOCLI, QUE FAZEM
      *          A GRAVACAO DO CLIENTES-REG E CHAMAM ESTA ROTINA DEPOIS.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT FUSOES ASSIGN TO WRK-ARQ-FUSOES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUSOES
               RECORD KEY      IS FUS-VITIMA.

           SELECT PEDIDOS ASSIGN TO WRK-ARQ-PEDIDOS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PEDIDOS.

           SELECT TITULAR ASSIGN TO WRK-ARQ-TITULAR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-TITULAR
               RECORD KEY      IS TIT-CONTA.

           SELECT CONSENT ASSIGN TO WRK-ARQ-CONSENT
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CONSENT
               RECORD KEY      IS CONSENT-CHAVE.

           SELECT PENDENTE ASSIGN TO WRK-ARQ-PENDENTE
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PENDENTE.

           SELECT ENDPEND ASSIGN TO WRK-ARQ-ENDPEND
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-ENDPEND.

           SELECT DOCPEND ASSIGN TO WRK-ARQ-DOCPEND
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-DOCPEND.

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

           SELECT PROMOCOES ASSIGN TO WRK-ARQ-PROMOCOES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PROMOCOES
               RECORD KEY      IS PROM-CODIGO.

           SELECT CLIAPR ASSIGN TO WRK-ARQ-CLIAPR
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CLIAPR.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  FUSOES.
       COPY FUSREG.

       FD  PEDIDOS.
       COPY PEDIDREG.

       FD  TITULAR.
       COPY TITREG.

       FD  CONSENT.
       COPY CONSREG.

       FD  PENDENTE.
       01  PENDENTE-REG.
           05 PEND-CHAVE                PIC X(15).

       FD  ENDPEND.
       01  ENDPEND-REG.
           05 ENDP-CHAVE                PIC X(15).

       FD  DOCPEND.
       01  DOCPEND-REG.
           05 DOCP-CHAVE                PIC X(15).

       FD  ATENDIM.
       COPY ATDREG.

       FD  RECEBER.
       COPY RCBREG.

       FD  ENTREGAS.
       COPY ENTRREG.

       FD  PROMOCOES.
       COPY PROMREG.

       FD  CLIAPR.
       COPY CLIAPRRG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-FUSOES               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PEDIDOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TITULAR              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONSENT              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PENDENTE             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ENDPEND              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-DOCPEND              PIC X(80) VALUE SPACES.
       77  FS-FUSOES                    PIC 9(02) VALUE ZEROS.
       77  FS-PEDIDOS                   PIC 9(02) VALUE ZEROS.
       77  FS-TITULAR                   PIC 9(02) VALUE ZEROS.
       77  FS-CONSENT                   PIC 9(02) VALUE ZEROS.
       77  FS-PENDENTE                  PIC 9(02) VALUE ZEROS.
       77  FS-ENDPEND                   PIC 9(02) VALUE ZEROS.
       77  FS-DOCPEND                   PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ATENDIM              PIC X(80) VALUE SPACES.
       77  FS-ATENDIM                   PIC 9(02) VALUE ZEROS.
       77  WRK-ULT-NUMERO               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CHM                   PIC 9(03) VALUE ZEROS.
       77  WRK-CHM-I                    PIC 9(03) VALUE ZEROS.
       77  WRK-ARQ-RECEBER              PIC X(80) VALUE SPACES.
       77  FS-RECEBER                   PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-ENTREGAS             PIC X(80) VALUE SPACES.
       77  FS-ENTREGAS                  PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-PROMOCOES            PIC X(80) VALUE SPACES.
       77  FS-PROMOCOES                 PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-CLIAPR               PIC X(80) VALUE SPACES.
       77  FS-CLIAPR                    PIC 9(02) VALUE ZEROS.
       01  WRK-CHM-TABELA.
           05 WRK-CHM-IMAGEM            PIC X(200) OCCURS 200 TIMES.
       01  WRK-CONS-VITIMA.
           05 WRK-CONSV-CHAVE           PIC X(15).
           05 WRK-CONSV-FLAG            PIC X(01).
           05 WRK-CONSV-BASE            PIC X(02).
           05 WRK-CONSV-DATAHORA        PIC X(21).
           05 WRK-CONSV-OPERADOR        PIC X(08).

       COPY PONTMW.

       LINKAGE SECTION.
       COPY FUSAUTW.

       PROCEDURE DIVISION USING FUSAUTIL-PARM.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           MOVE 'N' TO FUSAUTIL-ACHOU.
           IF FUSAUTIL-FUNCAO = 'F'
               MOVE ZEROS TO FUSAUTIL-QT-PEDIDOS FUSAUTIL-QT-CONTAS
                             FUSAUTIL-QT-CONSENT FUSAUTIL-QT-FILAS
                             FUSAUTIL-QT-CHAMADOS FUSAUTIL-QT-PONTOS
                             FUSAUTIL-QT-PARCELAS FUSAUTIL-QT-ENTREGAS
                             FUSAUTIL-QT-PROMOCOES
                             FUSAUTIL-QT-APROVACOES
               PERFORM 0100-REGISTRA-FUSAO
               PERFORM 0200-REAPONTA-PEDIDOS
               PERFORM 0300-REAPONTA-CONTAS
               PERFORM 0400-REAPONTA-CONSENT
               PERFORM 0500-REAPONTA-FILAS
               PERFORM 0600-REAPONTA-CHAMADOS
               PERFORM 0700-TRANSFERE-PONTOS
               PERFORM 0800-REAPONTA-RECEBER
               PERFORM 0900-REAPONTA-ENTREGAS
               PERFORM 1000-REAPONTA-PROMOCOES
               PERFORM 1100-REAPONTA-APROVACOES
           ELSE
               PERFORM 0050-CONSULTA-FUSAO
           END-IF.
           GOBACK.

       0050-CONSULTA-FUSAO           SECTION.
           OPEN INPUT FUSOES.
           IF FS-FUSOES = 0
               MOVE FUSAUTIL-VITIMA TO FUS-VITIMA
               READ FUSOES
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'S' TO FUSAUTIL-ACHOU
                   MOVE FUS-SOBREVIVENTE TO FUSAUTIL-SOBREVIVENTE
               END-READ
               CLOSE FUSOES
           END-IF.

      *    QUEM JA TINHA SIDO FUNDIDO NA VITIMA PASSA A APONTAR DIRETO
      *    PARA O SOBREVIVENTE, PARA A CONSULTA NUNCA CAIR NUMA CHAVE
      *    INATIVA NO MEIO DA CADEIA.
       0100-REGISTRA-FUSAO           SECTION.
           OPEN I-O FUSOES.
           IF FS-FUSOES = 35
               OPEN OUTPUT FUSOES
               CLOSE FUSOES
               OPEN I-O FUSOES
           END-IF.
           IF FS-FUSOES NOT = 0
               DISPLAY "CADASTRO DE FUSOES INDISPONIVEL, STATUS="
                       FS-FUSOES
               GO TO 0100-SAIDA
           END-IF.
           READ FUSOES NEXT RECORD
           PERFORM UNTIL FS-FUSOES NOT = 0
               IF FUS-SOBREVIVENTE = FUSAUTIL-VITIMA
                   MOVE FUSAUTIL-SOBREVIVENTE TO FUS-SOBREVIVENTE
                   REWRITE FUSAO-REG
               END-IF
               READ FUSOES NEXT RECORD
           END-PERFORM.
           MOVE FUSAUTIL-VITIMA       TO FUS-VITIMA.
           MOVE FUSAUTIL-SOBREVIVENTE TO FUS-SOBREVIVENTE.
           MOVE FUNCTION CURRENT-DATE TO FUS-DATAHORA.
           MOVE FUSAUTIL-OPERADOR     TO FUS-OPERADOR.
           WRITE FUSAO-REG
             INVALID KEY
               REWRITE FUSAO-REG
           END-WRITE.
           CLOSE FUSOES.

       0100-SAIDA.
           EXIT.

       0200-REAPONTA-PEDIDOS         SECTION.
           OPEN I-O PEDIDOS.
           IF FS-PEDIDOS NOT = 0
               GO TO 0200-SAIDA
           END-IF.
           READ PEDIDOS NEXT RECORD
           PERFORM UNTIL FS-PEDIDOS NOT = 0
               IF PED-TIPO = 'H' AND PED-CLI-TIPO = 'C'
                       AND PED-CLI-PAIS = FUSAUTIL-VIT-PAIS
                       AND PED-CLI-FONE = FUSAUTIL-VIT-FONE
                   MOVE FUSAUTIL-SOB-PAIS TO PED-CLI-PAIS
                   MOVE FUSAUTIL-SOB-FONE TO PED-CLI-FONE
                   REWRITE PEDIDO-REG
                   ADD 1 TO FUSAUTIL-QT-PEDIDOS
               END-IF
               READ PEDIDOS NEXT RECORD
           END-PERFORM.
           CLOSE PEDIDOS.

       0200-SAIDA.
           EXIT.

       0300-REAPONTA-CONTAS          SECTION.
           OPEN I-O TITULAR.
           IF FS-TITULAR NOT = 0
               GO TO 0300-SAIDA
           END-IF.
           READ TITULAR NEXT RECORD
           PERFORM UNTIL FS-TITULAR NOT = 0
               IF TIT-PAIS = FUSAUTIL-VIT-PAIS
                       AND TIT-FONE = FUSAUTIL-VIT-FONE
                   MOVE FUSAUTIL-SOB-PAIS TO TIT-PAIS
                   MOVE FUSAUTIL-SOB-FONE TO TIT-FONE
                   REWRITE TITULAR-REG
                   ADD 1 TO FUSAUTIL-QT-CONTAS
               END-IF
               READ TITULAR NEXT RECORD
           END-PERFORM.
           CLOSE TITULAR.

       0300-SAIDA.
           EXIT.

      *    O CONSENTIMENTO E INDEXADO PELA CHAVE DO CLIENTE: O DA
      *    VITIMA SAI E, SE O SOBREVIVENTE NAO TINHA OU TINHA UMA
      *    DECISAO MAIS ANTIGA, A DA VITIMA PASSA A VALER PARA ELE.
       0400-REAPONTA-CONSENT         SECTION.
           OPEN I-O CONSENT.
           IF FS-CONSENT NOT = 0
               GO TO 0400-SAIDA
           END-IF.
           MOVE FUSAUTIL-VITIMA TO CONSENT-CHAVE.
           READ CONSENT
             INVALID KEY
               CLOSE CONSENT
               GO TO 0400-SAIDA
           END-READ.
           MOVE CONSENT-REG TO WRK-CONS-VITIMA.
           DELETE CONSENT RECORD.
           ADD 1 TO FUSAUTIL-QT-CONSENT.
           MOVE FUSAUTIL-SOBREVIVENTE TO CONSENT-CHAVE.
           READ CONSENT
             INVALID KEY
               MOVE WRK-CONS-VITIMA       TO CONSENT-REG
               MOVE FUSAUTIL-SOBREVIVENTE TO CONSENT-CHAVE
               WRITE CONSENT-REG
             NOT INVALID KEY
               IF WRK-CONSV-DATAHORA > CONSENT-DATAHORA
                   MOVE WRK-CONS-VITIMA       TO CONSENT-REG
                   MOVE FUSAUTIL-SOBREVIVENTE TO CONSENT-CHAVE
                   REWRITE CONSENT-REG
               END-IF
           END-READ.
           CLOSE CONSENT.

       0400-SAIDA.
           EXIT.

      *    AS TRES FILAS DO CLIENTES TEM O MESMO LAYOUT (PAIS + FONE):
      *    A ENTRADA DA VITIMA E REGRAVADA NO LUGAR COM A CHAVE QUE
      *    FICOU - SE O SOBREVIVENTE JA ESTIVER COMPLETO, A FILA
      *    SIMPLESMENTE DESCARTA A ENTRADA NA PROXIMA SESSAO.
       0500-REAPONTA-FILAS           SECTION.
           OPEN I-O PENDENTE.
           IF FS-PENDENTE = 0
               READ PENDENTE NEXT RECORD
               PERFORM UNTIL FS-PENDENTE NOT = 0
                   IF PEND-CHAVE = FUSAUTIL-VITIMA
                       MOVE FUSAUTIL-SOBREVIVENTE TO PEND-CHAVE
                       REWRITE PENDENTE-REG
                       ADD 1 TO FUSAUTIL-QT-FILAS
                   END-IF
                   READ PENDENTE NEXT RECORD
               END-PERFORM
               CLOSE PENDENTE
           END-IF.
           OPEN I-O ENDPEND.
           IF FS-ENDPEND = 0
               READ ENDPEND NEXT RECORD
               PERFORM UNTIL FS-ENDPEND NOT = 0
                   IF ENDP-CHAVE = FUSAUTIL-VITIMA
                       MOVE FUSAUTIL-SOBREVIVENTE TO ENDP-CHAVE
                       REWRITE ENDPEND-REG
                       ADD 1 TO FUSAUTIL-QT-FILAS
                   END-IF
                   READ ENDPEND NEXT RECORD
               END-PERFORM
               CLOSE ENDPEND
           END-IF.
           OPEN I-O DOCPEND.
           IF FS-DOCPEND = 0
               READ DOCPEND NEXT RECORD
               PERFORM UNTIL FS-DOCPEND NOT = 0
                   IF DOCP-CHAVE = FUSAUTIL-VITIMA
                       MOVE FUSAUTIL-SOBREVIVENTE TO DOCP-CHAVE
                       REWRITE DOCPEND-REG
                       ADD 1 TO FUSAUTIL-QT-FILAS
                   END-IF
                   READ DOCPEND NEXT RECORD
               END-PERFORM
               CLOSE DOCPEND
           END-IF.

      *    O NUMERO DO CHAMADO E SEQUENCIAL DENTRO DO CLIENTE, ENTAO
      *    OS CHAMADOS DA VITIMA NAO PODEM SO TROCAR DE CHAVE: SAO
      *    GUARDADOS, APAGADOS E REGRAVADOS NA CHAVE DO SOBREVIVENTE
      *    CONTINUANDO A NUMERACAO DELE.
       0600-REAPONTA-CHAMADOS        SECTION.
           OPEN I-O ATENDIM.
           IF FS-ATENDIM NOT = 0
               GO TO 0600-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-ULT-NUMERO.
           MOVE FUSAUTIL-SOB-PAIS TO ATD-PAIS.
           MOVE FUSAUTIL-SOB-FONE TO ATD-FONE.
           MOVE ZEROS             TO ATD-NUMERO.
           START ATENDIM KEY IS NOT LESS ATD-CHAVE
             INVALID KEY
               MOVE 23 TO FS-ATENDIM
             NOT INVALID KEY
               READ ATENDIM NEXT RECORD
           END-START.
           PERFORM UNTIL FS-ATENDIM NOT = 0
                   OR ATD-CLIENTE NOT = FUSAUTIL-SOBREVIVENTE
               MOVE ATD-NUMERO TO WRK-ULT-NUMERO
               READ ATENDIM NEXT RECORD
           END-PERFORM.
           MOVE ZEROS TO WRK-QT-CHM.
           MOVE FUSAUTIL-VIT-PAIS TO ATD-PAIS.
           MOVE FUSAUTIL-VIT-FONE TO ATD-FONE.
           MOVE ZEROS             TO ATD-NUMERO.
           START ATENDIM KEY IS NOT LESS ATD-CHAVE
             INVALID KEY
               MOVE 23 TO FS-ATENDIM
             NOT INVALID KEY
               READ ATENDIM NEXT RECORD
           END-START.
           PERFORM UNTIL FS-ATENDIM NOT = 0
                   OR ATD-CLIENTE NOT = FUSAUTIL-VITIMA
                   OR WRK-QT-CHM = 200
               ADD 1 TO WRK-QT-CHM
               MOVE ATD-REG TO WRK-CHM-IMAGEM(WRK-QT-CHM)
               READ ATENDIM NEXT RECORD
           END-PERFORM.
           PERFORM VARYING WRK-CHM-I FROM 1 BY 1
                   UNTIL WRK-CHM-I > WRK-QT-CHM
               MOVE WRK-CHM-IMAGEM(WRK-CHM-I) TO ATD-REG
               DELETE ATENDIM RECORD
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   ADD 1 TO WRK-ULT-NUMERO
                   MOVE FUSAUTIL-SOBREVIVENTE TO ATD-CLIENTE
                   MOVE WRK-ULT-NUMERO        TO ATD-NUMERO
                   WRITE ATD-REG
                     INVALID KEY
                       DISPLAY "CHAMADO NAO REAPONTADO: "
                               WRK-CHM-IMAGEM(WRK-CHM-I)(1:20)
                     NOT INVALID KEY
                       ADD 1 TO FUSAUTIL-QT-CHAMADOS
                   END-WRITE
               END-DELETE
           END-PERFORM.
           CLOSE ATENDIM.

       0600-SAIDA.
           EXIT.

       0700-TRANSFERE-PONTOS         SECTION.
           MOVE 'S'             TO PONTMOV-FUNCAO.
           MOVE FUSAUTIL-VITIMA TO PONTMOV-CHAVE.
           CALL 'PONTMOV' USING PONTMOV-PARM.
           IF PONTMOV-RETORNO NOT = 'S' OR PONTMOV-SALDO = ZEROS
               GO TO 0700-SAIDA
           END-IF.
           MOVE 'M'               TO PONTMOV-FUNCAO.
           MOVE 'TS'              TO PONTMOV-TIPO.
           MOVE PONTMOV-SALDO     TO PONTMOV-QTDE.
           MOVE ZEROS             TO PONTMOV-PEDIDO.
           MOVE FUSAUTIL-OPERADOR TO PONTMOV-ORIGEM.
           CALL 'PONTMOV' USING PONTMOV-PARM.
           IF PONTMOV-RETORNO NOT = 'S' OR PONTMOV-QTDE = ZEROS
               GO TO 0700-SAIDA
           END-IF.
           MOVE FUSAUTIL-SOBREVIVENTE TO PONTMOV-CHAVE.
           MOVE 'TE'              TO PONTMOV-TIPO.
           CALL 'PONTMOV' USING PONTMOV-PARM.
           MOVE PONTMOV-QTDE      TO FUSAUTIL-QT-PONTOS.

       0700-SAIDA.
           EXIT.

      *    A CHAVE DO CLIENTE E CHAVE ALTERNADA NO CONTAS A RECEBER:
      *    A CADA REGRAVACAO A PARCELA SAI DA VITIMA, ENTAO O START
      *    NA VITIMA E REFEITO ATE NAO SOBRAR NENHUMA.
       0800-REAPONTA-RECEBER         SECTION.
           OPEN I-O RECEBER.
           IF FS-RECEBER NOT = 0
               GO TO 0800-SAIDA
           END-IF.
           PERFORM UNTIL FS-RECEBER NOT = 0
               MOVE FUSAUTIL-VITIMA TO RCB-CLIENTE
               START RECEBER KEY IS EQUAL RCB-CLIENTE
                 INVALID KEY
                   MOVE 23 TO FS-RECEBER
                 NOT INVALID KEY
                   READ RECEBER NEXT RECORD
               END-START
               IF FS-RECEBER = 0
                   MOVE FUSAUTIL-SOBREVIVENTE TO RCB-CLIENTE
                   REWRITE RECEBER-REG
                     INVALID KEY
                       DISPLAY "PARCELA NAO REAPONTADA: " RCB-CHAVE
                       MOVE 23 TO FS-RECEBER
                     NOT INVALID KEY
                       ADD 1 TO FUSAUTIL-QT-PARCELAS
                   END-REWRITE
               END-IF
           END-PERFORM.
           CLOSE RECEBER.

       0800-SAIDA.
           EXIT.

      *    A ENTREGA GUARDA O CLIENTE DO PEDIDO PARA O ENDERECO DA
      *    EXPEDICAO (MANTENTR) E PARA O ATRENTR; A CHAVE DO ARQUIVO E
      *    O PEDIDO, ENTAO BASTA REGRAVAR NO LUGAR.
       0900-REAPONTA-ENTREGAS        SECTION.
           OPEN I-O ENTREGAS.
           IF FS-ENTREGAS NOT = 0
               GO TO 0900-SAIDA
           END-IF.
           READ ENTREGAS NEXT RECORD
           PERFORM UNTIL FS-ENTREGAS NOT = 0
               IF ENT-CLI-TIPO = 'C'
                       AND ENT-CLI-PAIS = FUSAUTIL-VIT-PAIS
                       AND ENT-CLI-FONE = FUSAUTIL-VIT-FONE
                   MOVE FUSAUTIL-SOB-PAIS TO ENT-CLI-PAIS
                   MOVE FUSAUTIL-SOB-FONE TO ENT-CLI-FONE
                   REWRITE ENT-REG
                     INVALID KEY
                       DISPLAY "ENTREGA NAO REAPONTADA: " ENT-PEDIDO
                     NOT INVALID KEY
                       ADD 1 TO FUSAUTIL-QT-ENTREGAS
                   END-REWRITE
               END-IF
               READ ENTREGAS NEXT RECORD
           END-PERFORM.
           CLOSE ENTREGAS.

       0900-SAIDA.
           EXIT.

      *    SO A PROMOCAO EXCLUSIVA DE UM CLIENTE ('E') TEM CHAVE DE
      *    CLIENTE; A DA VITIMA PASSA A VALER PARA O SOBREVIVENTE.
       1000-REAPONTA-PROMOCOES       SECTION.
           OPEN I-O PROMOCOES.
           IF FS-PROMOCOES NOT = 0
               GO TO 1000-SAIDA
           END-IF.
           READ PROMOCOES NEXT RECORD
           PERFORM UNTIL FS-PROMOCOES NOT = 0
               IF PROM-PARA-UM-CLIENTE
                       AND PROM-CLI-PAIS = FUSAUTIL-VIT-PAIS
                       AND PROM-CLI-FONE = FUSAUTIL-VIT-FONE
                   MOVE FUSAUTIL-SOB-PAIS TO PROM-CLI-PAIS
                   MOVE FUSAUTIL-SOB-FONE TO PROM-CLI-FONE
                   REWRITE PROM-REG
                     INVALID KEY
                       DISPLAY "PROMOCAO NAO REAPONTADA: " PROM-CODIGO
                     NOT INVALID KEY
                       ADD 1 TO FUSAUTIL-QT-PROMOCOES
                   END-REWRITE
               END-IF
               READ PROMOCOES NEXT RECORD
           END-PERFORM.
           CLOSE PROMOCOES.

       1000-SAIDA.
           EXIT.

      *    SO O PEDIDO AINDA PENDENTE MUDA DE CHAVE: O APROVADOR PASSA
      *    A DECIDIR SOBRE O CADASTRO QUE FICOU. APROVADOS E RECUSADOS
      *    FICAM COMO HISTORICO NA CHAVE ORIGINAL.
       1100-REAPONTA-APROVACOES      SECTION.
           OPEN I-O CLIAPR.
           IF FS-CLIAPR NOT = 0
               GO TO 1100-SAIDA
           END-IF.
           READ CLIAPR NEXT RECORD
           PERFORM UNTIL FS-CLIAPR NOT = 0
               IF CAPR-PENDENTE
                       AND CAPR-CHAVE = FUSAUTIL-VITIMA
                   MOVE FUSAUTIL-SOBREVIVENTE TO CAPR-CHAVE
                   REWRITE CLIAPR-REG
                   ADD 1 TO FUSAUTIL-QT-APROVACOES
               END-IF
               READ CLIAPR NEXT RECORD
           END-PERFORM.
           CLOSE CLIAPR.

       1100-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-FUSOES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.FUS.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUSOES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PEDIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PEDIDOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PEDIDOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-TITULAR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTAS.TIT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TITULAR
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONSENT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.CON.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONSENT
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PENDENTE.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.PEND.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PENDENTE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ENDPEND.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.PEND.END.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENDPEND
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DOCPEND.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.PEND.DOC.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DOCPEND
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
           MOVE SPACES TO WRK-ARQ-ENTREGAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ENTREGAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENTREGAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PROMOCOES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PROMOCOES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PROMOCOES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIAPR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.APR.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIAPR
           END-STRING.

       COPY CFGLER.
