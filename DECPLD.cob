       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECPLD.
      ******************************************************************
      *OBJETIVO: DECISAO DO ANALISTA DE COMPLIANCE SOBRE OS ALERTAS DE
      *          PREVENCAO A LAVAGEM GERADOS PELO MONPLD
      *          (ALERTAS.PLD.TXT, VIDE ALERTREG.cpy). O ANALISTA
      *          ENTRA COM SEU OPERADOR E SENHA (OPERADOR.DAT.TXT DO
      *          SISTEMA CLIENTES), VE A LISTA DOS ALERTAS PENDENTES,
      *          ABRE UM PELO NUMERO - CABECALHO, CLIENTE TITULAR E AS
      *          LINHAS DO RAZAO QUE DISPARARAM - E REGISTRA A
      *          DECISAO: 'D' DESCARTADO OU 'C' COMUNICADO AO COAF,
      *          SEMPRE COM O PARECER. O ALERTA GUARDA QUEM DECIDIU E
      *          QUANDO; DECISAO DADA NAO SE ALTERA. ALERTA COMUNICADO
      *          GERA UMA NOTIFICACAO PARA O COMPLIANCE (ROTINA
      *          NOTIFICA) COMO REGISTRO DA COMUNICACAO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT ALERTAS ASSIGN TO WRK-ARQ-ALERTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ALERTAS
               RECORD KEY      IS ALERTA-CHAVE.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-OPERADOR
               RECORD KEY      IS OPER-ID.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  ALERTAS.
       COPY ALERTREG.

      *    MESMO LAYOUT DO OPERADOR DO SISTEMA CLIENTES (FD OPERADOR
      *    DO clientesprojeto.COB): SO O NECESSARIO PARA O SIGN-ON.
       FD  OPERADOR.
       01  OPER-REG.
           05 OPER-ID                   PIC X(08).
           05 OPER-NOME                 PIC X(30).
           05 OPER-SENHA                PIC X(08).
           05 OPER-PERFIL               PIC X(01).
           05 OPER-FALHAS               PIC 9(02).
           05 OPER-SITUACAO             PIC X(01).
              88 OPER-BLOQUEADO         VALUE 'B'.
           05 OPER-SENHA-DATA           PIC 9(08).
           05 OPER-SENHA-ANT OCCURS 3 TIMES
                                        PIC X(08).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ALERTAS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-OPERADOR             PIC X(80) VALUE SPACES.
       77  FS-ALERTAS                   PIC 9(02) VALUE ZEROS.
       77  FS-OPERADOR                  PIC 9(02) VALUE ZEROS.
       77  WRK-ANALISTA                 PIC X(08) VALUE SPACES.
       77  WRK-SENHA-INF                PIC X(08) VALUE SPACES.
       77  WRK-LOGIN-OK                 PIC X(01) VALUE 'N'.
           88 LOGIN-OK                  VALUE 'S'.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-NUMERO                   PIC 9(08) VALUE ZEROS.
       77  WRK-DECISAO                  PIC X(01) VALUE SPACES.
       77  WRK-PARECER                  PIC X(27) VALUE SPACES.
       77  WRK-QT-PENDENTES             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DESCARTADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-COMUNICADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZ9,99 VALUE ZEROS.
       COPY NOTIFW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           PERFORM 0100-SIGNON-ANALISTA.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO NEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O ALERTAS.
           IF FS-ALERTAS NOT = 0
               DISPLAY "ARQUIVO DE ALERTAS NAO FOI ABERTO, STATUS="
                       FS-ALERTAS " - O MONPLD AINDA NAO RODOU?"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 1 TO WRK-NUMERO.
           PERFORM UNTIL WRK-NUMERO = ZEROS
               PERFORM 0200-LISTA-PENDENTES
               DISPLAY "NUMERO DO ALERTA (0 = SAIR) : "
               MOVE ZEROS TO WRK-NUMERO
               ACCEPT WRK-NUMERO
               IF WRK-NUMERO NOT = ZEROS
                   PERFORM 0300-DECIDE-ALERTA
               END-IF
           END-PERFORM.
           CLOSE ALERTAS.
           DISPLAY "ALERTAS DESCARTADOS....: " WRK-QT-DESCARTADOS.
           DISPLAY "ALERTAS COMUNICADOS....: " WRK-QT-COMUNICADOS.
           GOBACK.

       0100-SIGNON-ANALISTA          SECTION.
           OPEN INPUT OPERADOR.
           IF FS-OPERADOR NOT = 0
               DISPLAY "CADASTRO DE OPERADORES NAO FOI ABERTO, "
                       "STATUS=" FS-OPERADOR
               GO TO 0100-SAIDA
           END-IF.
           DISPLAY "ANALISTA   :".
           ACCEPT WRK-ANALISTA.
           DISPLAY "SENHA      :".
           ACCEPT WRK-SENHA-INF.
           MOVE WRK-ANALISTA TO OPER-ID.
           READ OPERADOR
             INVALID KEY
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
             NOT INVALID KEY
               IF OPER-SENHA = WRK-SENHA-INF
                       AND NOT OPER-BLOQUEADO
                   MOVE 'S' TO WRK-LOGIN-OK
                   DISPLAY "BEM-VINDO, " OPER-NOME
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               END-IF
           END-READ.
           CLOSE OPERADOR.

       0100-SAIDA.
           EXIT.

       0200-LISTA-PENDENTES          SECTION.
           MOVE ZEROS TO WRK-QT-PENDENTES.
           DISPLAY " ".
           DISPLAY "=========== ALERTAS PLD PENDENTES ===========".
           MOVE ZEROS TO ALERTA-CHAVE.
           START ALERTAS KEY IS NOT LESS ALERTA-CHAVE
             INVALID KEY
               GO TO 0200-FIM
           END-START.
           READ ALERTAS NEXT RECORD
           PERFORM UNTIL FS-ALERTAS NOT = 0
               IF ALERTA-ITEM = ZEROS AND ALERTA-PENDENTE
                   ADD 1 TO WRK-QT-PENDENTES
                   MOVE ALERTA-TOTAL TO WRK-TOTAL-ED
                   DISPLAY ALERTA-NUMERO " " ALERTA-REGRA " "
                           ALERTA-DATA(7:2) "/" ALERTA-DATA(5:2) "/"
                           ALERTA-DATA(1:4) " CONTA " ALERTA-CONTA
                           " " WRK-TOTAL-ED
               END-IF
               READ ALERTAS NEXT RECORD
           END-PERFORM.

       0200-FIM.
           DISPLAY "PENDENTES: " WRK-QT-PENDENTES
                   "  (LE=DEPOSITO NO LIMITE FR=FRACIONAMENTO "
                   "GR=GIRO RAPIDO)".

       0300-DECIDE-ALERTA            SECTION.
           MOVE WRK-NUMERO TO ALERTA-NUMERO.
           MOVE ZEROS      TO ALERTA-ITEM.
           READ ALERTAS
             INVALID KEY
               DISPLAY "ALERTA NAO ENCONTRADO"
               GO TO 0300-SAIDA
           END-READ.
           PERFORM 0350-MOSTRA-ALERTA.
      *    A LISTAGEM DAS LINHAS TROCOU O REGISTRO CORRENTE: O
      *    CABECALHO E RELIDO ANTES DE QUALQUER REGRAVACAO.
           MOVE WRK-NUMERO TO ALERTA-NUMERO.
           MOVE ZEROS      TO ALERTA-ITEM.
           READ ALERTAS
             INVALID KEY
               DISPLAY "ALERTA NAO ENCONTRADO"
               GO TO 0300-SAIDA
           END-READ.
           IF NOT ALERTA-PENDENTE
               DISPLAY "ALERTA JA DECIDIDO (" ALERTA-SITUACAO ") POR "
                       ALERTA-ANALISTA " EM " ALERTA-DATA-DECISAO(7:2)
                       "/" ALERTA-DATA-DECISAO(5:2) "/"
                       ALERTA-DATA-DECISAO(1:4)
               DISPLAY "PARECER: " ALERTA-PARECER
               GO TO 0300-SAIDA
           END-IF.
           DISPLAY "DECISAO: D-DESCARTAR  C-COMUNICAR AO COAF  "
                   "(OUTRA TECLA = DEIXAR PENDENTE)".
           MOVE SPACE TO WRK-DECISAO.
           ACCEPT WRK-DECISAO.
           MOVE FUNCTION UPPER-CASE(WRK-DECISAO) TO WRK-DECISAO.
           IF WRK-DECISAO NOT = 'D' AND WRK-DECISAO NOT = 'C'
               DISPLAY "ALERTA CONTINUA PENDENTE"
               GO TO 0300-SAIDA
           END-IF.
           DISPLAY "PARECER (OBRIGATORIO) : ".
           MOVE SPACES TO WRK-PARECER.
           ACCEPT WRK-PARECER.
           IF WRK-PARECER = SPACES
               DISPLAY "SEM PARECER NAO HA DECISAO - ALERTA CONTINUA "
                       "PENDENTE"
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-DECISAO  TO ALERTA-SITUACAO.
           MOVE WRK-ANALISTA TO ALERTA-ANALISTA.
           MOVE WRK-HOJE     TO ALERTA-DATA-DECISAO.
           MOVE WRK-PARECER  TO ALERTA-PARECER.
           REWRITE ALERTA-REG
             INVALID KEY
               DISPLAY "ALERTA NAO REGRAVADO - DECISAO NAO REGISTRADA"
               GO TO 0300-SAIDA
           END-REWRITE.
           IF ALERTA-COMUNICADO
               ADD 1 TO WRK-QT-COMUNICADOS
               PERFORM 0400-NOTIFICA-COMUNICACAO
               DISPLAY "ALERTA REGISTRADO COMO COMUNICADO"
           ELSE
               ADD 1 TO WRK-QT-DESCARTADOS
               DISPLAY "ALERTA REGISTRADO COMO DESCARTADO"
           END-IF.

       0300-SAIDA.
           EXIT.

       0350-MOSTRA-ALERTA            SECTION.
           MOVE ALERTA-TOTAL TO WRK-TOTAL-ED.
           DISPLAY "ALERTA.......: " ALERTA-NUMERO.
           EVALUATE TRUE
             WHEN ALERTA-ESPECIE
               DISPLAY "REGRA........: LE - DEPOSITO NO LIMITE DE "
                       "COMUNICACAO"
             WHEN ALERTA-FRACIONA
               DISPLAY "REGRA........: FR - FRACIONAMENTO LOGO ABAIXO "
                       "DO LIMITE"
             WHEN ALERTA-GIRO
               DISPLAY "REGRA........: GR - ENTRADA E SAIDA RAPIDA"
             WHEN OTHER
               DISPLAY "REGRA........: " ALERTA-REGRA
           END-EVALUATE.
           DISPLAY "DIA ANALISADO: " ALERTA-DATA(7:2) "/"
                   ALERTA-DATA(5:2) "/" ALERTA-DATA(1:4).
           DISPLAY "CONTA........: " ALERTA-CONTA.
           IF ALERTA-CLI-FONE = ZEROS
               DISPLAY "CLIENTE......: CONTA SEM TITULAR VINCULADO"
           ELSE
               DISPLAY "CLIENTE......: +" ALERTA-CLI-PAIS " "
                       ALERTA-CLI-FONE
           END-IF.
           DISPLAY "LINHAS.......: " ALERTA-QT-LINHAS
                   "   TOTAL " WRK-TOTAL-ED.
           READ ALERTAS NEXT RECORD
           PERFORM UNTIL FS-ALERTAS NOT = 0
                   OR ALERTA-NUMERO NOT = WRK-NUMERO
               MOVE ALERTA-LIN-VALOR TO WRK-VALOR-ED
               DISPLAY "  " ALERTA-LIN-DATA(7:2) "/"
                       ALERTA-LIN-DATA(5:2) "/" ALERTA-LIN-DATA(1:4)
                       " " ALERTA-LIN-HORA(1:2) ":"
                       ALERTA-LIN-HORA(3:2) " SEQ " ALERTA-LIN-SEQ
                       " " ALERTA-LIN-TIPO " " WRK-VALOR-ED
                       " CONTRA " ALERTA-LIN-CONTRA
                       " OPER " ALERTA-LIN-OPER
               READ ALERTAS NEXT RECORD
           END-PERFORM.
           IF ALERTA-QT-LINHAS > 20
               DISPLAY "  (SO AS 20 PRIMEIRAS LINHAS FORAM GUARDADAS)"
           END-IF.

       0400-NOTIFICA-COMUNICACAO     SECTION.
           MOVE 'COMPLIANCE' TO NOTIF-DESTINO.
           MOVE 'DECPLD'     TO NOTIF-ORIGEM.
           MOVE SPACES TO NOTIF-MENSAGEM.
           STRING 'ALERTA PLD '    DELIMITED BY SIZE
                  ALERTA-NUMERO    DELIMITED BY SIZE
                  ' CONTA '        DELIMITED BY SIZE
                  ALERTA-CONTA     DELIMITED BY SIZE
                  ' COMUNICADO POR ' DELIMITED BY SIZE
                  WRK-ANALISTA     DELIMITED BY SIZE
             INTO NOTIF-MENSAGEM
           END-STRING.
           CALL 'NOTIFICA' USING NOTIF-PARM.
           IF NOTIF-RETORNO NOT = 'S'
               DISPLAY "NOTIFICACAO DA COMUNICACAO NAO ENFILEIRADA"
           END-IF.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-ALERTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALERTAS.PLD.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALERTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPERADOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-OPERADOR
           END-STRING.

       COPY CFGLER.
