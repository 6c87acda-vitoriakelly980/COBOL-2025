       IDENTIFICATION DIVISION.
       PROGRAM-ID. RETENLOG.
      ******************************************************************
      *OBJETIVO: RETENCAO E EXPURGO DOS DIARIOS QUE O LOGROTA, O
      *          JRNROTA E O ARQVPAG NAO CUIDAM (COTACOES.LOG,
      *          HISTIMC.LOG, FITA.LOG, PRODUTOS.MOV, FUNC.REAJ.LOG,
      *          SEGURANCA.LOG, JOBS.RUN.LOG E OS ARQUIVOS DE ENTREGA
      *          NOTIF.<DESTINATARIO>.TXT). UM SO JOB, DIRIGIDO PELA
      *          POLITICA RETENCAO.POL.TXT - UMA LINHA POR ARQUIVO:
      *            NOME DO ARQUIVO (NO DIRETORIO DE DADOS), TAMANHO DO
      *            REGISTRO, POSICAO DA DATA AAAAMMDD NO REGISTRO,
      *            MESES DE RETENCAO, ACAO ('A' ARQUIVA AS LINHAS
      *            VENCIDAS NUMA GERACAO DATADA, 'E' SO EXCLUI) E
      *            QUANTAS GERACOES DE ARQUIVO MORTO MANTER (ZERO =
      *            TODAS). 'NOTIF.*.TXT' VALE PARA O ARQUIVO DE
      *            ENTREGA DE CADA DESTINATARIO DA FILA CENTRAL
      *            (NOTIFICA.FILA.TXT).
      *          VENCIDA = DATA ANTERIOR AO PRIMEIRO DIA DO MES QUE
      *          FICA 'MESES' ANTES DO MES CORRENTE. O MINIMO E 1 MES:
      *          O MES ANTERIOR INTEIRO SEMPRE FICA, PORQUE OS
      *          FECHAMENTOS (RESUMCOT, LANCCTB, POPIMC...) AINDA O
      *          REPROCESSAM. LINHA SEM DATA NUMERICA NA POSICAO NUNCA
      *          VENCE.
      *          AS VENCIDAS VAO PARA <ARQUIVO>.ARQ.AAAAMMDD.TXT, O
      *          ARQUIVO CORRENTE E REGRAVADO SO COM AS MANTIDAS, E O
      *          CATALOGO RETENCAO.CAT.TXT RECEBE A GERACAO COM AS
      *          CONTAGENS DE CONTROLE (LIDAS = MANTIDAS + MOVIDAS),
      *          NOS MOLDES DO LOGROTA. AS CONTAGENS SAO CONFERIDAS
      *          RELENDO OS DOIS ARQUIVOS DEPOIS DA REGRAVACAO
      *          (DIVERGENCIA = RC 8).
      *          PROTECAO DOS CONSUMIDORES: NO HISTIMC.LOG.TXT NUNCA
      *          SAEM, VENCIDAS OU NAO:
      *            - AS LINHAS DE CADA PACIENTE A PARTIR DA PENULTIMA
      *              VISITA QUE O PIORIMC COMPARA (PELAS REGRAS DELE:
      *              RECLASSIFICADA PELA CLASIMC, SEM A FAIXA 0 E SEM
      *              A COPIA REPETIDA DA GRAVACAO EM DOBRO);
      *            - A BASE DO POPIMC: AS VISITAS DE CADA NUMERO DE
      *              PACIENTE NA DATA MAIS RECENTE ANTERIOR AO CORTE,
      *              PARA O FECHAMENTO DO MES MAIS ANTIGO MANTIDO
      *              AINDA ACHAR A CLASSIFICACAO ANTERIOR.
      *          SE UMA DAS TABELAS ENCHER OU O CADASTRO DE PACIENTES
      *          EXISTIR E NAO ABRIR, O HISTORICO NAO E MEXIDO (SEM
      *          CADASTRO, CLASSIFICA PELO TEXTO, COMO O PIORIMC).
      *          COMO OS DIARIOS TEM LAYOUTS DIFERENTES, O ARQUIVO E
      *          LIDO BYTE A BYTE E REMONTADO NO TAMANHO DE REGISTRO
      *          DA POLITICA. RODAR NA JANELA NOTURNA, SEM NINGUEM
      *          GRAVANDO NOS DIARIOS. RC 4 QUANDO ALGUMA LINHA DA
      *          POLITICA E RECUSADA OU UM ARQUIVO FICA DE FORA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT POLITICA ASSIGN TO WRK-ARQ-POLITICA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-POLITICA.

           SELECT CATALOGO ASSIGN TO WRK-ARQ-CATALOGO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CATALOGO.

           SELECT FILA ASSIGN TO WRK-ARQ-FILA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FILA.

           SELECT ORIGEM ASSIGN TO WRK-ARQ-ORIGEM
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-ORIGEM.

           SELECT MORTO ASSIGN TO WRK-ARQ-MORTO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MORTO.

           SELECT TRABALHO ASSIGN TO WRK-ARQ-TRABALHO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-TRABALHO.

           SELECT PACIENTES ASSIGN TO WRK-ARQ-PACIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PACIENTES
               RECORD KEY      IS PAC-NUMERO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

      *    POLITICA: CAMPOS SEPARADOS POR UM BRANCO; LINHA COMECADA
      *    POR '*' E COMENTARIO. EX.:
      *    COTACOES.LOG.TXT               036 029 012 A 06
       FD  POLITICA.
       01  POLITICA-REG.
           05 POL-ARQUIVO               PIC X(30).
           05 FILLER                    PIC X(01).
           05 POL-TAMANHO               PIC 9(03).
           05 FILLER                    PIC X(01).
           05 POL-POSICAO               PIC 9(03).
           05 FILLER                    PIC X(01).
           05 POL-MESES                 PIC 9(03).
           05 FILLER                    PIC X(01).
           05 POL-ACAO                  PIC X(01).
              88 POL-ARQUIVA            VALUE 'A'.
              88 POL-EXCLUI             VALUE 'E'.
           05 FILLER                    PIC X(01).
           05 POL-GERACOES              PIC 9(02).

      *    CATALOGO: UMA LINHA POR RODADA E ARQUIVO COM LINHA VENCIDA.
      *    SITUACAO 'A' GERACAO ATIVA, 'E' GERACAO EXPURGADA, 'D'
      *    LINHAS EXCLUIDAS SEM GERACAO (ACAO 'E').
       FD  CATALOGO.
       01  CATALOGO-REG.
           05 RCAT-ORIGEM               PIC X(30).
           05 RCAT-ARQUIVO              PIC X(70).
           05 RCAT-DATAHORA             PIC X(14).
           05 RCAT-CORTE                PIC 9(08).
           05 RCAT-QT-LIDAS             PIC 9(07).
           05 RCAT-QT-MANTIDAS          PIC 9(07).
           05 RCAT-QT-MOVIDAS           PIC 9(07).
           05 RCAT-SITUACAO             PIC X(01).

       FD  FILA.
       COPY NOTIFRG.

       FD  ORIGEM.
       01  ORIGEM-BYTE                  PIC X(01).

       FD  MORTO.
       01  MORTO-BYTE                   PIC X(01).

       FD  TRABALHO.
       01  TRABALHO-BYTE                PIC X(01).

       FD  PACIENTES.
       COPY PACREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-POLITICA             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CATALOGO             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FILA                 PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ORIGEM               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MORTO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TRABALHO             PIC X(80) VALUE SPACES.
       77  FS-POLITICA                  PIC 9(02) VALUE ZEROS.
       77  FS-CATALOGO                  PIC 9(02) VALUE ZEROS.
       77  FS-FILA                      PIC 9(02) VALUE ZEROS.
       77  FS-ORIGEM                    PIC 9(02) VALUE ZEROS.
       77  FS-MORTO                     PIC 9(02) VALUE ZEROS.
       77  FS-TRABALHO                  PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-PACIENTES            PIC X(80) VALUE SPACES.
       77  FS-PACIENTES                 PIC 9(02) VALUE ZEROS.
       77  WRK-PAC-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-DATAHORA                 PIC X(14) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-ANO                      PIC 9(04) VALUE ZEROS.
       77  WRK-MES                      PIC 9(02) VALUE ZEROS.
       77  WRK-MESES-TOTAL              PIC 9(06) VALUE ZEROS.
       77  WRK-CORTE                    PIC 9(08) VALUE ZEROS.
       77  WRK-NOME                     PIC X(30) VALUE SPACES.
       77  WRK-BASE                     PIC X(30) VALUE SPACES.
       77  WRK-TAMANHO                  PIC 9(03) VALUE ZEROS.
       77  WRK-BYTES                    PIC 9(03) VALUE ZEROS.
       77  WRK-B                        PIC 9(03) VALUE ZEROS.
       77  WRK-REG                      PIC X(400) VALUE SPACES.
       77  WRK-DATA-LINHA               PIC X(08) VALUE SPACES.
       77  WRK-VENCIDA                  PIC X(01) VALUE 'N'.
       77  WRK-MORTO-ABERTO             PIC X(01) VALUE 'N'.
       77  WRK-FALHA-ARQ                PIC X(01) VALUE 'N'.
       77  WRK-EH-HISTIMC               PIC X(01) VALUE 'N'.
       77  WRK-QT-LIDAS                 PIC 9(07) VALUE ZEROS.
       77  WRK-QT-MANTIDAS              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-MOVIDAS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PROTEGIDAS            PIC 9(07) VALUE ZEROS.
       77  WRK-QT-CONFERE               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-PARCIAIS              PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ARQUIVOS              PIC 9(03) VALUE ZEROS.
       77  WRK-QT-RECUSADAS             PIC 9(03) VALUE ZEROS.
       77  WRK-QT-CAT                   PIC 9(03) VALUE ZEROS.
       77  WRK-QT-ATIVAS                PIC 9(03) VALUE ZEROS.
       77  WRK-T                        PIC 9(04) VALUE ZEROS.
       77  WRK-D                        PIC 9(03) VALUE ZEROS.
       77  WRK-QT-DEST                  PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-HIST-RECUSADO            PIC X(01) VALUE 'N'.
       77  WRK-QT-VISITADOS             PIC 9(04) VALUE ZEROS.
       77  WRK-QT-BASES                 PIC 9(04) VALUE ZEROS.
       77  WRK-U                        PIC 9(04) VALUE ZEROS.
       77  WRK-LINHA-HIST               PIC 9(07) VALUE ZEROS.
       77  WRK-FAIXA                    PIC 9(01) VALUE ZEROS.
       77  WRK-CLASSIFICACAO            PIC X(20) VALUE SPACES.
       77  WRK-PROTEGIDA                PIC X(01) VALUE 'N'.
       COPY HISTIMCR.
       COPY CLASIMCW.
       01  WRK-CATALOGO.
           05 WRK-CAT-ITEM OCCURS 500 TIMES.
              10 WRK-CAT-ORIGEM         PIC X(30).
              10 WRK-CAT-ARQUIVO        PIC X(70).
              10 WRK-CAT-DATAHORA       PIC X(14).
              10 WRK-CAT-CORTE          PIC 9(08).
              10 WRK-CAT-QT-LIDAS       PIC 9(07).
              10 WRK-CAT-QT-MANTIDAS    PIC 9(07).
              10 WRK-CAT-QT-MOVIDAS     PIC 9(07).
              10 WRK-CAT-SITUACAO       PIC X(01).
      *    DESTINATARIOS DA FILA CENTRAL (EXPANSAO DO 'NOTIF.*.TXT').
       01  WRK-DESTINOS.
           05 WRK-DESTINO OCCURS 100 TIMES PIC X(20).
      *    VISITAS DO HISTIMC QUE O PIORIMC COMPARA, POR PACIENTE
      *    (PELO NOME, COMO ELE AGRUPA): LINHA NO ARQUIVO DA ULTIMA E
      *    DA PENULTIMA, E CLASSIFICACAO E DATA DA ULTIMA PARA PULAR
      *    A COPIA REPETIDA COMO ELE PULA.
       01  WRK-VISITADOS.
           05 WRK-VIS-ITEM OCCURS 3000 TIMES.
              10 WRK-VIS-CHAVE          PIC X(30).
              10 WRK-VIS-LINHA-ULT      PIC 9(07).
              10 WRK-VIS-LINHA-PENULT   PIC 9(07).
              10 WRK-VIS-CL-ULT         PIC X(20).
              10 WRK-VIS-DATA-ULT       PIC X(08).
      *    BASE DO POPIMC POR NUMERO DE PACIENTE: DATA DA VISITA MAIS
      *    RECENTE ANTERIOR AO CORTE.
       01  WRK-BASES.
           05 WRK-BAS-ITEM OCCURS 3000 TIMES.
              10 WRK-BAS-NUMERO         PIC 9(06).
              10 WRK-BAS-DATA           PIC X(08).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSA-POLITICA.
           PERFORM 0800-GRAVA-CATALOGO.
           PERFORM 0900-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-DATAHORA.
           MOVE WRK-DATAHORA(1:8) TO WRK-HOJE.
           OPEN INPUT POLITICA.
           IF FS-POLITICA NOT = 0
               DISPLAY "POLITICA DE RETENCAO NAO FOI ABERTA, STATUS="
                       FS-POLITICA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CATALOGO.
           IF FS-CATALOGO = 0
               READ CATALOGO NEXT RECORD
               PERFORM UNTIL FS-CATALOGO NOT = 0 OR WRK-QT-CAT = 500
                   ADD 1 TO WRK-QT-CAT
                   MOVE CATALOGO-REG TO WRK-CAT-ITEM(WRK-QT-CAT)
                   READ CATALOGO NEXT RECORD
               END-PERFORM
               CLOSE CATALOGO
           END-IF.

       0200-PROCESSA-POLITICA        SECTION.
           READ POLITICA NEXT RECORD.
           PERFORM UNTIL FS-POLITICA NOT = 0
               IF POLITICA-REG(1:1) NOT = '*'
                       AND POLITICA-REG NOT = SPACES
                   PERFORM 0250-APLICA-LINHA
               END-IF
               READ POLITICA NEXT RECORD
           END-PERFORM.
           CLOSE POLITICA.

      *    LINHA INCOERENTE E RECUSADA INTEIRA: NENHUM ARQUIVO E
      *    MEXIDO COM POSICAO OU TAMANHO DUVIDOSO.
       0250-APLICA-LINHA             SECTION.
           IF POL-TAMANHO NOT NUMERIC OR POL-POSICAO NOT NUMERIC
                   OR POL-MESES NOT NUMERIC
                   OR POL-TAMANHO = ZEROS OR POL-TAMANHO > 400
                   OR POL-POSICAO = ZEROS
                   OR POL-POSICAO + 7 > POL-TAMANHO
                   OR NOT (POL-ARQUIVA OR POL-EXCLUI)
               DISPLAY "LINHA DA POLITICA RECUSADA: " POL-ARQUIVO
               ADD 1 TO WRK-QT-RECUSADAS
               GO TO 0250-SAIDA
           END-IF.
           IF POL-MESES < 1
               DISPLAY "RETENCAO MENOR QUE 1 MES RECUSADA: "
                       POL-ARQUIVO
               ADD 1 TO WRK-QT-RECUSADAS
               GO TO 0250-SAIDA
           END-IF.
           IF POL-GERACOES NOT NUMERIC
               MOVE ZEROS TO POL-GERACOES
           END-IF.
           MOVE POL-TAMANHO TO WRK-TAMANHO.
           MOVE WRK-HOJE(1:4) TO WRK-ANO.
           MOVE WRK-HOJE(5:2) TO WRK-MES.
           COMPUTE WRK-MESES-TOTAL = WRK-ANO * 12 + WRK-MES - 1
                                   - POL-MESES.
           DIVIDE WRK-MESES-TOTAL BY 12 GIVING WRK-ANO
                  REMAINDER WRK-MES.
           ADD 1 TO WRK-MES.
           COMPUTE WRK-CORTE = WRK-ANO * 10000 + WRK-MES * 100 + 1.
           IF POL-ARQUIVO = 'NOTIF.*.TXT'
               PERFORM 0270-EXPANDE-NOTIF
           ELSE
               MOVE POL-ARQUIVO TO WRK-NOME
               PERFORM 0300-RETEM-ARQUIVO
           END-IF.

       0250-SAIDA.
           EXIT.

       0270-EXPANDE-NOTIF            SECTION.
           MOVE ZEROS TO WRK-QT-DEST.
           OPEN INPUT FILA.
           IF FS-FILA NOT = 0
               DISPLAY "FILA DE NOTIFICACOES AUSENTE - NOTIF.* PULADO"
               GO TO 0270-SAIDA
           END-IF.
           READ FILA NEXT RECORD.
           PERFORM UNTIL FS-FILA NOT = 0
               MOVE 'N' TO WRK-TAB-ACHOU
               PERFORM VARYING WRK-D FROM 1 BY 1
                       UNTIL WRK-D > WRK-QT-DEST OR TAB-ACHOU
                   IF WRK-DESTINO(WRK-D) = NOTIF-REG-DESTINO
                       MOVE 'S' TO WRK-TAB-ACHOU
                   END-IF
               END-PERFORM
               IF NOT TAB-ACHOU AND WRK-QT-DEST < 100
                   ADD 1 TO WRK-QT-DEST
                   MOVE NOTIF-REG-DESTINO TO WRK-DESTINO(WRK-QT-DEST)
               END-IF
               READ FILA NEXT RECORD
           END-PERFORM.
           CLOSE FILA.
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > WRK-QT-DEST
               MOVE SPACES TO WRK-NOME
               STRING 'NOTIF.'                      DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-DESTINO(WRK-D))
                                                    DELIMITED BY SIZE
                      '.TXT'                        DELIMITED BY SIZE
                 INTO WRK-NOME
               END-STRING
               PERFORM 0300-RETEM-ARQUIVO
           END-PERFORM.

       0270-SAIDA.
           EXIT.

      *    SEPARA MANTIDAS (TRABALHO) E VENCIDAS (ARQUIVO MORTO); SO
      *    REGRAVA O CORRENTE QUANDO HOUVE LINHA VENCIDA. FALHA AO
      *    ABRIR O TRABALHO OU A GERACAO DEIXA O CORRENTE COMO ESTA
      *    (RC 8).
       0300-RETEM-ARQUIVO            SECTION.
           MOVE ZEROS TO WRK-QT-LIDAS WRK-QT-MANTIDAS WRK-QT-MOVIDAS
                         WRK-QT-PROTEGIDAS WRK-QT-PARCIAIS.
           MOVE 'N' TO WRK-MORTO-ABERTO.
           MOVE 'N' TO WRK-FALHA-ARQ.
           MOVE SPACES TO WRK-ARQ-ORIGEM.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-NOME)      DELIMITED BY SIZE
             INTO WRK-ARQ-ORIGEM
           END-STRING.
           MOVE SPACES TO WRK-BASE.
           UNSTRING WRK-NOME DELIMITED BY '.TXT' INTO WRK-BASE
           END-UNSTRING.
           MOVE SPACES TO WRK-ARQ-MORTO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  FUNCTION TRIM(WRK-BASE)      DELIMITED BY SIZE
                  '.ARQ.'                      DELIMITED BY SIZE
                  WRK-HOJE                     DELIMITED BY SIZE
                  '.TXT'                       DELIMITED BY SIZE
             INTO WRK-ARQ-MORTO
           END-STRING.
           MOVE 'N' TO WRK-EH-HISTIMC.
           IF WRK-NOME = 'HISTIMC.LOG.TXT'
               MOVE 'S' TO WRK-EH-HISTIMC
               PERFORM 0400-CONTA-VISITAS
               IF WRK-HIST-RECUSADO = 'S'
                   ADD 1 TO WRK-QT-RECUSADAS
                   GO TO 0300-SAIDA
               END-IF
           END-IF.
           OPEN INPUT ORIGEM.
           IF FS-ORIGEM NOT = 0
               DISPLAY "ARQUIVO NAO ENCONTRADO, PULADO: " WRK-NOME
               GO TO 0300-SAIDA
           END-IF.
           OPEN OUTPUT TRABALHO.
           IF FS-TRABALHO NOT = 0
               DISPLAY "ARQUIVO DE TRABALHO NAO FOI CRIADO, STATUS="
                       FS-TRABALHO " - " WRK-NOME " NAO MEXIDO"
               MOVE 8 TO RETURN-CODE
               CLOSE ORIGEM
               GO TO 0300-SAIDA
           END-IF.
           PERFORM 0350-LE-REGISTRO.
           PERFORM UNTIL WRK-BYTES = 0 OR WRK-FALHA-ARQ = 'S'
               ADD 1 TO WRK-QT-LIDAS
               PERFORM 0320-VENCIDA
               IF WRK-VENCIDA = 'S'
                   PERFORM 0330-MOVE-VENCIDA
               ELSE
                   ADD 1 TO WRK-QT-MANTIDAS
                   PERFORM VARYING WRK-B FROM 1 BY 1
                           UNTIL WRK-B > WRK-BYTES
                       MOVE WRK-REG(WRK-B:1) TO TRABALHO-BYTE
                       WRITE TRABALHO-BYTE
                   END-PERFORM
               END-IF
               PERFORM 0350-LE-REGISTRO
           END-PERFORM.
           CLOSE ORIGEM.
           CLOSE TRABALHO.
           IF WRK-MORTO-ABERTO = 'S'
               CLOSE MORTO
           END-IF.
           IF WRK-FALHA-ARQ = 'S'
               GO TO 0300-SAIDA
           END-IF.
           IF WRK-QT-MOVIDAS = 0
               DISPLAY WRK-NOME " " WRK-QT-LIDAS
                       " LINHAS, NENHUMA VENCIDA ANTES DE " WRK-CORTE
               GO TO 0300-SAIDA
           END-IF.
           PERFORM 0500-REGRAVA-CORRENTE.
           IF WRK-FALHA-ARQ = 'S'
               GO TO 0300-SAIDA
           END-IF.
           PERFORM 0600-CONFERE.
           PERFORM 0700-REGISTRA-GERACAO.

       0300-SAIDA.
           EXIT.

       0320-VENCIDA                  SECTION.
           MOVE 'N' TO WRK-VENCIDA.
           MOVE 'N' TO WRK-PROTEGIDA.
           IF WRK-EH-HISTIMC = 'S'
               PERFORM 0450-VISITA-PROTEGIDA
           END-IF.
           IF WRK-BYTES < WRK-TAMANHO
               GO TO 0320-SAIDA
           END-IF.
           MOVE WRK-REG(POL-POSICAO:8) TO WRK-DATA-LINHA.
           IF WRK-DATA-LINHA IS NUMERIC
                   AND WRK-DATA-LINHA < WRK-CORTE
               IF WRK-PROTEGIDA = 'S'
                   ADD 1 TO WRK-QT-PROTEGIDAS
               ELSE
                   MOVE 'S' TO WRK-VENCIDA
               END-IF
           END-IF.

       0320-SAIDA.
           EXIT.

      *    ACAO 'E' SO CONTA A LINHA; 'A' GRAVA NA GERACAO DO DIA,
      *    ABERTA NA PRIMEIRA VENCIDA (ARQUIVO SEM VENCIDA NAO DEIXA
      *    GERACAO VAZIA). GERACAO JA EXISTENTE NO DIA GANHA AS
      *    LINHAS NO FIM.
       0330-MOVE-VENCIDA             SECTION.
           ADD 1 TO WRK-QT-MOVIDAS.
           IF POL-EXCLUI
               GO TO 0330-SAIDA
           END-IF.
           IF WRK-MORTO-ABERTO NOT = 'S'
               OPEN EXTEND MORTO
               IF FS-MORTO = 35
                   OPEN OUTPUT MORTO
               END-IF
               IF FS-MORTO NOT = 0
                   DISPLAY "GERACAO NAO FOI ABERTA, STATUS=" FS-MORTO
                           " - " WRK-NOME " NAO MEXIDO"
                   MOVE 8   TO RETURN-CODE
                   MOVE 'S' TO WRK-FALHA-ARQ
                   GO TO 0330-SAIDA
               END-IF
               MOVE 'S' TO WRK-MORTO-ABERTO
           END-IF.
           PERFORM VARYING WRK-B FROM 1 BY 1 UNTIL WRK-B > WRK-BYTES
               MOVE WRK-REG(WRK-B:1) TO MORTO-BYTE
               WRITE MORTO-BYTE
           END-PERFORM.

       0330-SAIDA.
           EXIT.

      *    REMONTA UM REGISTRO DO TAMANHO DA POLITICA; WRK-BYTES = 0
      *    E FIM DE ARQUIVO. SOBRA NO FIM MENOR QUE UM REGISTRO E
      *    MANTIDA COMO ESTA.
       0350-LE-REGISTRO              SECTION.
           MOVE SPACES TO WRK-REG.
           MOVE ZEROS  TO WRK-BYTES.
           PERFORM UNTIL WRK-BYTES = WRK-TAMANHO OR FS-ORIGEM NOT = 0
               READ ORIGEM NEXT RECORD
               IF FS-ORIGEM = 0
                   ADD 1 TO WRK-BYTES
                   MOVE ORIGEM-BYTE TO WRK-REG(WRK-BYTES:1)
               END-IF
           END-PERFORM.
           IF WRK-BYTES > 0 AND WRK-BYTES < WRK-TAMANHO
               ADD 1 TO WRK-QT-PARCIAIS
               DISPLAY WRK-NOME " TERMINA COM REGISTRO INCOMPLETO ("
                       WRK-BYTES " BYTES) - MANTIDO"
           END-IF.

      *    PRIMEIRA PASSADA NO HISTIMC, COM AS REGRAS DOS DOIS
      *    CONSUMIDORES: AS VISITAS QUE O PIORIMC COMPARA (ULTIMA E
      *    PENULTIMA DE CADA PACIENTE) E A BASE DO POPIMC (A VISITA
      *    MAIS RECENTE ANTERIOR AO CORTE DE CADA NUMERO). TABELA
      *    CHEIA OU CADASTRO DE PACIENTES ILEGIVEL DEIXAM O HISTORICO
      *    SEM MEXER. CADASTRO AUSENTE CLASSIFICA PELO TEXTO GRAVADO,
      *    COMO O PIORIMC FAZ.
       0400-CONTA-VISITAS            SECTION.
           MOVE ZEROS TO WRK-QT-VISITADOS WRK-QT-BASES WRK-LINHA-HIST.
           MOVE 'N' TO WRK-HIST-RECUSADO.
           MOVE 'N' TO WRK-PAC-ABERTO.
           OPEN INPUT PACIENTES.
           IF FS-PACIENTES = 0
               MOVE 'S' TO WRK-PAC-ABERTO
           ELSE
               IF FS-PACIENTES NOT = 35
                   DISPLAY "HISTIMC.LOG.TXT NAO MEXIDO: CADASTRO DE "
                           "PACIENTES NAO FOI ABERTO, STATUS="
                           FS-PACIENTES
                   MOVE 'S' TO WRK-HIST-RECUSADO
                   GO TO 0400-SAIDA
               END-IF
           END-IF.
           OPEN INPUT ORIGEM.
           IF FS-ORIGEM NOT = 0
               GO TO 0400-FECHA
           END-IF.
           PERFORM 0350-LE-REGISTRO.
           PERFORM UNTIL WRK-BYTES = 0 OR WRK-HIST-RECUSADO = 'S'
               ADD 1 TO WRK-LINHA-HIST
               PERFORM 0410-CONTA-VISITA
               PERFORM 0350-LE-REGISTRO
           END-PERFORM.
           CLOSE ORIGEM.

       0400-FECHA.
           IF WRK-PAC-ABERTO = 'S'
               CLOSE PACIENTES
           END-IF.

       0400-SAIDA.
           EXIT.

      *    A VISITA ENTRA NA CONTA DO PIORIMC PELAS REGRAS DO
      *    0150-ACUMULA-MEDICAO DELE: FAIXA 0 (SEM REFERENCIA) FICA
      *    FORA, E A COPIA IDENTICA A ULTIMA CONTADA (CLASSIFICACAO E
      *    DATA - GRAVACAO EM DOBRO) TAMBEM.
       0410-CONTA-VISITA             SECTION.
           PERFORM 0430-BASE-POPIMC.
           IF WRK-HIST-RECUSADO = 'S'
               GO TO 0410-SAIDA
           END-IF.
           PERFORM 0420-ACHA-PACIENTE.
           IF NOT TAB-ACHOU
               IF WRK-QT-VISITADOS = 3000
                   DISPLAY "HISTIMC.LOG.TXT NAO MEXIDO: TABELA DE "
                           "PACIENTES CHEIA"
                   MOVE 'S' TO WRK-HIST-RECUSADO
                   GO TO 0410-SAIDA
               END-IF
               ADD 1 TO WRK-QT-VISITADOS
               MOVE WRK-QT-VISITADOS TO WRK-T
               MOVE HISTIMC-PACIENTE TO WRK-VIS-CHAVE(WRK-T)
               MOVE ZEROS  TO WRK-VIS-LINHA-ULT(WRK-T)
                              WRK-VIS-LINHA-PENULT(WRK-T)
               MOVE SPACES TO WRK-VIS-CL-ULT(WRK-T)
                              WRK-VIS-DATA-ULT(WRK-T)
           END-IF.
           PERFORM 0415-RECLASSIFICA.
           IF WRK-FAIXA = 0
               GO TO 0410-SAIDA
           END-IF.
           IF WRK-VIS-LINHA-ULT(WRK-T) NOT = ZEROS
                   AND WRK-CLASSIFICACAO = WRK-VIS-CL-ULT(WRK-T)
                   AND HISTIMC-DATA = WRK-VIS-DATA-ULT(WRK-T)
               GO TO 0410-SAIDA
           END-IF.
           MOVE WRK-VIS-LINHA-ULT(WRK-T) TO WRK-VIS-LINHA-PENULT(WRK-T).
           MOVE WRK-LINHA-HIST           TO WRK-VIS-LINHA-ULT(WRK-T).
           MOVE WRK-CLASSIFICACAO        TO WRK-VIS-CL-ULT(WRK-T).
           MOVE HISTIMC-DATA             TO WRK-VIS-DATA-ULT(WRK-T).

       0410-SAIDA.
           EXIT.

      *    MESMA RECLASSIFICACAO DO 0155-RECLASSIFICA DO PIORIMC:
      *    VISITA COM NUMERO E DATA PELA CLASIMC, A DO NOME LIVRE
      *    PELO TEXTO GRAVADO.
       0415-RECLASSIFICA             SECTION.
           MOVE HISTIMC-CLASSIFICACAO TO WRK-CLASSIFICACAO.
           IF WRK-PAC-ABERTO NOT = 'S'
                   OR HISTIMC-NUMERO NOT NUMERIC
                   OR HISTIMC-NUMERO = ZEROS
                   OR HISTIMC-DATA NOT NUMERIC
               PERFORM 0416-FAIXA-DA-CLASSIFICACAO
               GO TO 0415-SAIDA
           END-IF.
           MOVE HISTIMC-NUMERO TO PAC-NUMERO.
           READ PACIENTES
             INVALID KEY
               PERFORM 0416-FAIXA-DA-CLASSIFICACAO
               GO TO 0415-SAIDA
           END-READ.
           MOVE HISTIMC-IMC    TO CLASIMC-IMC.
           MOVE HISTIMC-DATA   TO CLASIMC-DATA.
           MOVE PAC-NASCIMENTO TO CLASIMC-NASCIMENTO.
           MOVE PAC-SEXO       TO CLASIMC-SEXO.
           CALL 'CLASIMC' USING CLASIMC-PARM.
           MOVE CLASIMC-FAIXA         TO WRK-FAIXA.
           MOVE CLASIMC-CLASSIFICACAO TO WRK-CLASSIFICACAO.

       0415-SAIDA.
           EXIT.

      *    FAIXA PELO TEXTO, COMO O 0160 DO PIORIMC.
       0416-FAIXA-DA-CLASSIFICACAO   SECTION.
           EVALUATE HISTIMC-CLASSIFICACAO
             WHEN 'SEM REFERENCIA      '
               MOVE 0 TO WRK-FAIXA
             WHEN 'ABAIXO DO PESO      '
               MOVE 1 TO WRK-FAIXA
             WHEN 'PESO NORMAL         '
               MOVE 2 TO WRK-FAIXA
             WHEN 'SOBREPESO           '
               MOVE 3 TO WRK-FAIXA
             WHEN 'OBESIDADE GRAU I    '
             WHEN 'OBESIDADE           '
               MOVE 4 TO WRK-FAIXA
             WHEN 'OBESIDADE GRAU II   '
               MOVE 5 TO WRK-FAIXA
             WHEN OTHER
               MOVE 6 TO WRK-FAIXA
           END-EVALUATE.

       0420-ACHA-PACIENTE            SECTION.
           MOVE WRK-REG TO HISTIMC-REG.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-VISITADOS OR TAB-ACHOU
               IF WRK-VIS-CHAVE(WRK-T) = HISTIMC-PACIENTE
                   MOVE 'S' TO WRK-TAB-ACHOU
                   SUBTRACT 1 FROM WRK-T
               END-IF
           END-PERFORM.

      *    BASE DO POPIMC: SO VISITA COM NUMERO E DATA, COMO NO
      *    0250-ACUMULA-VISITA DELE; FICA A DATA MAIS RECENTE ANTES
      *    DO CORTE.
       0430-BASE-POPIMC              SECTION.
           MOVE WRK-REG TO HISTIMC-REG.
           IF HISTIMC-NUMERO NOT NUMERIC OR HISTIMC-NUMERO = ZEROS
                   OR HISTIMC-DATA NOT NUMERIC
                   OR HISTIMC-DATA NOT < WRK-CORTE
               GO TO 0430-SAIDA
           END-IF.
           PERFORM 0440-ACHA-BASE.
           IF NOT TAB-ACHOU
               IF WRK-QT-BASES = 3000
                   DISPLAY "HISTIMC.LOG.TXT NAO MEXIDO: TABELA DE "
                           "BASES CHEIA"
                   MOVE 'S' TO WRK-HIST-RECUSADO
                   GO TO 0430-SAIDA
               END-IF
               ADD 1 TO WRK-QT-BASES
               MOVE WRK-QT-BASES   TO WRK-U
               MOVE HISTIMC-NUMERO TO WRK-BAS-NUMERO(WRK-U)
               MOVE ZEROS          TO WRK-BAS-DATA(WRK-U)
           END-IF.
           IF HISTIMC-DATA > WRK-BAS-DATA(WRK-U)
               MOVE HISTIMC-DATA TO WRK-BAS-DATA(WRK-U)
           END-IF.

       0430-SAIDA.
           EXIT.

       0440-ACHA-BASE                SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-U FROM 1 BY 1
                   UNTIL WRK-U > WRK-QT-BASES OR TAB-ACHOU
               IF WRK-BAS-NUMERO(WRK-U) = HISTIMC-NUMERO
                   MOVE 'S' TO WRK-TAB-ACHOU
                   SUBTRACT 1 FROM WRK-U
               END-IF
           END-PERFORM.

      *    SEGUNDA PASSADA (WRK-QT-LIDAS = LINHA NO ARQUIVO): FICA
      *    TUDO DO PACIENTE A PARTIR DA PENULTIMA VISITA CONTADA PELO
      *    PIORIMC (OU DA UNICA, QUE VIRA PENULTIMA NA PROXIMA), E A
      *    BASE DO POPIMC - AS VISITAS DO NUMERO NA DATA MAIS RECENTE
      *    ANTES DO CORTE.
       0450-VISITA-PROTEGIDA         SECTION.
           PERFORM 0420-ACHA-PACIENTE.
           IF NOT TAB-ACHOU
               MOVE 'S' TO WRK-PROTEGIDA
               GO TO 0450-SAIDA
           END-IF.
           IF WRK-VIS-LINHA-PENULT(WRK-T) NOT = ZEROS
               IF WRK-QT-LIDAS NOT < WRK-VIS-LINHA-PENULT(WRK-T)
                   MOVE 'S' TO WRK-PROTEGIDA
                   GO TO 0450-SAIDA
               END-IF
           ELSE
               IF WRK-VIS-LINHA-ULT(WRK-T) NOT = ZEROS
                       AND WRK-QT-LIDAS NOT < WRK-VIS-LINHA-ULT(WRK-T)
                   MOVE 'S' TO WRK-PROTEGIDA
                   GO TO 0450-SAIDA
               END-IF
           END-IF.
           IF HISTIMC-NUMERO NOT NUMERIC OR HISTIMC-NUMERO = ZEROS
                   OR HISTIMC-DATA NOT NUMERIC
               GO TO 0450-SAIDA
           END-IF.
           PERFORM 0440-ACHA-BASE.
           IF TAB-ACHOU
               IF HISTIMC-DATA = WRK-BAS-DATA(WRK-U)
                   MOVE 'S' TO WRK-PROTEGIDA
               END-IF
           END-IF.

       0450-SAIDA.
           EXIT.

      *    O CORRENTE SO E TRUNCADO COM O TRABALHO JA ABERTO PARA
      *    LEITURA.
       0500-REGRAVA-CORRENTE         SECTION.
           OPEN INPUT TRABALHO.
           IF FS-TRABALHO NOT = 0
               DISPLAY "ARQUIVO DE TRABALHO NAO FOI REABERTO, STATUS="
                       FS-TRABALHO " - " WRK-NOME " NAO MEXIDO"
               MOVE 8   TO RETURN-CODE
               MOVE 'S' TO WRK-FALHA-ARQ
               GO TO 0500-SAIDA
           END-IF.
           OPEN OUTPUT ORIGEM.
           IF FS-ORIGEM NOT = 0
               DISPLAY "ARQUIVO CORRENTE NAO FOI REGRAVADO, STATUS="
                       FS-ORIGEM " - " WRK-NOME
               MOVE 8   TO RETURN-CODE
               MOVE 'S' TO WRK-FALHA-ARQ
               CLOSE TRABALHO
               GO TO 0500-SAIDA
           END-IF.
           READ TRABALHO NEXT RECORD.
           PERFORM UNTIL FS-TRABALHO NOT = 0
               MOVE TRABALHO-BYTE TO ORIGEM-BYTE
               WRITE ORIGEM-BYTE
               READ TRABALHO NEXT RECORD
           END-PERFORM.
           CLOSE TRABALHO.
           CLOSE ORIGEM.

       0500-SAIDA.
           EXIT.

      *    PROVA DA VIRADA: O CORRENTE REGRAVADO TEM QUE TER AS
      *    MANTIDAS; A GERACAO DO DIA, PELO MENOS AS MOVIDAS (ELA PODE
      *    TER RECEBIDO UMA RODADA ANTERIOR DO MESMO DIA).
       0600-CONFERE                  SECTION.
           MOVE ZEROS TO WRK-QT-CONFERE.
           OPEN INPUT ORIGEM.
           PERFORM 0350-LE-REGISTRO.
           PERFORM UNTIL WRK-BYTES = 0
               ADD 1 TO WRK-QT-CONFERE
               PERFORM 0350-LE-REGISTRO
           END-PERFORM.
           CLOSE ORIGEM.
           IF WRK-QT-CONFERE NOT = WRK-QT-MANTIDAS
               DISPLAY "** DIVERGENCIA EM " WRK-NOME ": MANTIDAS "
                       WRK-QT-MANTIDAS " REGRAVADAS " WRK-QT-CONFERE
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF POL-EXCLUI
               GO TO 0600-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-QT-CONFERE.
           MOVE WRK-ARQ-ORIGEM TO WRK-ARQ-TRABALHO.
           MOVE WRK-ARQ-MORTO  TO WRK-ARQ-ORIGEM.
           OPEN INPUT ORIGEM.
           PERFORM 0350-LE-REGISTRO.
           PERFORM UNTIL WRK-BYTES = 0
               ADD 1 TO WRK-QT-CONFERE
               PERFORM 0350-LE-REGISTRO
           END-PERFORM.
           CLOSE ORIGEM.
           MOVE WRK-ARQ-TRABALHO TO WRK-ARQ-ORIGEM.
           PERFORM 9820-MONTA-TRABALHO.
           IF WRK-QT-CONFERE < WRK-QT-MOVIDAS
               DISPLAY "** DIVERGENCIA EM " WRK-ARQ-MORTO
                       ": MOVIDAS " WRK-QT-MOVIDAS
                       " NA GERACAO " WRK-QT-CONFERE
               MOVE 8 TO RETURN-CODE
           END-IF.

       0600-SAIDA.
           EXIT.

      *    NOVA ENTRADA NO CATALOGO E EXPURGO DAS GERACOES DO MESMO
      *    ARQUIVO ALEM DO LIMITE DA POLITICA (A MAIS ANTIGA PRIMEIRO).
       0700-REGISTRA-GERACAO         SECTION.
           ADD 1 TO WRK-QT-ARQUIVOS.
           DISPLAY WRK-NOME " LIDAS " WRK-QT-LIDAS " MANTIDAS "
                   WRK-QT-MANTIDAS " VENCIDAS " WRK-QT-MOVIDAS
                   " PROTEGIDAS " WRK-QT-PROTEGIDAS.
           IF WRK-QT-CAT = 500
               DISPLAY "CATALOGO CHEIO - GERACAO NAO CATALOGADA: "
                       WRK-ARQ-MORTO
               MOVE 4 TO RETURN-CODE
               GO TO 0700-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-CAT.
           MOVE WRK-NOME        TO WRK-CAT-ORIGEM(WRK-QT-CAT).
           MOVE WRK-DATAHORA    TO WRK-CAT-DATAHORA(WRK-QT-CAT).
           MOVE WRK-CORTE       TO WRK-CAT-CORTE(WRK-QT-CAT).
           MOVE WRK-QT-LIDAS    TO WRK-CAT-QT-LIDAS(WRK-QT-CAT).
           MOVE WRK-QT-MANTIDAS TO WRK-CAT-QT-MANTIDAS(WRK-QT-CAT).
           MOVE WRK-QT-MOVIDAS  TO WRK-CAT-QT-MOVIDAS(WRK-QT-CAT).
           IF POL-EXCLUI
               MOVE SPACES TO WRK-CAT-ARQUIVO(WRK-QT-CAT)
               MOVE 'D'    TO WRK-CAT-SITUACAO(WRK-QT-CAT)
               GO TO 0700-SAIDA
           END-IF.
           MOVE WRK-ARQ-MORTO   TO WRK-CAT-ARQUIVO(WRK-QT-CAT).
           MOVE 'A'             TO WRK-CAT-SITUACAO(WRK-QT-CAT).
           IF POL-GERACOES = ZEROS
               GO TO 0700-SAIDA
           END-IF.
           MOVE 0 TO WRK-QT-ATIVAS.
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > WRK-QT-CAT
               IF WRK-CAT-ORIGEM(WRK-T) = WRK-NOME
                       AND WRK-CAT-SITUACAO(WRK-T) = 'A'
                   ADD 1 TO WRK-QT-ATIVAS
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-CAT
                      OR WRK-QT-ATIVAS <= POL-GERACOES
               IF WRK-CAT-ORIGEM(WRK-T) = WRK-NOME
                       AND WRK-CAT-SITUACAO(WRK-T) = 'A'
                       AND WRK-CAT-ARQUIVO(WRK-T) NOT = WRK-ARQ-MORTO
                   MOVE WRK-CAT-ARQUIVO(WRK-T) TO WRK-ARQ-MORTO
                   OPEN OUTPUT MORTO
                   CLOSE MORTO
                   MOVE 'E' TO WRK-CAT-SITUACAO(WRK-T)
                   SUBTRACT 1 FROM WRK-QT-ATIVAS
                   DISPLAY "GERACAO EXPURGADA: " WRK-CAT-ARQUIVO(WRK-T)
               END-IF
           END-PERFORM.

       0700-SAIDA.
           EXIT.

       0800-GRAVA-CATALOGO           SECTION.
           OPEN OUTPUT CATALOGO.
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > WRK-QT-CAT
               MOVE WRK-CAT-ITEM(WRK-T) TO CATALOGO-REG
               WRITE CATALOGO-REG
           END-PERFORM.
           CLOSE CATALOGO.

       0900-FINALIZAR                SECTION.
           DISPLAY "========= RETENCAO DE DIARIOS =========".
           DISPLAY "ARQUIVOS COM LINHAS VENCIDAS: " WRK-QT-ARQUIVOS.
           DISPLAY "LINHAS DA POLITICA RECUSADAS: " WRK-QT-RECUSADAS.
           IF WRK-QT-RECUSADAS > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-POLITICA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RETENCAO.POL.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-POLITICA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CATALOGO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RETENCAO.CAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CATALOGO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FILA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'NOTIFICA.FILA.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FILA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PACIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PACIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PACIENTES
           END-STRING.
           PERFORM 9820-MONTA-TRABALHO.

       9820-MONTA-TRABALHO.
           MOVE SPACES TO WRK-ARQ-TRABALHO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RETENCAO.TMP.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TRABALHO
           END-STRING.

       COPY CFGLER.
