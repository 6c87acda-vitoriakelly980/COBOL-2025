       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONCBCO.
      ******************************************************************
      *OBJETIVO: CONCILIACAO DO RAZAO CONTRA O EXTRATO DO BANCO. O
      *          RECONPAG PROVA O CONTAS CONTRA O NOSSO RAZAO; AQUI O
      *          NOSSO RAZAO E PROVADO CONTRA O QUE O BANCO DIZ QUE
      *          MOVIMENTOU.
      *          COM 'BATCH' NA LINHA DE COMANDO, IMPORTA O EXTRATO
      *          DIARIO DO BANCO (EXTRATO.BCO.TXT, VIDE EXTBREG.cpy) -
      *          SO SE O TRAILER BATER COM OS LANCAMENTOS - E O
      *          CONCILIA CONTRA AS LINHAS DO RAZAO DA DATA DO EXTRATO
      *          QUE PASSAM PELO BANCO (PG, AG, CR, TE, DE E OS
      *          ESTORNOS DELAS; TRANSFERENCIA ENTRE CONTAS DA CASA,
      *          TARIFA, JUROS, EMPRESTIMO E SALDO DE ABERTURA NAO
      *          SAEM DA CASA), MAIS AS PENDENCIAS DAS EXECUCOES
      *          ANTERIORES (CONC.PEND.TXT, VIDE CONCREG.cpy):
      *            - PRIMEIRO PELA REFERENCIA (MESMO SENTIDO): VALOR
      *              IGUAL CONCILIA, VALOR DIFERENTE E DIVERGENCIA;
      *            - DEPOIS O QUE SOBROU, POR SENTIDO E VALOR IGUAIS
      *              COM AS DATAS A ATE CONC-TOLERANCIA= DIAS UMA DA
      *              OUTRA.
      *          O RELATORIO (CONCBCO.RPT.TXT) LISTA AS DIVERGENCIAS,
      *          O QUE ESTA SO NO BANCO E O QUE ESTA SO NO RAZAO; TUDO
      *          ISSO FICA PENDENTE PARA A CONCILIACAO DO DIA SEGUINTE
      *          (RC 4). EXTRATO DE DATA JA CONCILIADA E RECUSADO
      *          (RC 8, ULTIMA DATA EM CONC.CTL.TXT).
      *          SEM PARAMETRO, TELA DO SUPERVISOR (PERFIL 'T',
      *          CONFERIDO COM SENHA COMO NO APROVPAG): LISTA AS
      *          PENDENCIAS E BAIXA AS QUE NAO VAO ACHAR PAR, COM
      *          MOTIVO, REGISTRADAS EM CONC.BAIXA.TXT. BAIXAR UM LADO
      *          DE DIVERGENCIA BAIXA O PAR JUNTO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT EXTBCO ASSIGN TO WRK-ARQ-EXTBCO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EXTBCO.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT PENDENCIAS ASSIGN TO WRK-ARQ-PENDENCIAS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PENDENCIAS.

           SELECT BAIXAS ASSIGN TO WRK-ARQ-BAIXAS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-BAIXAS.

           SELECT CONCCTL ASSIGN TO WRK-ARQ-CONCCTL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CONCCTL.

           SELECT CONCSEQ ASSIGN TO WRK-ARQ-CONCSEQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CONCSEQ.

           SELECT CONCREL ASSIGN TO WRK-ARQ-CONCREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CONCREL.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-OPERADOR
               RECORD KEY      IS OPER-ID.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  EXTBCO.
       COPY EXTBREG.

       FD  RAZAO.
       COPY RAZAOREG.

       FD  PENDENCIAS.
       COPY CONCREG.

      *    BAIXA DE PENDENCIA PELO SUPERVISOR: QUEM, QUANDO, POR QUE E
      *    A PENDENCIA COMO ESTAVA.
       FD  BAIXAS.
       01  BAIXA-REG.
           05 BAIXA-DATA                PIC 9(08).
           05 BAIXA-SUPERVISOR          PIC X(08).
           05 BAIXA-MOTIVO              PIC X(30).
           05 BAIXA-LADO                PIC X(01).
           05 BAIXA-ID                  PIC 9(08).
           05 BAIXA-DATA-LANC           PIC 9(08).
           05 BAIXA-DC                  PIC X(01).
           05 BAIXA-VALOR               PIC 9(10)V99.
           05 BAIXA-REFERENCIA          PIC X(20).
           05 BAIXA-HISTORICO           PIC X(30).

       FD  CONCCTL.
       01  CONCCTL-REG.
           05 CONCCTL-ULT-DATA          PIC 9(08).

       FD  CONCSEQ.
       01  CONCSEQ-REG.
           05 CONCSEQ-NUMERO            PIC 9(08).

       FD  CONCREL.
       01  CONCREL-REG                  PIC X(100).

      *    MESMO LAYOUT DO OPERADOR DO SISTEMA CLIENTES (FD OPERADOR
      *    DO clientesprojeto.COB): SO O NECESSARIO PARA O SIGN-ON.
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
       77  WRK-ARQ-EXTBCO               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PENDENCIAS           PIC X(80) VALUE SPACES.
       77  WRK-ARQ-BAIXAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONCCTL              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONCSEQ              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONCREL              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-OPERADOR             PIC X(80) VALUE SPACES.
       77  FS-EXTBCO                    PIC 9(02) VALUE ZEROS.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-PENDENCIAS                PIC 9(02) VALUE ZEROS.
       77  FS-BAIXAS                    PIC 9(02) VALUE ZEROS.
       77  FS-CONCCTL                   PIC 9(02) VALUE ZEROS.
       77  FS-CONCSEQ                   PIC 9(02) VALUE ZEROS.
       77  FS-CONCREL                   PIC 9(02) VALUE ZEROS.
       77  FS-OPERADOR                  PIC 9(02) VALUE ZEROS.
       77  WRK-MODO-EXEC                PIC X(10) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-EXT                 PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-CONC                 PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-ID                   PIC 9(08) VALUE ZEROS.
       77  WRK-TEM-HEADER               PIC X(01) VALUE 'N'.
       77  WRK-TEM-TRAILER              PIC X(01) VALUE 'N'.
       77  WRK-TRL-QTDE                 PIC 9(06) VALUE ZEROS.
       77  WRK-TRL-TOT-DEB              PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TRL-TOT-CRED             PIC 9(12)V99 VALUE ZEROS.
       77  WRK-QT-MOV                   PIC 9(06) VALUE ZEROS.
       77  WRK-TOT-DEB                  PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-CRED                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ESTOURO                  PIC X(01) VALUE 'N'.
       77  WRK-I                        PIC 9(04) VALUE ZEROS.
       77  WRK-J                        PIC 9(04) VALUE ZEROS.
       77  WRK-ACHOU                    PIC 9(04) VALUE ZEROS.
       77  WRK-DIAS                     PIC S9(06) VALUE ZEROS.
       77  WRK-DC                       PIC X(01) VALUE SPACES.
       77  WRK-TIPO-BASE                PIC X(02) VALUE SPACES.
       77  WRK-QT-PEND-ANT              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PEND-BAIXADAS         PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CONCILIADOS           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DIVERGENTES           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SO-BANCO              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SO-RAZAO              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-BAIXADAS              PIC 9(05) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       77  WRK-VALOR-ED                 PIC ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-VALOR-ED2                PIC ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
      *    SIGN-ON E BAIXA
       77  WRK-SUPERVISOR               PIC X(08) VALUE SPACES.
       77  WRK-SENHA-INF                PIC X(08) VALUE SPACES.
       77  WRK-LOGIN-OK                 PIC X(01) VALUE 'N'.
           88 LOGIN-OK                  VALUE 'S'.
       77  WRK-ID-BAIXA                 PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO                   PIC X(30) VALUE SPACES.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-BAIXAS-ABERTO            PIC X(01) VALUE 'N'.

      *    LANCAMENTOS DO BANCO (PENDENCIAS ANTERIORES E EXTRATO DO
      *    DIA) E DO RAZAO (PENDENCIAS ANTERIORES E LINHAS DO DIA).
      *    SITUACAO: ' ' SEM PAR, 'M' CONCILIADO, 'D' DIVERGENTE,
      *    'X' BAIXADO PELO SUPERVISOR. O PAR DA DIVERGENCIA E O
      *    INDICE NA OUTRA TABELA (NA EXECUCAO) OU O ID DELE (LIDO
      *    DAS PENDENCIAS).
       01  WRK-TAB-BANCO.
           05 WRK-QT-BCO                PIC 9(04) VALUE ZEROS.
           05 WRK-BCO OCCURS 2000 TIMES.
              10 WRK-B-ID               PIC 9(08).
              10 WRK-B-DATA             PIC 9(08).
              10 WRK-B-DC               PIC X(01).
              10 WRK-B-VALOR            PIC 9(10)V99.
              10 WRK-B-REF              PIC X(20).
              10 WRK-B-HIST             PIC X(30).
              10 WRK-B-DESDE            PIC 9(08).
              10 WRK-B-SIT              PIC X(01).
              10 WRK-B-PAR              PIC 9(04).
              10 WRK-B-PAR-ID           PIC 9(08).

       01  WRK-TAB-RAZAO.
           05 WRK-QT-RAZ                PIC 9(04) VALUE ZEROS.
           05 WRK-RAZ OCCURS 5000 TIMES.
              10 WRK-R-ID               PIC 9(08).
              10 WRK-R-DATA             PIC 9(08).
              10 WRK-R-DC               PIC X(01).
              10 WRK-R-VALOR            PIC 9(10)V99.
              10 WRK-R-REF              PIC X(20).
              10 WRK-R-HIST             PIC X(30).
              10 WRK-R-DESDE            PIC 9(08).
              10 WRK-R-SIT              PIC X(01).
              10 WRK-R-PAR              PIC 9(04).
              10 WRK-R-PAR-ID           PIC 9(08).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-MODO-EXEC FROM COMMAND-LINE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE ZEROS TO WRK-ULT-ID.
           OPEN INPUT CONCSEQ.
           IF FS-CONCSEQ = 0
               READ CONCSEQ
                 NOT AT END
                   MOVE CONCSEQ-NUMERO TO WRK-ULT-ID
               END-READ
               CLOSE CONCSEQ
           END-IF.
           IF WRK-MODO-EXEC(1:5) = 'BATCH'
               PERFORM 0100-CONCILIA
           ELSE
               PERFORM 0900-BAIXA-SUPERVISOR
           END-IF.
           GOBACK.

       0100-CONCILIA                 SECTION.
           MOVE ZEROS TO WRK-ULT-CONC.
           OPEN INPUT CONCCTL.
           IF FS-CONCCTL = 0
               READ CONCCTL
                 NOT AT END
                   MOVE CONCCTL-ULT-DATA TO WRK-ULT-CONC
               END-READ
               CLOSE CONCCTL
           END-IF.
           PERFORM 0150-CONFERE-EXTRATO.
           IF RETURN-CODE NOT = 0
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-DATA-EXT <= WRK-ULT-CONC
               DISPLAY "EXTRATO DE " WRK-DATA-EXT " JA CONCILIADO "
                       "(ULTIMA CONCILIACAO " WRK-ULT-CONC ")"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAIDA
           END-IF.
           PERFORM 0200-CARREGA-PENDENCIAS.
           MOVE WRK-QT-BCO TO WRK-QT-PEND-ANT.
           ADD WRK-QT-RAZ TO WRK-QT-PEND-ANT.
           PERFORM 0250-CARREGA-EXTRATO.
           PERFORM 0300-CARREGA-RAZAO.
           IF WRK-ESTOURO = 'S'
               DISPLAY "MOVIMENTO ALEM DAS TABELAS (2000 DO BANCO, "
                       "5000 DO RAZAO) - NADA CONCILIADO"
               MOVE 8 TO RETURN-CODE
               GO TO 0100-SAIDA
           END-IF.
           PERFORM 0400-CASA-REFERENCIA.
           PERFORM 0450-CASA-VALOR.
           PERFORM 0800-NUMERA-PENDENCIAS.
           PERFORM 0500-RELATORIO.
           PERFORM 0850-GRAVA-PENDENCIAS.
           OPEN OUTPUT CONCCTL.
           MOVE WRK-DATA-EXT TO CONCCTL-ULT-DATA.
           WRITE CONCCTL-REG.
           CLOSE CONCCTL.
           DISPLAY "======= CONCILIACAO BANCARIA " WRK-DATA-EXT
                   " =======".
           DISPLAY "PENDENCIAS ANTERIORES.: " WRK-QT-PEND-ANT.
           DISPLAY "  RESOLVIDAS HOJE.....: " WRK-QT-PEND-BAIXADAS.
           DISPLAY "LANCAMENTOS NO EXTRATO: " WRK-QT-MOV.
           DISPLAY "PARES CONCILIADOS.....: " WRK-QT-CONCILIADOS.
           DISPLAY "DIVERGENCIAS DE VALOR.: " WRK-QT-DIVERGENTES.
           DISPLAY "SO NO BANCO...........: " WRK-QT-SO-BANCO.
           DISPLAY "SO NO RAZAO...........: " WRK-QT-SO-RAZAO.
           IF WRK-QT-DIVERGENTES > 0 OR WRK-QT-SO-BANCO > 0
                   OR WRK-QT-SO-RAZAO > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0100-SAIDA.
           EXIT.

      *    PRIMEIRA PASSADA NO EXTRATO: HEADER, TRAILER E TOTAIS DE
      *    CONTROLE, ANTES DE QUALQUER CONCILIACAO.
       0150-CONFERE-EXTRATO          SECTION.
           OPEN INPUT EXTBCO.
           IF FS-EXTBCO NOT = 0
               DISPLAY "EXTRATO.BCO.TXT NAO FOI ABERTO, STATUS="
                       FS-EXTBCO
               MOVE 8 TO RETURN-CODE
               GO TO 0150-SAIDA
           END-IF.
           READ EXTBCO.
           PERFORM UNTIL FS-EXTBCO = 10
               EVALUATE TRUE
                 WHEN EXTB-HEADER
                   MOVE 'S'           TO WRK-TEM-HEADER
                   MOVE EXTB-HDR-DATA TO WRK-DATA-EXT
                 WHEN EXTB-LANCAMENTO
                   ADD 1 TO WRK-QT-MOV
                   IF EXTB-MOV-DEBITO
                       ADD EXTB-MOV-VALOR TO WRK-TOT-DEB
                   ELSE
                       ADD EXTB-MOV-VALOR TO WRK-TOT-CRED
                   END-IF
                 WHEN EXTB-TRAILER
                   MOVE 'S'               TO WRK-TEM-TRAILER
                   MOVE EXTB-TRL-QTDE     TO WRK-TRL-QTDE
                   MOVE EXTB-TRL-TOT-DEB  TO WRK-TRL-TOT-DEB
                   MOVE EXTB-TRL-TOT-CRED TO WRK-TRL-TOT-CRED
               END-EVALUATE
               READ EXTBCO
           END-PERFORM.
           CLOSE EXTBCO.
           IF WRK-TEM-HEADER NOT = 'S' OR WRK-TEM-TRAILER NOT = 'S'
               DISPLAY "EXTRATO SEM HEADER OU SEM TRAILER - ARQUIVO "
                       "INCOMPLETO, NADA CONCILIADO"
               MOVE 8 TO RETURN-CODE
               GO TO 0150-SAIDA
           END-IF.
           IF WRK-TRL-QTDE NOT = WRK-QT-MOV
                   OR WRK-TRL-TOT-DEB NOT = WRK-TOT-DEB
                   OR WRK-TRL-TOT-CRED NOT = WRK-TOT-CRED
               DISPLAY "TRAILER DO EXTRATO NAO CONFERE: "
                       WRK-TRL-QTDE " LANCAMENTOS NO TRAILER, "
                       WRK-QT-MOV " NO ARQUIVO - NADA CONCILIADO"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0150-SAIDA.
           EXIT.

       0200-CARREGA-PENDENCIAS       SECTION.
           OPEN INPUT PENDENCIAS.
           IF FS-PENDENCIAS NOT = 0
               GO TO 0200-SAIDA
           END-IF.
           READ PENDENCIAS.
           PERFORM UNTIL FS-PENDENCIAS = 10
               IF CONC-DO-BANCO
                   IF WRK-QT-BCO < 2000
                       ADD 1 TO WRK-QT-BCO
                       MOVE WRK-QT-BCO      TO WRK-I
                       MOVE CONC-ID         TO WRK-B-ID(WRK-I)
                       MOVE CONC-DATA       TO WRK-B-DATA(WRK-I)
                       MOVE CONC-DC         TO WRK-B-DC(WRK-I)
                       MOVE CONC-VALOR      TO WRK-B-VALOR(WRK-I)
                       MOVE CONC-REFERENCIA TO WRK-B-REF(WRK-I)
                       MOVE CONC-HISTORICO  TO WRK-B-HIST(WRK-I)
                       MOVE CONC-DESDE      TO WRK-B-DESDE(WRK-I)
                       MOVE SPACE           TO WRK-B-SIT(WRK-I)
                       IF CONC-DIVERGENTE
                           MOVE 'D'         TO WRK-B-SIT(WRK-I)
                       END-IF
                       MOVE ZEROS           TO WRK-B-PAR(WRK-I)
                       MOVE CONC-PAR-ID     TO WRK-B-PAR-ID(WRK-I)
                   ELSE
                       MOVE 'S' TO WRK-ESTOURO
                   END-IF
               ELSE
                   IF WRK-QT-RAZ < 5000
                       ADD 1 TO WRK-QT-RAZ
                       MOVE WRK-QT-RAZ      TO WRK-J
                       MOVE CONC-ID         TO WRK-R-ID(WRK-J)
                       MOVE CONC-DATA       TO WRK-R-DATA(WRK-J)
                       MOVE CONC-DC         TO WRK-R-DC(WRK-J)
                       MOVE CONC-VALOR      TO WRK-R-VALOR(WRK-J)
                       MOVE CONC-REFERENCIA TO WRK-R-REF(WRK-J)
                       MOVE CONC-HISTORICO  TO WRK-R-HIST(WRK-J)
                       MOVE CONC-DESDE      TO WRK-R-DESDE(WRK-J)
                       MOVE SPACE           TO WRK-R-SIT(WRK-J)
                       IF CONC-DIVERGENTE
                           MOVE 'D'         TO WRK-R-SIT(WRK-J)
                       END-IF
                       MOVE ZEROS           TO WRK-R-PAR(WRK-J)
                       MOVE CONC-PAR-ID     TO WRK-R-PAR-ID(WRK-J)
                   ELSE
                       MOVE 'S' TO WRK-ESTOURO
                   END-IF
               END-IF
               READ PENDENCIAS
           END-PERFORM.
           CLOSE PENDENCIAS.

       0200-SAIDA.
           EXIT.

       0250-CARREGA-EXTRATO          SECTION.
           OPEN INPUT EXTBCO.
           READ EXTBCO.
           PERFORM UNTIL FS-EXTBCO = 10
               IF EXTB-LANCAMENTO
                   IF WRK-QT-BCO < 2000
                       ADD 1 TO WRK-QT-BCO
                       MOVE WRK-QT-BCO          TO WRK-I
                       MOVE ZEROS               TO WRK-B-ID(WRK-I)
                       MOVE EXTB-MOV-DATA       TO WRK-B-DATA(WRK-I)
                       MOVE EXTB-MOV-DC         TO WRK-B-DC(WRK-I)
                       MOVE EXTB-MOV-VALOR      TO WRK-B-VALOR(WRK-I)
                       MOVE EXTB-MOV-REFERENCIA TO WRK-B-REF(WRK-I)
                       MOVE EXTB-MOV-HISTORICO  TO WRK-B-HIST(WRK-I)
                       MOVE WRK-DATA-EXT        TO WRK-B-DESDE(WRK-I)
                       MOVE SPACE               TO WRK-B-SIT(WRK-I)
                       MOVE ZEROS               TO WRK-B-PAR(WRK-I)
                       MOVE ZEROS               TO WRK-B-PAR-ID(WRK-I)
                   ELSE
                       MOVE 'S' TO WRK-ESTOURO
                   END-IF
               END-IF
               READ EXTBCO
           END-PERFORM.
           CLOSE EXTBCO.

      *    SO AS LINHAS DA DATA DO EXTRATO, LIDAS PELA CHAVE DE DATA:
      *    AS DE DIAS ANTERIORES JA PASSARAM PELA CONCILIACAO DELES
      *    (CONCILIADAS OU PENDENTES).
       0300-CARREGA-RAZAO            SECTION.
           OPEN INPUT RAZAO.
           IF FS-RAZAO NOT = 0
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-DATA-EXT TO RAZAO-DATA.
           START RAZAO KEY IS EQUAL TO RAZAO-DATA
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO NOT = 10
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO = 10
                   OR RAZAO-DATA NOT = WRK-DATA-EXT
               PERFORM 0350-CARREGA-LINHA
               READ RAZAO NEXT RECORD
           END-PERFORM.
           CLOSE RAZAO.

       0300-SAIDA.
           EXIT.

      *    ENTRA SO O QUE MOVIMENTA DINHEIRO NO BANCO; O ESTORNO SEGUE
      *    O TIPO DA LINHA QUE ELE DESFEZ.
       0350-CARREGA-LINHA            SECTION.
           MOVE RAZAO-TIPO TO WRK-TIPO-BASE.
           IF RAZAO-TP-ESTORNO
               MOVE RAZAO-EST-TIPO TO WRK-TIPO-BASE
           END-IF.
           IF WRK-TIPO-BASE NOT = 'PG' AND NOT = 'AG'
                   AND NOT = 'CR' AND NOT = 'TE' AND NOT = 'DE'
               GO TO 0350-SAIDA
           END-IF.
           IF RAZAO-TP-DEBITO
               MOVE 'D' TO WRK-DC
           ELSE
               MOVE 'C' TO WRK-DC
           END-IF.
           IF WRK-QT-RAZ NOT < 5000
               MOVE 'S' TO WRK-ESTOURO
               GO TO 0350-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-RAZ.
           MOVE WRK-QT-RAZ   TO WRK-J.
           MOVE ZEROS        TO WRK-R-ID(WRK-J).
           MOVE RAZAO-DATA   TO WRK-R-DATA(WRK-J).
           MOVE WRK-DC       TO WRK-R-DC(WRK-J).
           MOVE RAZAO-VALOR  TO WRK-R-VALOR(WRK-J).
           MOVE SPACES       TO WRK-R-REF(WRK-J).
           IF RAZAO-TP-OUTRO-BANCO
               STRING 'REM'            DELIMITED BY SIZE
                      RAZAO-REM-NUMERO DELIMITED BY SIZE
                 INTO WRK-R-REF(WRK-J)
               END-STRING
           ELSE
               STRING RAZAO-CONTA      DELIMITED BY SIZE
                      RAZAO-DATA       DELIMITED BY SIZE
                      RAZAO-SEQ        DELIMITED BY SIZE
                 INTO WRK-R-REF(WRK-J)
               END-STRING
           END-IF.
           MOVE SPACES       TO WRK-R-HIST(WRK-J).
           STRING 'RAZAO '      DELIMITED BY SIZE
                  RAZAO-TIPO    DELIMITED BY SIZE
                  ' CONTA '     DELIMITED BY SIZE
                  RAZAO-CONTA   DELIMITED BY SIZE
                  ' '           DELIMITED BY SIZE
                  RAZAO-OPER    DELIMITED BY SIZE
             INTO WRK-R-HIST(WRK-J)
           END-STRING.
           MOVE WRK-DATA-EXT TO WRK-R-DESDE(WRK-J).
           MOVE SPACE        TO WRK-R-SIT(WRK-J).
           MOVE ZEROS        TO WRK-R-PAR(WRK-J).
           MOVE ZEROS        TO WRK-R-PAR-ID(WRK-J).

       0350-SAIDA.
           EXIT.

      *    A DIVERGENCIA DE ONTEM ENTRA DE NOVO SEM PAR: SE O VALOR
      *    CONTINUA DIFERENTE, A REFERENCIA A REENCONTRA AQUI.
       0400-CASA-REFERENCIA          SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-BCO
               MOVE SPACE TO WRK-B-SIT(WRK-I)
               MOVE ZEROS TO WRK-B-PAR-ID(WRK-I)
           END-PERFORM.
           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > WRK-QT-RAZ
               MOVE SPACE TO WRK-R-SIT(WRK-J)
               MOVE ZEROS TO WRK-R-PAR-ID(WRK-J)
           END-PERFORM.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-BCO
               IF WRK-B-REF(WRK-I) NOT = SPACES
                   MOVE ZEROS TO WRK-ACHOU
                   PERFORM VARYING WRK-J FROM 1 BY 1
                           UNTIL WRK-J > WRK-QT-RAZ
                              OR WRK-ACHOU > 0
                       IF WRK-R-SIT(WRK-J) = SPACE
                               AND WRK-R-REF(WRK-J) = WRK-B-REF(WRK-I)
                               AND WRK-R-DC(WRK-J) = WRK-B-DC(WRK-I)
                           MOVE WRK-J TO WRK-ACHOU
                       END-IF
                   END-PERFORM
                   IF WRK-ACHOU > 0
                       PERFORM 0420-MARCA-PAR
                   END-IF
               END-IF
           END-PERFORM.

       0420-MARCA-PAR                SECTION.
           MOVE WRK-ACHOU TO WRK-J.
           IF WRK-R-VALOR(WRK-J) = WRK-B-VALOR(WRK-I)
               MOVE 'M' TO WRK-B-SIT(WRK-I)
               MOVE 'M' TO WRK-R-SIT(WRK-J)
               ADD 1 TO WRK-QT-CONCILIADOS
               PERFORM 0430-CONTA-RESOLVIDAS
           ELSE
               MOVE 'D'   TO WRK-B-SIT(WRK-I)
               MOVE 'D'   TO WRK-R-SIT(WRK-J)
               MOVE WRK-J TO WRK-B-PAR(WRK-I)
               MOVE WRK-I TO WRK-R-PAR(WRK-J)
               ADD 1 TO WRK-QT-DIVERGENTES
           END-IF.

      *    PENDENCIA DE EXECUCAO ANTERIOR (JA TEM ID) QUE ACHOU PAR.
       0430-CONTA-RESOLVIDAS         SECTION.
           IF WRK-B-ID(WRK-I) NOT = ZEROS
               ADD 1 TO WRK-QT-PEND-BAIXADAS
           END-IF.
           IF WRK-R-ID(WRK-J) NOT = ZEROS
               ADD 1 TO WRK-QT-PEND-BAIXADAS
           END-IF.

       0450-CASA-VALOR               SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-BCO
               IF WRK-B-SIT(WRK-I) = SPACE
                   MOVE ZEROS TO WRK-ACHOU
                   PERFORM VARYING WRK-J FROM 1 BY 1
                           UNTIL WRK-J > WRK-QT-RAZ
                              OR WRK-ACHOU > 0
                       IF WRK-R-SIT(WRK-J) = SPACE
                               AND WRK-R-DC(WRK-J) = WRK-B-DC(WRK-I)
                               AND WRK-R-VALOR(WRK-J)
                                 = WRK-B-VALOR(WRK-I)
                           COMPUTE WRK-DIAS = FUNCTION
                                   INTEGER-OF-DATE(WRK-R-DATA(WRK-J))
                                 - FUNCTION
                                   INTEGER-OF-DATE(WRK-B-DATA(WRK-I))
                           IF WRK-DIAS < 0
                               COMPUTE WRK-DIAS = 0 - WRK-DIAS
                           END-IF
                           IF WRK-DIAS NOT > CFG-CONC-TOLERANCIA
                               MOVE WRK-J TO WRK-ACHOU
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WRK-ACHOU > 0
                       MOVE WRK-ACHOU TO WRK-J
                       MOVE 'M' TO WRK-B-SIT(WRK-I)
                       MOVE 'M' TO WRK-R-SIT(WRK-J)
                       ADD 1 TO WRK-QT-CONCILIADOS
                       PERFORM 0430-CONTA-RESOLVIDAS
                   END-IF
               END-IF
           END-PERFORM.

       0500-RELATORIO                SECTION.
           OPEN OUTPUT CONCREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONCILIACAO BANCARIA - EXTRATO DE '
                                       DELIMITED BY SIZE
                  WRK-DATA-EXT         DELIMITED BY SIZE
                  ' - TOLERANCIA '     DELIMITED BY SIZE
                  CFG-CONC-TOLERANCIA  DELIMITED BY SIZE
                  ' DIAS'              DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0590-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0590-GRAVA-LINHA.
           MOVE 'DIVERGENCIAS DE VALOR (PAR PELA REFERENCIA)'
             TO WRK-LINHA.
           PERFORM 0590-GRAVA-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-BCO
               IF WRK-B-SIT(WRK-I) = 'D'
                   MOVE WRK-B-PAR(WRK-I) TO WRK-J
                   MOVE WRK-B-VALOR(WRK-I) TO WRK-VALOR-ED
                   MOVE WRK-R-VALOR(WRK-J) TO WRK-VALOR-ED2
                   MOVE SPACES TO WRK-LINHA
                   STRING '  REF '            DELIMITED BY SIZE
                          WRK-B-REF(WRK-I)    DELIMITED BY SIZE
                          ' ' WRK-B-DC(WRK-I) DELIMITED BY SIZE
                          ' BANCO '           DELIMITED BY SIZE
                          WRK-VALOR-ED        DELIMITED BY SIZE
                          ' RAZAO '           DELIMITED BY SIZE
                          WRK-VALOR-ED2       DELIMITED BY SIZE
                          ' ID '              DELIMITED BY SIZE
                          WRK-B-ID(WRK-I)     DELIMITED BY SIZE
                          '/'                 DELIMITED BY SIZE
                          WRK-R-ID(WRK-J)     DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0590-GRAVA-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0590-GRAVA-LINHA.
           MOVE 'SO NO BANCO' TO WRK-LINHA.
           PERFORM 0590-GRAVA-LINHA.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-BCO
               IF WRK-B-SIT(WRK-I) = SPACE
                   ADD 1 TO WRK-QT-SO-BANCO
                   MOVE WRK-B-VALOR(WRK-I) TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING '  ID '             DELIMITED BY SIZE
                          WRK-B-ID(WRK-I)     DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WRK-B-DATA(WRK-I)   DELIMITED BY SIZE
                          ' ' WRK-B-DC(WRK-I) DELIMITED BY SIZE
                          WRK-VALOR-ED        DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WRK-B-REF(WRK-I)    DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WRK-B-HIST(WRK-I)   DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0590-GRAVA-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0590-GRAVA-LINHA.
           MOVE 'SO NO RAZAO' TO WRK-LINHA.
           PERFORM 0590-GRAVA-LINHA.
           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > WRK-QT-RAZ
               IF WRK-R-SIT(WRK-J) = SPACE
                   ADD 1 TO WRK-QT-SO-RAZAO
                   MOVE WRK-R-VALOR(WRK-J) TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING '  ID '             DELIMITED BY SIZE
                          WRK-R-ID(WRK-J)     DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WRK-R-DATA(WRK-J)   DELIMITED BY SIZE
                          ' ' WRK-R-DC(WRK-J) DELIMITED BY SIZE
                          WRK-VALOR-ED        DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WRK-R-REF(WRK-J)    DELIMITED BY SIZE
                          ' '                 DELIMITED BY SIZE
                          WRK-R-HIST(WRK-J)   DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0590-GRAVA-LINHA
               END-IF
           END-PERFORM.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0590-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONCILIADOS '        DELIMITED BY SIZE
                  WRK-QT-CONCILIADOS    DELIMITED BY SIZE
                  '  DIVERGENTES '      DELIMITED BY SIZE
                  WRK-QT-DIVERGENTES    DELIMITED BY SIZE
                  '  SO NO BANCO '      DELIMITED BY SIZE
                  WRK-QT-SO-BANCO       DELIMITED BY SIZE
                  '  SO NO RAZAO '      DELIMITED BY SIZE
                  WRK-QT-SO-RAZAO       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0590-GRAVA-LINHA.
           CLOSE CONCREL.

       0590-GRAVA-LINHA              SECTION.
           MOVE WRK-LINHA TO CONCREL-REG.
           WRITE CONCREL-REG.

      *    O QUE FICA PENDENTE E AINDA NAO TEM ID (EXTRATO E RAZAO DE
      *    HOJE) RECEBE O PROXIMO NUMERO; A DIVERGENCIA GUARDA O ID DO
      *    PAR.
       0800-NUMERA-PENDENCIAS        SECTION.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-BCO
               IF (WRK-B-SIT(WRK-I) = SPACE OR 'D')
                       AND WRK-B-ID(WRK-I) = ZEROS
                   ADD 1 TO WRK-ULT-ID
                   MOVE WRK-ULT-ID TO WRK-B-ID(WRK-I)
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > WRK-QT-RAZ
               IF (WRK-R-SIT(WRK-J) = SPACE OR 'D')
                       AND WRK-R-ID(WRK-J) = ZEROS
                   ADD 1 TO WRK-ULT-ID
                   MOVE WRK-ULT-ID TO WRK-R-ID(WRK-J)
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-BCO
               IF WRK-B-SIT(WRK-I) = 'D'
                   MOVE WRK-B-PAR(WRK-I) TO WRK-J
                   MOVE WRK-R-ID(WRK-J)  TO WRK-B-PAR-ID(WRK-I)
                   MOVE WRK-B-ID(WRK-I)  TO WRK-R-PAR-ID(WRK-J)
               END-IF
           END-PERFORM.
           OPEN OUTPUT CONCSEQ.
           MOVE WRK-ULT-ID TO CONCSEQ-NUMERO.
           WRITE CONCSEQ-REG.
           CLOSE CONCSEQ.

      *    REGRAVA AS PENDENCIAS: SAI O CONCILIADO E O BAIXADO.
       0850-GRAVA-PENDENCIAS         SECTION.
           OPEN OUTPUT PENDENCIAS.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-BCO
               IF WRK-B-SIT(WRK-I) = SPACE OR 'D'
                   MOVE SPACES             TO CONC-REG
                   MOVE WRK-B-ID(WRK-I)    TO CONC-ID
                   MOVE 'B'                TO CONC-LADO
                   MOVE 'A'                TO CONC-SITUACAO
                   IF WRK-B-SIT(WRK-I) = 'D'
                       MOVE 'D'            TO CONC-SITUACAO
                   END-IF
                   MOVE WRK-B-DATA(WRK-I)  TO CONC-DATA
                   MOVE WRK-B-DC(WRK-I)    TO CONC-DC
                   MOVE WRK-B-VALOR(WRK-I) TO CONC-VALOR
                   MOVE WRK-B-REF(WRK-I)   TO CONC-REFERENCIA
                   MOVE WRK-B-HIST(WRK-I)  TO CONC-HISTORICO
                   MOVE WRK-B-DESDE(WRK-I) TO CONC-DESDE
                   MOVE WRK-B-PAR-ID(WRK-I) TO CONC-PAR-ID
                   WRITE CONC-REG
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > WRK-QT-RAZ
               IF WRK-R-SIT(WRK-J) = SPACE OR 'D'
                   MOVE SPACES             TO CONC-REG
                   MOVE WRK-R-ID(WRK-J)    TO CONC-ID
                   MOVE 'R'                TO CONC-LADO
                   MOVE 'A'                TO CONC-SITUACAO
                   IF WRK-R-SIT(WRK-J) = 'D'
                       MOVE 'D'            TO CONC-SITUACAO
                   END-IF
                   MOVE WRK-R-DATA(WRK-J)  TO CONC-DATA
                   MOVE WRK-R-DC(WRK-J)    TO CONC-DC
                   MOVE WRK-R-VALOR(WRK-J) TO CONC-VALOR
                   MOVE WRK-R-REF(WRK-J)   TO CONC-REFERENCIA
                   MOVE WRK-R-HIST(WRK-J)  TO CONC-HISTORICO
                   MOVE WRK-R-DESDE(WRK-J) TO CONC-DESDE
                   MOVE WRK-R-PAR-ID(WRK-J) TO CONC-PAR-ID
                   WRITE CONC-REG
               END-IF
           END-PERFORM.
           CLOSE PENDENCIAS.

       0900-BAIXA-SUPERVISOR         SECTION.
           PERFORM 0910-SIGNON-SUPERVISOR.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO NEGADO - SOMENTE PERFIL 'T' BAIXA "
                       "PENDENCIA"
               MOVE 8 TO RETURN-CODE
               GO TO 0900-SAIDA
           END-IF.
           PERFORM 0200-CARREGA-PENDENCIAS.
           IF WRK-ESTOURO = 'S'
               DISPLAY "PENDENCIAS ALEM DAS TABELAS - BAIXA NAO "
                       "PERMITIDA"
               MOVE 8 TO RETURN-CODE
               GO TO 0900-SAIDA
           END-IF.
           IF WRK-QT-BCO = 0 AND WRK-QT-RAZ = 0
               DISPLAY "NENHUMA PENDENCIA DE CONCILIACAO"
               GO TO 0900-SAIDA
           END-IF.
           PERFORM 0920-LISTA-PENDENCIAS.
           MOVE 1 TO WRK-ID-BAIXA.
           PERFORM UNTIL WRK-ID-BAIXA = 0
               DISPLAY "ID DA PENDENCIA A BAIXAR (0 = ENCERRA): "
               MOVE ZEROS TO WRK-ID-BAIXA
               ACCEPT WRK-ID-BAIXA
               IF WRK-ID-BAIXA NOT = 0
                   PERFORM 0930-BAIXA-UMA
               END-IF
           END-PERFORM.
           IF WRK-BAIXAS-ABERTO = 'S'
               CLOSE BAIXAS
               PERFORM 0850-GRAVA-PENDENCIAS
           END-IF.
           DISPLAY "PENDENCIAS BAIXADAS: " WRK-QT-BAIXADAS.

       0900-SAIDA.
           EXIT.

       0910-SIGNON-SUPERVISOR        SECTION.
           OPEN INPUT OPERADOR.
           IF FS-OPERADOR NOT = 0
               DISPLAY "CADASTRO DE OPERADORES NAO FOI ABERTO, "
                       "STATUS=" FS-OPERADOR
               GO TO 0910-SAIDA
           END-IF.
           DISPLAY "SUPERVISOR :".
           ACCEPT WRK-SUPERVISOR.
           DISPLAY "SENHA      :".
           ACCEPT WRK-SENHA-INF.
           MOVE WRK-SUPERVISOR TO OPER-ID.
           READ OPERADOR
             INVALID KEY
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
             NOT INVALID KEY
               IF OPER-SENHA = WRK-SENHA-INF
                       AND OPER-TOTAL
                       AND NOT OPER-BLOQUEADO
                   MOVE 'S' TO WRK-LOGIN-OK
                   DISPLAY "BEM-VINDO, " OPER-NOME
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS, OU SEM "
                           "PERFIL DE SUPERVISOR"
               END-IF
           END-READ.
           CLOSE OPERADOR.

       0910-SAIDA.
           EXIT.

       0920-LISTA-PENDENCIAS         SECTION.
           DISPLAY "==== PENDENCIAS DA CONCILIACAO BANCARIA ====".
           DISPLAY "ID       LADO DATA     D/C          VALOR SIT "
                   "REFERENCIA".
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > WRK-QT-BCO
               MOVE WRK-B-VALOR(WRK-I) TO WRK-VALOR-ED
               DISPLAY WRK-B-ID(WRK-I) " BCO  " WRK-B-DATA(WRK-I)
                       " " WRK-B-DC(WRK-I) "  " WRK-VALOR-ED
                       " " WRK-B-SIT(WRK-I) "   " WRK-B-REF(WRK-I)
           END-PERFORM.
           PERFORM VARYING WRK-J FROM 1 BY 1 UNTIL WRK-J > WRK-QT-RAZ
               MOVE WRK-R-VALOR(WRK-J) TO WRK-VALOR-ED
               DISPLAY WRK-R-ID(WRK-J) " RAZ  " WRK-R-DATA(WRK-J)
                       " " WRK-R-DC(WRK-J) "  " WRK-VALOR-ED
                       " " WRK-R-SIT(WRK-J) "   " WRK-R-REF(WRK-J)
           END-PERFORM.
           DISPLAY "(SIT D = DIVERGENTE: A BAIXA LEVA O PAR JUNTO)".

       0930-BAIXA-UMA                SECTION.
           MOVE ZEROS TO WRK-I WRK-J.
           PERFORM VARYING WRK-ACHOU FROM 1 BY 1
                   UNTIL WRK-ACHOU > WRK-QT-BCO OR WRK-I > 0
               IF WRK-B-ID(WRK-ACHOU) = WRK-ID-BAIXA
                       AND WRK-B-SIT(WRK-ACHOU) NOT = 'X'
                   MOVE WRK-ACHOU TO WRK-I
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-ACHOU FROM 1 BY 1
                   UNTIL WRK-ACHOU > WRK-QT-RAZ OR WRK-J > 0
               IF WRK-R-ID(WRK-ACHOU) = WRK-ID-BAIXA
                       AND WRK-R-SIT(WRK-ACHOU) NOT = 'X'
                   MOVE WRK-ACHOU TO WRK-J
               END-IF
           END-PERFORM.
           IF WRK-I = 0 AND WRK-J = 0
               DISPLAY "PENDENCIA " WRK-ID-BAIXA " NAO ENCONTRADA"
               GO TO 0930-SAIDA
           END-IF.
      *    DIVERGENCIA: ACHA O OUTRO LADO PELO ID DO PAR.
           IF WRK-I > 0 AND WRK-B-SIT(WRK-I) = 'D'
               PERFORM VARYING WRK-ACHOU FROM 1 BY 1
                       UNTIL WRK-ACHOU > WRK-QT-RAZ OR WRK-J > 0
                   IF WRK-R-ID(WRK-ACHOU) = WRK-B-PAR-ID(WRK-I)
                       MOVE WRK-ACHOU TO WRK-J
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-J > 0 AND WRK-R-SIT(WRK-J) = 'D' AND WRK-I = 0
               PERFORM VARYING WRK-ACHOU FROM 1 BY 1
                       UNTIL WRK-ACHOU > WRK-QT-BCO OR WRK-I > 0
                   IF WRK-B-ID(WRK-ACHOU) = WRK-R-PAR-ID(WRK-J)
                       MOVE WRK-ACHOU TO WRK-I
                   END-IF
               END-PERFORM
           END-IF.
           IF WRK-I > 0
               MOVE WRK-B-VALOR(WRK-I) TO WRK-VALOR-ED
               DISPLAY "BANCO: " WRK-B-DATA(WRK-I) " "
                       WRK-B-DC(WRK-I) " " WRK-VALOR-ED " "
                       WRK-B-HIST(WRK-I)
           END-IF.
           IF WRK-J > 0
               MOVE WRK-R-VALOR(WRK-J) TO WRK-VALOR-ED
               DISPLAY "RAZAO: " WRK-R-DATA(WRK-J) " "
                       WRK-R-DC(WRK-J) " " WRK-VALOR-ED " "
                       WRK-R-HIST(WRK-J)
           END-IF.
           DISPLAY "MOTIVO DA BAIXA : ".
           MOVE SPACES TO WRK-MOTIVO.
           ACCEPT WRK-MOTIVO.
           MOVE FUNCTION UPPER-CASE(WRK-MOTIVO) TO WRK-MOTIVO.
           IF WRK-MOTIVO = SPACES
               DISPLAY "BAIXA SEM MOTIVO NAO E ACEITA"
               GO TO 0930-SAIDA
           END-IF.
           DISPLAY "CONFIRMA A BAIXA (S/N) ? ".
           MOVE 'N' TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0930-SAIDA
           END-IF.
           IF WRK-BAIXAS-ABERTO NOT = 'S'
               OPEN EXTEND BAIXAS
               IF FS-BAIXAS = 35
                   OPEN OUTPUT BAIXAS
                   CLOSE BAIXAS
                   OPEN EXTEND BAIXAS
               END-IF
               MOVE 'S' TO WRK-BAIXAS-ABERTO
           END-IF.
           IF WRK-I > 0
               MOVE 'X'                TO WRK-B-SIT(WRK-I)
               MOVE 'B'                TO BAIXA-LADO
               MOVE WRK-B-ID(WRK-I)    TO BAIXA-ID
               MOVE WRK-B-DATA(WRK-I)  TO BAIXA-DATA-LANC
               MOVE WRK-B-DC(WRK-I)    TO BAIXA-DC
               MOVE WRK-B-VALOR(WRK-I) TO BAIXA-VALOR
               MOVE WRK-B-REF(WRK-I)   TO BAIXA-REFERENCIA
               MOVE WRK-B-HIST(WRK-I)  TO BAIXA-HISTORICO
               PERFORM 0940-GRAVA-BAIXA
           END-IF.
           IF WRK-J > 0
               MOVE 'X'                TO WRK-R-SIT(WRK-J)
               MOVE 'R'                TO BAIXA-LADO
               MOVE WRK-R-ID(WRK-J)    TO BAIXA-ID
               MOVE WRK-R-DATA(WRK-J)  TO BAIXA-DATA-LANC
               MOVE WRK-R-DC(WRK-J)    TO BAIXA-DC
               MOVE WRK-R-VALOR(WRK-J) TO BAIXA-VALOR
               MOVE WRK-R-REF(WRK-J)   TO BAIXA-REFERENCIA
               MOVE WRK-R-HIST(WRK-J)  TO BAIXA-HISTORICO
               PERFORM 0940-GRAVA-BAIXA
           END-IF.
           DISPLAY "PENDENCIA BAIXADA".

       0930-SAIDA.
           EXIT.

       0940-GRAVA-BAIXA              SECTION.
           MOVE WRK-HOJE       TO BAIXA-DATA.
           MOVE WRK-SUPERVISOR TO BAIXA-SUPERVISOR.
           MOVE WRK-MOTIVO     TO BAIXA-MOTIVO.
           WRITE BAIXA-REG.
           ADD 1 TO WRK-QT-BAIXADAS.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-EXTBCO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'EXTRATO.BCO.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EXTBCO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PENDENCIAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONC.PEND.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PENDENCIAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-BAIXAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONC.BAIXA.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-BAIXAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONCCTL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONC.CTL.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONCCTL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONCSEQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONC.SEQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONCSEQ
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONCREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONCBCO.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONCREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPERADOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-OPERADOR
           END-STRING.

       COPY CFGLER.
