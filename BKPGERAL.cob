       IDENTIFICATION DIVISION.
       PROGRAM-ID. BKPGERAL.
      ******************************************************************
      *OBJETIVO: BACKUP NOTURNO DOS DEMAIS MESTRES DA OFICINA, NOS
      *          MOLDES DO BKPCLI (QUE CONTINUA CUIDANDO DO CLIENTES):
      *          CONTAS, FUNCIONARIOS, TURMA, ALUNOS, PACIENTES,
      *          PRODUTOS, COTACAO, FERIADO E OPERADOR. CADA RODADA E
      *          UMA GERACAO: CADA MESTRE E DESCARREGADO, NA ORDEM DA
      *          CHAVE, PARA UM ARQUIVO PLANO DATADO
      *          (<MESTRE>.BKP.AAAAMMDDHHMMSS.TXT) E O MANIFESTO
      *          BKPGERAL.MAN.AAAAMMDDHHMMSS.TXT (BKPMANRG) GUARDA, POR
      *          MESTRE, O ARQUIVO, A QUANTIDADE DE REGISTROS E A SOMA
      *          DE CONFERENCIA DAS CHAVES. A GERACAO ENTRA NO CATALOGO
      *          BKPGERAL.CAT.TXT E AS GERACOES ALEM DAS N MAIS
      *          RECENTES SAO EXPURGADAS (PARAMETRO 'GERACOES nn' NA
      *          LINHA DE COMANDO; SEM PARAMETRO, GUARDA 5).
      *          MESTRE QUE AINDA NAO EXISTE (STATUS 35) FICA NO
      *          MANIFESTO SEM ARQUIVO. ERRO DE ABERTURA OU DE LEITURA
      *          DEVOLVE RETURN-CODE 8 E A GERACAO FICA 'I'
      *          (INCOMPLETA): NAO CONTA PARA A RETENCAO E E EXPURGADA
      *          NA PRIMEIRA GERACAO COMPLETA SEGUINTE.
      *          A RESTAURACAO E FEITA PELO RESTGERAL.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS CONTA-NUMERO.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS FUNC-ID.

           SELECT TURMA ASSIGN TO WRK-ARQ-TURMA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS TURMA-CHAVE.

           SELECT ALUNOS ASSIGN TO WRK-ARQ-ALUNOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS ALUNO-MATRICULA.

           SELECT PACIENTES ASSIGN TO WRK-ARQ-PACIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS PAC-NUMERO.

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS PROD-CODIGO.

           SELECT COTMESTRE ASSIGN TO WRK-ARQ-COTMESTRE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS COT-CHAVE.

           SELECT FERIADOS ASSIGN TO WRK-ARQ-FERIADOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS FER-DATA.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS OPER-ID.

           SELECT BACKUP ASSIGN TO WRK-ARQ-BACKUP
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-BACKUP.

           SELECT MANIFESTO ASSIGN TO WRK-ARQ-MANIFESTO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MANIFESTO.

           SELECT CATALOGO ASSIGN TO WRK-ARQ-BKPCAT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CATALOGO.

           SELECT EXPURGO ASSIGN TO WRK-ARQ-EXPURGO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EXPURGO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  CONTAS.
       COPY CONTAREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  TURMA.
       COPY TURMAREG.

       FD  ALUNOS.
       COPY ALUNREG.

       FD  PACIENTES.
       COPY PACREG.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  COTMESTRE.
       COPY COTREG.

       FD  FERIADOS.
       01  FER-REG.
           05 FER-DATA              PIC 9(08).
           05 FER-DESCRICAO         PIC X(30).

       FD  OPERADOR.
       01  OPER-REG.
           05 OPER-ID                   PIC X(08).
           05 OPER-NOME                 PIC X(30).
           05 OPER-SENHA                PIC X(08).
           05 OPER-PERFIL               PIC X(01).
           05 OPER-FALHAS               PIC 9(02).
           05 OPER-SITUACAO             PIC X(01).
           05 OPER-SENHA-DATA           PIC 9(08).
           05 OPER-SENHA-ANT OCCURS 3 TIMES
                                        PIC X(08).

       FD  BACKUP.
       01  BKP-REG                      PIC X(200).

       FD  MANIFESTO.
       COPY BKPMANRG.

      *    UMA LINHA POR GERACAO: O MANIFESTO DELA, A DATA E HORA, O
      *    TOTAL DE REGISTROS COPIADOS E A SITUACAO ('A' ATIVA, 'I'
      *    INCOMPLETA, 'E' EXPURGADA).
       FD  CATALOGO.
       01  CATALOGO-REG.
           05 CAT-ARQUIVO               PIC X(70).
           05 CAT-DATAHORA              PIC X(14).
           05 CAT-QTREGISTRO            PIC 9(07).
           05 CAT-SITUACAO              PIC X(01).

       FD  EXPURGO.
       01  EXPURGO-REG                  PIC X(01).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TURMA                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ALUNOS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PACIENTES            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-COTMESTRE            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FERIADOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-OPERADOR             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-BKPCAT               PIC X(80) VALUE SPACES.
       77  FS-MESTRE                    PIC 9(02) VALUE ZEROS.
       77  FS-BACKUP                    PIC 9(02) VALUE ZEROS.
       77  FS-MANIFESTO                 PIC 9(02) VALUE ZEROS.
       77  FS-CATALOGO                  PIC 9(02) VALUE ZEROS.
       77  FS-EXPURGO                   PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-BACKUP               PIC X(70) VALUE SPACES.
       77  WRK-ARQ-MANIFESTO            PIC X(70) VALUE SPACES.
       77  WRK-ARQ-GERACAO              PIC X(70) VALUE SPACES.
       77  WRK-ARQ-EXPURGO              PIC X(70) VALUE SPACES.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-GERACOES                 PIC 9(02) VALUE 5.
       77  WRK-DATAHORA                 PIC X(14) VALUE SPACES.
       77  WRK-MESTRE                   PIC X(12) VALUE SPACES.
       77  WRK-SITUACAO                 PIC X(01) VALUE SPACES.
       77  WRK-QTDE                     PIC 9(07) VALUE ZEROS.
       77  WRK-SOMA-CHAVE               PIC 9(15) VALUE ZEROS.
       77  WRK-CHAVE-ATUAL              PIC X(60) VALUE SPACES.
       77  WRK-P                        PIC 9(02) VALUE ZEROS.
       77  WRK-FALHAS                   PIC 9(02) VALUE ZEROS.
       77  WRK-QT-MESTRES               PIC 9(02) VALUE ZEROS.
       77  WRK-QT-TOTAL                 PIC 9(07) VALUE ZEROS.
       77  WRK-QT-ATIVAS                PIC 9(03) VALUE ZEROS.
       77  WRK-QT-EXPURGADAS            PIC 9(03) VALUE ZEROS.
       77  WRK-QT-CAT                   PIC 9(03) VALUE ZEROS.
       77  WRK-T                        PIC 9(03) VALUE ZEROS.
      *    CATALOGO EM MEMORIA PARA APLICAR A RETENCAO: AS GERACOES
      *    SAO GRAVADAS EM ORDEM CRONOLOGICA, ENTAO AS PRIMEIRAS
      *    ATIVAS DA TABELA SAO AS MAIS ANTIGAS.
       01  WRK-CATALOGO.
           05 WRK-CAT-ITEM OCCURS 200 TIMES.
              10 WRK-CAT-ARQUIVO        PIC X(70).
              10 WRK-CAT-DATAHORA       PIC X(14).
              10 WRK-CAT-QTREG          PIC 9(07).
              10 WRK-CAT-SITUACAO       PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-COPIA-CONTAS.
           PERFORM 0210-COPIA-FUNCIONARIOS.
           PERFORM 0220-COPIA-TURMA.
           PERFORM 0230-COPIA-ALUNOS.
           PERFORM 0240-COPIA-PACIENTES.
           PERFORM 0250-COPIA-PRODUTOS.
           PERFORM 0260-COPIA-COTACAO.
           PERFORM 0270-COPIA-FERIADOS.
           PERFORM 0280-COPIA-OPERADOR.
           CLOSE MANIFESTO.
           PERFORM 0300-ATUALIZA-CATALOGO.
           PERFORM 0400-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:8) = 'GERACOES'
                   AND WRK-PARAMETRO(10:2) IS NUMERIC
               MOVE WRK-PARAMETRO(10:2) TO WRK-GERACOES
           END-IF.
           IF WRK-GERACOES = ZEROS
               MOVE 5 TO WRK-GERACOES
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WRK-DATAHORA.
           MOVE SPACES TO WRK-ARQ-MANIFESTO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'BKPGERAL.MAN.'   DELIMITED BY SIZE
                  WRK-DATAHORA      DELIMITED BY SIZE
                  '.TXT'            DELIMITED BY SIZE
             INTO WRK-ARQ-MANIFESTO
           END-STRING.
           MOVE WRK-ARQ-MANIFESTO TO WRK-ARQ-GERACAO.
           OPEN OUTPUT MANIFESTO.
           IF FS-MANIFESTO NOT = 0
               DISPLAY "MANIFESTO DO BACKUP NAO FOI ABERTO, STATUS="
                       FS-MANIFESTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "=========== BACKUP GERAL DOS MESTRES ===========".

      *    UM PARAGRAFO POR MESTRE: ABRE, DESCARREGA NA ORDEM DA CHAVE
      *    PARA O ARQUIVO DA GERACAO SOMANDO AS CHAVES, E GRAVA A
      *    LINHA DO MANIFESTO. ARQUIVO AINDA INEXISTENTE (STATUS 35)
      *    SO GANHA A LINHA; ERRO DE ABERTURA OU DE LEITURA E FALHA.
       0200-COPIA-CONTAS             SECTION.
           MOVE 'CONTAS      ' TO WRK-MESTRE.
           PERFORM 0500-PREPARA-MESTRE.
           OPEN INPUT CONTAS.
           IF FS-MESTRE = 35
               PERFORM 0510-MESTRE-AUSENTE
               GO TO 0200-SAIDA
           END-IF.
           IF FS-MESTRE NOT = 0
               PERFORM 0520-MESTRE-QUEBRADO
               PERFORM 0560-GRAVA-MANIFESTO
               GO TO 0200-SAIDA
           END-IF.
           PERFORM 0530-ABRE-BACKUP.
           IF FS-BACKUP NOT = 0
               CLOSE CONTAS
               GO TO 0200-SAIDA
           END-IF.
           MOVE ZEROS TO CONTA-NUMERO.
           START CONTAS KEY IS NOT LESS CONTA-NUMERO
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ CONTAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE CONTA-REG TO BKP-REG
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE CONTA-NUMERO TO WRK-CHAVE-ATUAL
               PERFORM 0540-GRAVA-BACKUP
               READ CONTAS NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0520-MESTRE-QUEBRADO
           END-IF.
           CLOSE CONTAS.
           PERFORM 0550-FECHA-MESTRE.

       0200-SAIDA.
           EXIT.

       0210-COPIA-FUNCIONARIOS       SECTION.
           MOVE 'FUNCIONARIOS' TO WRK-MESTRE.
           PERFORM 0500-PREPARA-MESTRE.
           OPEN INPUT FUNCIONARIOS.
           IF FS-MESTRE = 35
               PERFORM 0510-MESTRE-AUSENTE
               GO TO 0210-SAIDA
           END-IF.
           IF FS-MESTRE NOT = 0
               PERFORM 0520-MESTRE-QUEBRADO
               PERFORM 0560-GRAVA-MANIFESTO
               GO TO 0210-SAIDA
           END-IF.
           PERFORM 0530-ABRE-BACKUP.
           IF FS-BACKUP NOT = 0
               CLOSE FUNCIONARIOS
               GO TO 0210-SAIDA
           END-IF.
           MOVE ZEROS TO FUNC-ID.
           START FUNCIONARIOS KEY IS NOT LESS FUNC-ID
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ FUNCIONARIOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE FUNC-REG TO BKP-REG
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE FUNC-ID TO WRK-CHAVE-ATUAL
               PERFORM 0540-GRAVA-BACKUP
               READ FUNCIONARIOS NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0520-MESTRE-QUEBRADO
           END-IF.
           CLOSE FUNCIONARIOS.
           PERFORM 0550-FECHA-MESTRE.

       0210-SAIDA.
           EXIT.

       0220-COPIA-TURMA              SECTION.
           MOVE 'TURMA       ' TO WRK-MESTRE.
           PERFORM 0500-PREPARA-MESTRE.
           OPEN INPUT TURMA.
           IF FS-MESTRE = 35
               PERFORM 0510-MESTRE-AUSENTE
               GO TO 0220-SAIDA
           END-IF.
           IF FS-MESTRE NOT = 0
               PERFORM 0520-MESTRE-QUEBRADO
               PERFORM 0560-GRAVA-MANIFESTO
               GO TO 0220-SAIDA
           END-IF.
           PERFORM 0530-ABRE-BACKUP.
           IF FS-BACKUP NOT = 0
               CLOSE TURMA
               GO TO 0220-SAIDA
           END-IF.
           MOVE LOW-VALUES TO TURMA-CHAVE.
           START TURMA KEY IS NOT LESS TURMA-CHAVE
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ TURMA NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE TURMA-REG TO BKP-REG
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE TURMA-CHAVE TO WRK-CHAVE-ATUAL
               PERFORM 0540-GRAVA-BACKUP
               READ TURMA NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0520-MESTRE-QUEBRADO
           END-IF.
           CLOSE TURMA.
           PERFORM 0550-FECHA-MESTRE.

       0220-SAIDA.
           EXIT.

       0230-COPIA-ALUNOS             SECTION.
           MOVE 'ALUNOS      ' TO WRK-MESTRE.
           PERFORM 0500-PREPARA-MESTRE.
           OPEN INPUT ALUNOS.
           IF FS-MESTRE = 35
               PERFORM 0510-MESTRE-AUSENTE
               GO TO 0230-SAIDA
           END-IF.
           IF FS-MESTRE NOT = 0
               PERFORM 0520-MESTRE-QUEBRADO
               PERFORM 0560-GRAVA-MANIFESTO
               GO TO 0230-SAIDA
           END-IF.
           PERFORM 0530-ABRE-BACKUP.
           IF FS-BACKUP NOT = 0
               CLOSE ALUNOS
               GO TO 0230-SAIDA
           END-IF.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY IS NOT LESS ALUNO-MATRICULA
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ ALUNOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE ALUNO-REG TO BKP-REG
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE ALUNO-MATRICULA TO WRK-CHAVE-ATUAL
               PERFORM 0540-GRAVA-BACKUP
               READ ALUNOS NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0520-MESTRE-QUEBRADO
           END-IF.
           CLOSE ALUNOS.
           PERFORM 0550-FECHA-MESTRE.

       0230-SAIDA.
           EXIT.

       0240-COPIA-PACIENTES          SECTION.
           MOVE 'PACIENTES   ' TO WRK-MESTRE.
           PERFORM 0500-PREPARA-MESTRE.
           OPEN INPUT PACIENTES.
           IF FS-MESTRE = 35
               PERFORM 0510-MESTRE-AUSENTE
               GO TO 0240-SAIDA
           END-IF.
           IF FS-MESTRE NOT = 0
               PERFORM 0520-MESTRE-QUEBRADO
               PERFORM 0560-GRAVA-MANIFESTO
               GO TO 0240-SAIDA
           END-IF.
           PERFORM 0530-ABRE-BACKUP.
           IF FS-BACKUP NOT = 0
               CLOSE PACIENTES
               GO TO 0240-SAIDA
           END-IF.
           MOVE ZEROS TO PAC-NUMERO.
           START PACIENTES KEY IS NOT LESS PAC-NUMERO
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ PACIENTES NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE PAC-REG TO BKP-REG
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE PAC-NUMERO TO WRK-CHAVE-ATUAL
               PERFORM 0540-GRAVA-BACKUP
               READ PACIENTES NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0520-MESTRE-QUEBRADO
           END-IF.
           CLOSE PACIENTES.
           PERFORM 0550-FECHA-MESTRE.

       0240-SAIDA.
           EXIT.

       0250-COPIA-PRODUTOS           SECTION.
           MOVE 'PRODUTOS    ' TO WRK-MESTRE.
           PERFORM 0500-PREPARA-MESTRE.
           OPEN INPUT PRODUTOS.
           IF FS-MESTRE = 35
               PERFORM 0510-MESTRE-AUSENTE
               GO TO 0250-SAIDA
           END-IF.
           IF FS-MESTRE NOT = 0
               PERFORM 0520-MESTRE-QUEBRADO
               PERFORM 0560-GRAVA-MANIFESTO
               GO TO 0250-SAIDA
           END-IF.
           PERFORM 0530-ABRE-BACKUP.
           IF FS-BACKUP NOT = 0
               CLOSE PRODUTOS
               GO TO 0250-SAIDA
           END-IF.
           MOVE ZEROS TO PROD-CODIGO.
           START PRODUTOS KEY IS NOT LESS PROD-CODIGO
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ PRODUTOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE PROD-REG TO BKP-REG
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE PROD-CODIGO TO WRK-CHAVE-ATUAL
               PERFORM 0540-GRAVA-BACKUP
               READ PRODUTOS NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0520-MESTRE-QUEBRADO
           END-IF.
           CLOSE PRODUTOS.
           PERFORM 0550-FECHA-MESTRE.

       0250-SAIDA.
           EXIT.

       0260-COPIA-COTACAO            SECTION.
           MOVE 'COTACAO     ' TO WRK-MESTRE.
           PERFORM 0500-PREPARA-MESTRE.
           OPEN INPUT COTMESTRE.
           IF FS-MESTRE = 35
               PERFORM 0510-MESTRE-AUSENTE
               GO TO 0260-SAIDA
           END-IF.
           IF FS-MESTRE NOT = 0
               PERFORM 0520-MESTRE-QUEBRADO
               PERFORM 0560-GRAVA-MANIFESTO
               GO TO 0260-SAIDA
           END-IF.
           PERFORM 0530-ABRE-BACKUP.
           IF FS-BACKUP NOT = 0
               CLOSE COTMESTRE
               GO TO 0260-SAIDA
           END-IF.
           MOVE LOW-VALUES TO COT-CHAVE.
           START COTMESTRE KEY IS NOT LESS COT-CHAVE
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ COTMESTRE NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE COT-REG TO BKP-REG
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE COT-CHAVE TO WRK-CHAVE-ATUAL
               PERFORM 0540-GRAVA-BACKUP
               READ COTMESTRE NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0520-MESTRE-QUEBRADO
           END-IF.
           CLOSE COTMESTRE.
           PERFORM 0550-FECHA-MESTRE.

       0260-SAIDA.
           EXIT.

       0270-COPIA-FERIADOS           SECTION.
           MOVE 'FERIADO     ' TO WRK-MESTRE.
           PERFORM 0500-PREPARA-MESTRE.
           OPEN INPUT FERIADOS.
           IF FS-MESTRE = 35
               PERFORM 0510-MESTRE-AUSENTE
               GO TO 0270-SAIDA
           END-IF.
           IF FS-MESTRE NOT = 0
               PERFORM 0520-MESTRE-QUEBRADO
               PERFORM 0560-GRAVA-MANIFESTO
               GO TO 0270-SAIDA
           END-IF.
           PERFORM 0530-ABRE-BACKUP.
           IF FS-BACKUP NOT = 0
               CLOSE FERIADOS
               GO TO 0270-SAIDA
           END-IF.
           MOVE ZEROS TO FER-DATA.
           START FERIADOS KEY IS NOT LESS FER-DATA
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ FERIADOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE FER-REG TO BKP-REG
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE FER-DATA TO WRK-CHAVE-ATUAL
               PERFORM 0540-GRAVA-BACKUP
               READ FERIADOS NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0520-MESTRE-QUEBRADO
           END-IF.
           CLOSE FERIADOS.
           PERFORM 0550-FECHA-MESTRE.

       0270-SAIDA.
           EXIT.

       0280-COPIA-OPERADOR           SECTION.
           MOVE 'OPERADOR    ' TO WRK-MESTRE.
           PERFORM 0500-PREPARA-MESTRE.
           OPEN INPUT OPERADOR.
           IF FS-MESTRE = 35
               PERFORM 0510-MESTRE-AUSENTE
               GO TO 0280-SAIDA
           END-IF.
           IF FS-MESTRE NOT = 0
               PERFORM 0520-MESTRE-QUEBRADO
               PERFORM 0560-GRAVA-MANIFESTO
               GO TO 0280-SAIDA
           END-IF.
           PERFORM 0530-ABRE-BACKUP.
           IF FS-BACKUP NOT = 0
               CLOSE OPERADOR
               GO TO 0280-SAIDA
           END-IF.
           MOVE LOW-VALUES TO OPER-ID.
           START OPERADOR KEY IS NOT LESS OPER-ID
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ OPERADOR NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE OPER-REG TO BKP-REG
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE OPER-ID TO WRK-CHAVE-ATUAL
               PERFORM 0540-GRAVA-BACKUP
               READ OPERADOR NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0520-MESTRE-QUEBRADO
           END-IF.
           CLOSE OPERADOR.
           PERFORM 0550-FECHA-MESTRE.

       0280-SAIDA.
           EXIT.

      *    CARREGA O CATALOGO, ACRESCENTA A GERACAO NOVA E EXPURGA AS
      *    ATIVAS MAIS ANTIGAS ALEM DO LIMITE. COM A GERACAO NOVA
      *    COMPLETA, AS INCOMPLETAS ANTERIORES TAMBEM SAO EXPURGADAS.
      *    O MANIFESTO DA GERACAO EXPURGADA FICA COMO HISTORICO.
       0300-ATUALIZA-CATALOGO        SECTION.
           OPEN INPUT CATALOGO.
           IF FS-CATALOGO = 0
               READ CATALOGO NEXT RECORD
               PERFORM UNTIL FS-CATALOGO = 10 OR WRK-QT-CAT = 199
                   ADD 1 TO WRK-QT-CAT
                   MOVE CAT-ARQUIVO    TO WRK-CAT-ARQUIVO(WRK-QT-CAT)
                   MOVE CAT-DATAHORA   TO WRK-CAT-DATAHORA(WRK-QT-CAT)
                   MOVE CAT-QTREGISTRO TO WRK-CAT-QTREG(WRK-QT-CAT)
                   MOVE CAT-SITUACAO   TO WRK-CAT-SITUACAO(WRK-QT-CAT)
                   READ CATALOGO NEXT RECORD
               END-PERFORM
               CLOSE CATALOGO
           END-IF.
           ADD 1 TO WRK-QT-CAT.
           MOVE WRK-ARQ-GERACAO      TO WRK-CAT-ARQUIVO(WRK-QT-CAT).
           MOVE WRK-DATAHORA         TO WRK-CAT-DATAHORA(WRK-QT-CAT).
           MOVE WRK-QT-TOTAL         TO WRK-CAT-QTREG(WRK-QT-CAT).
           IF WRK-FALHAS = 0
               MOVE 'A'              TO WRK-CAT-SITUACAO(WRK-QT-CAT)
           ELSE
               MOVE 'I'              TO WRK-CAT-SITUACAO(WRK-QT-CAT)
           END-IF.
           MOVE 0 TO WRK-QT-ATIVAS.
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > WRK-QT-CAT
               IF WRK-CAT-SITUACAO(WRK-T) = 'A'
                   ADD 1 TO WRK-QT-ATIVAS
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > WRK-QT-CAT
               IF WRK-CAT-SITUACAO(WRK-T) = 'A'
                       AND WRK-QT-ATIVAS > WRK-GERACOES
                   PERFORM 0310-EXPURGA-GERACAO
                   SUBTRACT 1 FROM WRK-QT-ATIVAS
               END-IF
               IF WRK-CAT-SITUACAO(WRK-T) = 'I'
                       AND WRK-T < WRK-QT-CAT
                       AND WRK-FALHAS = 0
                   PERFORM 0310-EXPURGA-GERACAO
               END-IF
           END-PERFORM.
           OPEN OUTPUT CATALOGO.
           PERFORM VARYING WRK-T FROM 1 BY 1 UNTIL WRK-T > WRK-QT-CAT
               MOVE WRK-CAT-ARQUIVO(WRK-T)  TO CAT-ARQUIVO
               MOVE WRK-CAT-DATAHORA(WRK-T) TO CAT-DATAHORA
               MOVE WRK-CAT-QTREG(WRK-T)    TO CAT-QTREGISTRO
               MOVE WRK-CAT-SITUACAO(WRK-T) TO CAT-SITUACAO
               WRITE CATALOGO-REG
           END-PERFORM.
           CLOSE CATALOGO.

      *    TRUNCA CADA ARQUIVO LISTADO NO MANIFESTO DA GERACAO
      *    WRK-T PARA LIBERAR O ESPACO E MARCA A LINHA COM 'E'.
       0310-EXPURGA-GERACAO          SECTION.
           MOVE WRK-CAT-ARQUIVO(WRK-T) TO WRK-ARQ-MANIFESTO.
           OPEN INPUT MANIFESTO.
           IF FS-MANIFESTO = 0
               READ MANIFESTO NEXT RECORD
               PERFORM UNTIL FS-MANIFESTO NOT = 0
                   IF MAN-ARQUIVO NOT = SPACES
                       MOVE MAN-ARQUIVO TO WRK-ARQ-EXPURGO
                       OPEN OUTPUT EXPURGO
                       CLOSE EXPURGO
                   END-IF
                   READ MANIFESTO NEXT RECORD
               END-PERFORM
               CLOSE MANIFESTO
           END-IF.
           MOVE 'E' TO WRK-CAT-SITUACAO(WRK-T).
           ADD 1 TO WRK-QT-EXPURGADAS.
           DISPLAY "GERACAO EXPURGADA: " WRK-CAT-DATAHORA(WRK-T).

       0400-FINALIZAR                SECTION.
           DISPLAY "MANIFESTO DA GERACAO...: " WRK-ARQ-GERACAO.
           DISPLAY "MESTRES NO MANIFESTO...: " WRK-QT-MESTRES.
           DISPLAY "REGISTROS COPIADOS.....: " WRK-QT-TOTAL.
           DISPLAY "GERACOES ATIVAS........: " WRK-QT-ATIVAS.
           DISPLAY "GERACOES EXPURGADAS....: " WRK-QT-EXPURGADAS.
           IF WRK-FALHAS > 0
               DISPLAY "** " WRK-FALHAS " MESTRE(S) COM FALHA - "
                       "GERACAO INCOMPLETA **"
               MOVE 8 TO RETURN-CODE
           END-IF.

       0500-PREPARA-MESTRE           SECTION.
           MOVE ZEROS  TO WRK-QTDE WRK-SOMA-CHAVE.
           MOVE SPACES TO WRK-ARQ-BACKUP.
           MOVE 'A'    TO WRK-SITUACAO.

       0510-MESTRE-AUSENTE           SECTION.
           DISPLAY WRK-MESTRE " AINDA NAO EXISTE - NADA A COPIAR".
           MOVE 'N' TO WRK-SITUACAO.
           PERFORM 0560-GRAVA-MANIFESTO.

       0520-MESTRE-QUEBRADO          SECTION.
           ADD 1 TO WRK-FALHAS.
           MOVE 'F' TO WRK-SITUACAO.
           DISPLAY "** " WRK-MESTRE " COM FILE STATUS " FS-MESTRE
                   " - COPIA FALHOU **".

       0530-ABRE-BACKUP              SECTION.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  WRK-MESTRE        DELIMITED BY SPACE
                  '.BKP.'           DELIMITED BY SIZE
                  WRK-DATAHORA      DELIMITED BY SIZE
                  '.TXT'            DELIMITED BY SIZE
             INTO WRK-ARQ-BACKUP
           END-STRING.
           OPEN OUTPUT BACKUP.
           IF FS-BACKUP NOT = 0
               ADD 1 TO WRK-FALHAS
               MOVE 'F' TO WRK-SITUACAO
               DISPLAY "** ARQUIVO DE BACKUP DE " WRK-MESTRE
                       " NAO FOI ABERTO, STATUS=" FS-BACKUP " **"
               MOVE SPACES TO WRK-ARQ-BACKUP
               PERFORM 0560-GRAVA-MANIFESTO
           END-IF.

      *    GRAVA O REGISTRO JA MOVIDO PARA BKP-REG E SOMA A CHAVE EM
      *    WRK-CHAVE-ATUAL NA CONFERENCIA (VIDE BKPMANRG).
       0540-GRAVA-BACKUP             SECTION.
           WRITE BKP-REG.
           ADD 1 TO WRK-QTDE.
           PERFORM VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > 60
               COMPUTE WRK-SOMA-CHAVE = WRK-SOMA-CHAVE
                     + FUNCTION ORD(WRK-CHAVE-ATUAL(WRK-P:1)) * WRK-P
           END-PERFORM.

       0550-FECHA-MESTRE             SECTION.
           CLOSE BACKUP.
           PERFORM 0560-GRAVA-MANIFESTO.

       0560-GRAVA-MANIFESTO          SECTION.
           MOVE WRK-MESTRE     TO MAN-MESTRE.
           MOVE WRK-ARQ-BACKUP TO MAN-ARQUIVO.
           MOVE WRK-QTDE       TO MAN-QTREGISTRO.
           MOVE WRK-SOMA-CHAVE TO MAN-SOMA-CHAVE.
           MOVE WRK-SITUACAO   TO MAN-SITUACAO.
           WRITE MAN-REG.
           ADD 1 TO WRK-QT-MESTRES.
           ADD WRK-QTDE TO WRK-QT-TOTAL.
           DISPLAY WRK-MESTRE " " WRK-SITUACAO " REGISTROS: " WRK-QTDE
                   " SOMA DAS CHAVES: " WRK-SOMA-CHAVE.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CONTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-TURMA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'TURMA.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TURMA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ALUNOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALUNOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALUNOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PACIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PACIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PACIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-COTMESTRE.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COTACAO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-COTMESTRE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FERIADOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FERIADO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FERIADOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPERADOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-OPERADOR
           END-STRING.
           MOVE SPACES TO WRK-ARQ-BKPCAT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'BKPGERAL.CAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-BKPCAT
           END-STRING.

       COPY CFGLER.
