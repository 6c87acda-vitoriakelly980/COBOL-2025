      *          QUEBRA DEVOLVE RETURN-CODE 8 E O JOBEXEC PARA A
      *          CORRENTE ANTES DE GRAVAR EM CIMA DE DADO RUIM; AS
      *          CONTAGENS SO VIRAM A NOVA BASE QUANDO TUDO PASSA.
      *          NA NOITE QUE PASSA, AS CONTAGENS DOS MESTRES, A DO
      *          RAZAO (PAGAMENTOS.LOG.TXT) E O TAMANHO EM BYTES DOS
      *          DIARIOS PRINCIPAIS TAMBEM SAO ACRESCENTADOS AO
      *          HISTORICO DE CAPACIDADE VERIFPRE.HIST.TXT (CAPHREG),
      *          DE ONDE O TENDCAP TIRA O CRESCIMENTO E AS PROJECOES.
      *          O RAZAO E OS DIARIOS SO SAO MEDIDOS: NAO ENTRAM NA
      *          TOLERANCIA NEM PARAM A CORRENTE.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT ESPELHO ASSIGN TO WRK-ARQ-ESPELHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS ESP-CHAVE
               ALTERNATE RECORD KEY IS ESP-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ESP-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CONTROLE.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT DIARIO ASSIGN TO WRK-ARQ-DIARIO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-DIARIO.

           SELECT HISTORICO ASSIGN TO WRK-ARQ-HISTORICO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-HISTORICO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
              10 ESP-FONE               PIC 9(12).
           05 ESP-NOME                  PIC X(40).
           05 ESP-DADOS                 PIC X(118).
           05 ESP-DOC-CHAVE             PIC X(15).

       FD  CONTAS.
       COPY CONTAREG.
           05 CTL-MESTRE                PIC X(12).
           05 CTL-QTDE                  PIC 9(07).

       FD  RAZAO.
       COPY RAZAOREG.

      *    OS DIARIOS TEM LAYOUTS DIFERENTES: SAO MEDIDOS BYTE A BYTE.
       FD  DIARIO.
       01  DIARIO-BYTE                  PIC X(01).

       FD  HISTORICO.
       COPY CAPHREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONTROLE             PIC X(80) VALUE SPACES.
       77  FS-MESTRE                    PIC 9(02) VALUE ZEROS.
       77  FS-CONTROLE                  PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-DIARIO               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-HISTORICO            PIC X(80) VALUE SPACES.
       77  FS-DIARIO                    PIC 9(02) VALUE ZEROS.
       77  FS-HISTORICO                 PIC 9(02) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-BYTES                    PIC 9(12) VALUE ZEROS.
       77  WRK-D                        PIC 9(02) VALUE ZEROS.
       77  WRK-QT-MEDIDAS               PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-TOLERANCIA               PIC 9(02) VALUE 20.
       77  WRK-MESTRE                   PIC X(12) VALUE SPACES.
              10 WRK-ANT-MESTRE         PIC X(12).
              10 WRK-ANT-QTDE           PIC 9(07).
       77  WRK-QT-ANTERIORES            PIC 9(02) VALUE ZEROS.
      *    DIARIOS PRINCIPAIS MEDIDOS PARA O HISTORICO DE CAPACIDADE.
       01  WRK-NOMES-DIARIOS.
           05 FILLER PIC X(20) VALUE 'CLIENTES.LOG.TXT'.
           05 FILLER PIC X(20) VALUE 'CLIENTES.JRN.TXT'.
           05 FILLER PIC X(20) VALUE 'COTACOES.LOG.TXT'.
           05 FILLER PIC X(20) VALUE 'HISTIMC.LOG.TXT'.
           05 FILLER PIC X(20) VALUE 'FITA.LOG.TXT'.
           05 FILLER PIC X(20) VALUE 'PRODUTOS.MOV.TXT'.
           05 FILLER PIC X(20) VALUE 'SEGURANCA.LOG.TXT'.
           05 FILLER PIC X(20) VALUE 'JOBS.RUN.LOG.TXT'.
           05 FILLER PIC X(20) VALUE 'NOTIFICA.FILA.TXT'.
       01  FILLER REDEFINES WRK-NOMES-DIARIOS.
           05 WRK-NOME-DIARIO OCCURS 9 TIMES PIC X(20).
      *    RAZAO (REGISTROS) E DIARIOS (BYTES) DA NOITE.
       01  WRK-MEDIDAS.
           05 WRK-MED-ITEM OCCURS 10 TIMES.
              10 WRK-MED-ARQUIVO        PIC X(20).
              10 WRK-MED-UNIDADE        PIC X(01).
              10 WRK-MED-QTDE           PIC 9(12).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 0250-CONFERE-TURMA.
           PERFORM 0260-CONFERE-PRODUTOS.
           PERFORM 0270-CONFERE-FERIADOS.
           PERFORM 0280-CONTA-RAZAO.
           PERFORM 0290-MEDE-DIARIOS.
           PERFORM 0400-COMPARA-COM-ONTEM.
           PERFORM 0500-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WRK-HOJE.
           IF WRK-PARAMETRO(1:10) = 'TOLERANCIA'
                   AND WRK-PARAMETRO(12:2) IS NUMERIC
               MOVE WRK-PARAMETRO(12:2) TO WRK-TOLERANCIA
       0270-SAIDA.
           EXIT.

      *    O RAZAO SO E CONTADO (A CHAVE E CONTA + SEQUENCIA E A ORDEM
      *    JA E GARANTIDA PELO INDICE); RAZAO AUSENTE CONTA ZERO.
       0280-CONTA-RAZAO              SECTION.
           MOVE ZEROS TO WRK-BYTES.
           OPEN INPUT RAZAO.
           IF FS-MESTRE = 0
               READ RAZAO NEXT RECORD
               PERFORM UNTIL FS-MESTRE NOT = 0
                   ADD 1 TO WRK-BYTES
                   READ RAZAO NEXT RECORD
               END-PERFORM
               CLOSE RAZAO
           END-IF.
           ADD 1 TO WRK-QT-MEDIDAS.
           MOVE 'RAZAO'   TO WRK-MED-ARQUIVO(WRK-QT-MEDIDAS).
           MOVE 'R'       TO WRK-MED-UNIDADE(WRK-QT-MEDIDAS).
           MOVE WRK-BYTES TO WRK-MED-QTDE(WRK-QT-MEDIDAS).
           DISPLAY "RAZAO        REGISTROS: " WRK-BYTES.

       0290-MEDE-DIARIOS             SECTION.
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > 9
               MOVE SPACES TO WRK-ARQ-DIARIO
               STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                      FUNCTION TRIM(WRK-NOME-DIARIO(WRK-D))
                                                  DELIMITED BY SIZE
                 INTO WRK-ARQ-DIARIO
               END-STRING
               MOVE ZEROS TO WRK-BYTES
               OPEN INPUT DIARIO
               IF FS-DIARIO = 0
                   READ DIARIO NEXT RECORD
                   PERFORM UNTIL FS-DIARIO NOT = 0
                       ADD 1 TO WRK-BYTES
                       READ DIARIO NEXT RECORD
                   END-PERFORM
                   CLOSE DIARIO
               END-IF
               ADD 1 TO WRK-QT-MEDIDAS
               MOVE WRK-NOME-DIARIO(WRK-D)
                                TO WRK-MED-ARQUIVO(WRK-QT-MEDIDAS)
               MOVE 'B'         TO WRK-MED-UNIDADE(WRK-QT-MEDIDAS)
               MOVE WRK-BYTES   TO WRK-MED-QTDE(WRK-QT-MEDIDAS)
               DISPLAY WRK-NOME-DIARIO(WRK-D) " BYTES: " WRK-BYTES
           END-PERFORM.

       0300-PREPARA-MESTRE           SECTION.
           MOVE ZEROS TO WRK-QTDE.
           MOVE LOW-VALUES TO WRK-CHAVE-ANT.
                   WRITE CONTROLE-REG
               END-PERFORM
               CLOSE CONTROLE
               PERFORM 0510-GRAVA-HISTORICO
               DISPLAY "CONFERENCIA PREVIA OK - CORRENTE LIBERADA"
           ELSE
               DISPLAY "** " WRK-FALHAS " QUEBRAS - CORRENTE NAO "
               MOVE 8 TO RETURN-CODE
           END-IF.

       0510-GRAVA-HISTORICO          SECTION.
           OPEN EXTEND HISTORICO.
           IF FS-HISTORICO = 35
               OPEN OUTPUT HISTORICO
           END-IF.
           IF FS-HISTORICO NOT = 0
               DISPLAY "HISTORICO DE CAPACIDADE NAO FOI ABERTO, STATUS="
                       FS-HISTORICO
               GO TO 0510-SAIDA
           END-IF.
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > 8
               MOVE WRK-HOJE              TO CAPH-DATA
               MOVE WRK-RES-MESTRE(WRK-M) TO CAPH-ARQUIVO
               MOVE 'R'                   TO CAPH-UNIDADE
               MOVE WRK-RES-QTDE(WRK-M)   TO CAPH-QTDE
               WRITE CAPH-REG
           END-PERFORM.
           PERFORM VARYING WRK-D FROM 1 BY 1
                   UNTIL WRK-D > WRK-QT-MEDIDAS
               MOVE WRK-HOJE               TO CAPH-DATA
               MOVE WRK-MED-ARQUIVO(WRK-D) TO CAPH-ARQUIVO
               MOVE WRK-MED-UNIDADE(WRK-D) TO CAPH-UNIDADE
               MOVE WRK-MED-QTDE(WRK-D)    TO CAPH-QTDE
               WRITE CAPH-REG
           END-PERFORM.
           CLOSE HISTORICO.

       0510-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
                  'VERIFPRE.CTL.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONTROLE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-HISTORICO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'VERIFPRE.HIST.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-HISTORICO
           END-STRING.

       COPY CFGLER.
