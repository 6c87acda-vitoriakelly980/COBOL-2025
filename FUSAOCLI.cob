       IDENTIFICATION DIVISION.
       PROGRAM-ID. FUSAOCLI.
      ******************************************************************
      *OBJETIVO: FUSAO EM LOTE DE CADASTROS DUPLICADOS. LE O ARQUIVO
      *          DE PARES CLIENTES.FUS.TRN.TXT (CHAVE SOBREVIVENTE +
      *          CHAVE VITIMA, NORMALMENTE CONFERIDOS A PARTIR DO
      *          RELATORIO DO DUPLICLI) E APLICA CADA PAR PELAS MESMAS
      *          REGRAS DA OPCAO F DO CLIENTES: O SOBREVIVENTE HERDA O
      *          QUE SO A VITIMA TINHA (EMAIL, ENDERECO, CPF/CNPJ), A
      *          VITIMA FICA INATIVA E O FUSAUTIL GRAVA O PONTEIRO
      *          VITIMA -> SOBREVIVENTE E REAPONTA OS ARQUIVOS
      *          SATELITES (VIDE FUSAUTIL). CLILOG, JORNAL E ESPELHO
      *          COMO NO TRANSCLI; PAR RECUSADO VAI PARA
      *          CLIENTES.FUS.REJ.TXT COM O MOTIVO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT MOVIMENTO ASSIGN TO WRK-ARQ-MOVIMENTO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MOVIMENTO.

           SELECT CLIENTES ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               LOCK MODE       IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT ESPELHO ASSIGN TO WRK-ARQ-ESPELHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ESPELHO
               RECORD KEY      IS ESP-CHAVE
               ALTERNATE RECORD KEY IS ESP-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ESP-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT CLILOG ASSIGN TO WRK-ARQ-CLILOG
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CLILOG.

           SELECT JORNAL ASSIGN TO WRK-ARQ-JORNAL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-JORNAL.

           SELECT REJEITOS ASSIGN TO WRK-ARQ-REJEITOS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-REJEITOS.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

      *    UM PAR POR LINHA: PRIMEIRO A CHAVE QUE FICA, DEPOIS A
      *    CHAVE DUPLICADA QUE SAI.
       FD  MOVIMENTO.
       01  MOV-REG.
           05 MOV-SOBREVIVENTE.
              10 MOV-SOB-PAIS           PIC 9(03).
              10 MOV-SOB-FONE           PIC 9(12).
           05 MOV-VITIMA.
              10 MOV-VIT-PAIS           PIC 9(03).
              10 MOV-VIT-FONE           PIC 9(12).

       FD  CLIENTES.
       COPY CLIREG.

      *    ESPELHO DO CLIENTES-REG NO SEGUNDO CAMINHO: TODA GRAVACAO
      *    DO LOTE E REPETIDA NELE (VIDE 0700-ESPELHA).
       FD  ESPELHO.
       01  ESP-REG.
           05 ESP-CHAVE.
              10 ESP-PAIS               PIC 9(03).
              10 ESP-FONE               PIC 9(12).
           05 ESP-NOME                  PIC X(40).
           05 ESP-DADOS                 PIC X(118).
           05 ESP-DOC-CHAVE             PIC X(15).

       FD  CLILOG.
       COPY CLILOGRG.

       FD  JORNAL.
       COPY CLIJRNRG.

       FD  REJEITOS.
       01  REJEITOS-REG                 PIC X(80).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-MOVIMENTO            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ESPELHO              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLILOG               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-JORNAL               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REJEITOS             PIC X(80) VALUE SPACES.
       77  FS-MOVIMENTO                 PIC 9(02) VALUE ZEROS.
       77  FS-CLIENTES                  PIC 9(02) VALUE ZEROS.
       77  FS-ESPELHO                   PIC 9(02) VALUE ZEROS.
       77  FS-CLILOG                    PIC 9(02) VALUE ZEROS.
       77  FS-JORNAL                    PIC 9(02) VALUE ZEROS.
       77  FS-REJEITOS                  PIC 9(02) VALUE ZEROS.
       77  WRK-TENTATIVA                PIC 9(02) VALUE ZEROS.
       77  WRK-ESPERA-SEG               PIC 9(01) VALUE 1.
       77  WRK-LOG-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-CAD-SEQ                  PIC 9(07) VALUE ZEROS.
       77  WRK-CAD-CONTROLE             PIC 9(15) VALUE ZEROS.
       77  WRK-JRN-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-ESP-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-LOG-OPERACAO             PIC X(08) VALUE SPACES.
       77  WRK-IMAGEM-ANTES             PIC X(200) VALUE SPACES.
       77  WRK-MOTIVO                   PIC X(30) VALUE SPACES.
       77  WRK-QT-LIDAS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FUNDIDAS              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REJEITADAS            PIC 9(05) VALUE ZEROS.
       77  WRK-FUS-DOC-MOVIDO           PIC X(01) VALUE 'N'.
       COPY FUSAUTW.
      *    A VITIMA COMO FOI LIDA, PARA O SOBREVIVENTE HERDAR DELA.
       01  WRK-FUS-VITIMA.
           05 WRK-FUSV-CHAVE.
              10 WRK-FUSV-PAIS          PIC 9(03).
              10 WRK-FUSV-FONE          PIC 9(12).
           05 WRK-FUSV-NOME             PIC X(40).
           05 WRK-FUSV-EMAIL            PIC X(30).
           05 WRK-FUSV-SITUACAO         PIC X(01).
           05 WRK-FUSV-ULTALT           PIC X(21).
           05 WRK-FUSV-ENDERECO         PIC X(66).
           05 WRK-FUSV-DOC-CHAVE.
              10 WRK-FUSV-DOC-TIPO      PIC X(01).
              10 WRK-FUSV-DOCUMENTO     PIC 9(14).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           OPEN INPUT MOVIMENTO.
           IF FS-MOVIMENTO NOT = 0
               DISPLAY "ARQUIVO DE PARES NAO FOI ABERTO, STATUS="
                       FS-MOVIMENTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SE A TELA DO CLIENTES ESTIVER COM O ARQUIVO, ESPERA E TENTA
      *    DE NOVO ALGUMAS VEZES ANTES DE DESISTIR COM MENSAGEM CLARA.
           MOVE 0 TO WRK-TENTATIVA.
           OPEN I-O CLIENTES.
           PERFORM UNTIL (FS-CLIENTES NOT = 93 AND FS-CLIENTES NOT = 94)
                         OR WRK-TENTATIVA >= 5
               ADD 1 TO WRK-TENTATIVA
               CALL 'C$SLEEP' USING WRK-ESPERA-SEG
               OPEN I-O CLIENTES
           END-PERFORM.
           IF FS-CLIENTES = 93 OR FS-CLIENTES = 94
               DISPLAY "ARQUIVO DE CLIENTES OCUPADO POR OUTRO "
                       "PROCESSO - LOTE NAO EXECUTADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF FS-CLIENTES = 35
               OPEN OUTPUT CLIENTES
               CLOSE CLIENTES
               OPEN I-O CLIENTES
           END-IF.
           OPEN OUTPUT REJEITOS.

       0200-PROCESSAR                SECTION.
           READ MOVIMENTO NEXT RECORD
           PERFORM UNTIL FS-MOVIMENTO = 10
               ADD 1 TO WRK-QT-LIDAS
               PERFORM 0250-APLICA-UMA
               READ MOVIMENTO NEXT RECORD
           END-PERFORM.

      *    MESMAS RECUSAS DA OPCAO F DA TELA: VITIMA INEXISTENTE,
      *    ANONIMIZADA OU JA FUNDIDA; SOBREVIVENTE IGUAL A VITIMA,
      *    INEXISTENTE OU QUE NAO ESTEJA ATIVO.
       0250-APLICA-UMA               SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           IF MOV-SOB-PAIS = ZEROS
               MOVE 55 TO MOV-SOB-PAIS
           END-IF.
           IF MOV-VIT-PAIS = ZEROS
               MOVE 55 TO MOV-VIT-PAIS
           END-IF.
           IF MOV-SOBREVIVENTE = MOV-VITIMA
               MOVE 'MESMA CHAVE NOS DOIS LADOS' TO WRK-MOTIVO
               GO TO 0250-REJEITA
           END-IF.
           MOVE MOV-VITIMA TO CLIENTES-CHAVE.
           READ CLIENTES
             INVALID KEY
               MOVE 'VITIMA NAO ENCONTRADA' TO WRK-MOTIVO
               GO TO 0250-REJEITA
           END-READ.
           IF CLIENTES-ANONIMO
               MOVE 'VITIMA ANONIMIZADA' TO WRK-MOTIVO
               GO TO 0250-REJEITA
           END-IF.
           MOVE 'C'            TO FUSAUTIL-FUNCAO.
           MOVE CLIENTES-CHAVE TO FUSAUTIL-VITIMA.
           CALL 'FUSAUTIL' USING FUSAUTIL-PARM.
           IF FUSAUTIL-ACHOU = 'S'
               MOVE 'VITIMA JA FUNDIDA' TO WRK-MOTIVO
               GO TO 0250-REJEITA
           END-IF.
           MOVE CLIENTES-REG TO WRK-FUS-VITIMA.
           MOVE MOV-SOBREVIVENTE TO CLIENTES-CHAVE.
           READ CLIENTES
             INVALID KEY
               MOVE 'SOBREVIVENTE NAO ENCONTRADO' TO WRK-MOTIVO
               GO TO 0250-REJEITA
           END-READ.
           IF NOT CLIENTES-ATIVO
               MOVE 'SOBREVIVENTE NAO ATIVO' TO WRK-MOTIVO
               GO TO 0250-REJEITA
           END-IF.
           PERFORM 0400-FUNDE-SOBREVIVENTE.
           IF WRK-MOTIVO = SPACES
               PERFORM 0450-FUNDE-VITIMA
           END-IF.
           IF WRK-MOTIVO = SPACES
               ADD 1 TO WRK-QT-FUNDIDAS
               GO TO 0250-SAIDA
           END-IF.

       0250-REJEITA.
           PERFORM 0600-REJEITA.

       0250-SAIDA.
           EXIT.

      *    O SOBREVIVENTE SO GANHA O QUE NAO TINHA.
       0400-FUNDE-SOBREVIVENTE       SECTION.
           MOVE CLIENTES-REG TO WRK-IMAGEM-ANTES.
           MOVE 'N' TO WRK-FUS-DOC-MOVIDO.
           IF CLIENTES-EMAIL = SPACES
               MOVE WRK-FUSV-EMAIL TO CLIENTES-EMAIL
           END-IF.
           IF CLIENTES-LOGRADOURO = SPACES
               MOVE WRK-FUSV-ENDERECO TO CLIENTES-ENDERECO
           END-IF.
           IF CLIENTES-SEM-DOC AND WRK-FUSV-DOC-TIPO NOT = SPACE
               MOVE WRK-FUSV-DOC-CHAVE TO CLIENTES-DOC-CHAVE
               MOVE 'S' TO WRK-FUS-DOC-MOVIDO
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT.
           REWRITE CLIENTES-REG
             INVALID KEY
               MOVE 'SOBREVIVENTE NAO REGRAVADO' TO WRK-MOTIVO
             NOT INVALID KEY
               MOVE 'FUSAO-SB' TO WRK-LOG-OPERACAO
               PERFORM 0800-GRAVA-LOG
               PERFORM 0810-GRAVA-JORNAL
               PERFORM 0700-ESPELHA
           END-REWRITE.

      *    A VITIMA FICA INATIVA (NUNCA DELETE FISICO) E PERDE O
      *    DOCUMENTO SE ELE FOI PARA O SOBREVIVENTE; DEPOIS O FUSAUTIL
      *    GRAVA O PONTEIRO E REAPONTA OS ARQUIVOS SATELITES.
       0450-FUNDE-VITIMA             SECTION.
           MOVE WRK-FUSV-CHAVE TO CLIENTES-CHAVE.
           READ CLIENTES
             INVALID KEY
               MOVE 'VITIMA NAO RELIDA' TO WRK-MOTIVO
           END-READ.
           IF WRK-MOTIVO = SPACES
               MOVE CLIENTES-REG TO WRK-IMAGEM-ANTES
               SET CLIENTES-INATIVO TO TRUE
               IF WRK-FUS-DOC-MOVIDO = 'S'
                   MOVE SPACE TO CLIENTES-DOC-TIPO
                   MOVE ZEROS TO CLIENTES-DOCUMENTO
               END-IF
               MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT
               REWRITE CLIENTES-REG
                 INVALID KEY
                   MOVE 'VITIMA NAO INATIVADA' TO WRK-MOTIVO
                 NOT INVALID KEY
                   MOVE 'FUSAO-VT' TO WRK-LOG-OPERACAO
                   PERFORM 0800-GRAVA-LOG
                   PERFORM 0810-GRAVA-JORNAL
                   PERFORM 0700-ESPELHA
                   MOVE 'F'              TO FUSAUTIL-FUNCAO
                   MOVE MOV-VITIMA       TO FUSAUTIL-VITIMA
                   MOVE MOV-SOBREVIVENTE TO FUSAUTIL-SOBREVIVENTE
                   MOVE 'FUSAOCLI'       TO FUSAUTIL-OPERADOR
                   CALL 'FUSAUTIL' USING FUSAUTIL-PARM
               END-REWRITE
           END-IF.

       0600-REJEITA                  SECTION.
           ADD 1 TO WRK-QT-REJEITADAS.
           MOVE SPACES TO REJEITOS-REG.
           STRING MOV-REG      DELIMITED BY SIZE
                  ' MOTIVO: '  DELIMITED BY SIZE
                  WRK-MOTIVO   DELIMITED BY SIZE
             INTO REJEITOS-REG
           END-STRING.
           WRITE REJEITOS-REG.

      *    O CLILOG E O JORNAL ABREM NA PRIMEIRA GRAVACAO E FECHAM NO
      *    FINAL, COMO NO SISTEMA CLIENTES.
       0800-GRAVA-LOG                SECTION.
           IF WRK-LOG-ABERTO NOT = 'S'
               PERFORM 0850-POSICIONA-CADEIA
               OPEN EXTEND CLILOG
               IF FS-CLILOG = 35
                   OPEN OUTPUT CLILOG
                   CLOSE CLILOG
                   OPEN EXTEND CLILOG
               END-IF
               MOVE 'S' TO WRK-LOG-ABERTO
           END-IF.
           MOVE WRK-LOG-OPERACAO      TO CLILOG-OPERACAO.
           MOVE CLIENTES-PAIS         TO CLILOG-PAIS.
           MOVE CLIENTES-FONE         TO CLILOG-FONE.
           MOVE FUNCTION CURRENT-DATE TO CLILOG-DATAHORA.
           MOVE 'FUSAOCLI'            TO CLILOG-OPERADOR.
           ADD 1 TO WRK-CAD-SEQ.
           COMPUTE WRK-CAD-CONTROLE = FUNCTION MOD(
                   WRK-CAD-CONTROLE + WRK-CAD-SEQ
                   + CLILOG-PAIS + CLILOG-FONE, 1000000000000000).
           MOVE WRK-CAD-SEQ      TO CLILOG-SEQUENCIA.
           MOVE WRK-CAD-CONTROLE TO CLILOG-CONTROLE.
           WRITE CLILOG-REG.

      *    LE O LOG ATE O FIM PARA RETOMAR A CADEIA ANTIFRAUDE DE ONDE
      *    A ULTIMA ENTRADA ENCADEADA PAROU (VIDE CLILOGRG.cpy).
       0850-POSICIONA-CADEIA         SECTION.
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

       0810-GRAVA-JORNAL             SECTION.
           IF WRK-JRN-ABERTO NOT = 'S'
               OPEN EXTEND JORNAL
               IF FS-JORNAL = 35
                   OPEN OUTPUT JORNAL
                   CLOSE JORNAL
                   OPEN EXTEND JORNAL
               END-IF
               MOVE 'S' TO WRK-JRN-ABERTO
           END-IF.
           MOVE WRK-LOG-OPERACAO      TO JORNAL-OPERACAO.
           MOVE FUNCTION CURRENT-DATE TO JORNAL-DATAHORA.
           MOVE CLIENTES-PAIS         TO JORNAL-PAIS.
           MOVE CLIENTES-FONE         TO JORNAL-FONE.
           MOVE WRK-IMAGEM-ANTES      TO JORNAL-ANTES.
           MOVE CLIENTES-REG          TO JORNAL-DEPOIS.
           WRITE JORNAL-REG.

      *    REPETE NO ESPELHO DO SEGUNDO CAMINHO A GRAVACAO QUE ACABOU
      *    DE SER FEITA NO TITULAR. FALHA NO ESPELHO NAO PARA O LOTE -
      *    O VERIFESP ACUSA E RESSINCRONIZA DEPOIS.
       0700-ESPELHA                  SECTION.
           IF WRK-ESP-ABERTO NOT = 'S'
               OPEN I-O ESPELHO
               IF FS-ESPELHO = 35
                   OPEN OUTPUT ESPELHO
                   CLOSE ESPELHO
                   OPEN I-O ESPELHO
               END-IF
               IF FS-ESPELHO = 0
                   MOVE 'S' TO WRK-ESP-ABERTO
               ELSE
                   DISPLAY "ESPELHO INDISPONIVEL, STATUS=" FS-ESPELHO
               END-IF
           END-IF.
           IF WRK-ESP-ABERTO = 'S'
               MOVE CLIENTES-REG TO ESP-REG
               WRITE ESP-REG
                 INVALID KEY
                   REWRITE ESP-REG
                     INVALID KEY
                       DISPLAY "ESPELHO NAO ATUALIZADO: " ESP-CHAVE
                   END-REWRITE
               END-WRITE
           END-IF.

       0300-FINALIZAR                SECTION.
           CLOSE MOVIMENTO.
           CLOSE CLIENTES.
           CLOSE REJEITOS.
           IF WRK-LOG-ABERTO = 'S'
               CLOSE CLILOG
           END-IF.
           IF WRK-JRN-ABERTO = 'S'
               CLOSE JORNAL
           END-IF.
           IF WRK-ESP-ABERTO = 'S'
               CLOSE ESPELHO
           END-IF.
           DISPLAY "========== FUSAO DE CADASTROS ==========".
           DISPLAY "PARES LIDOS...........: " WRK-QT-LIDAS.
           DISPLAY "PARES FUNDIDOS........: " WRK-QT-FUNDIDAS.
           DISPLAY "PARES REJEITADOS......: " WRK-QT-REJEITADAS.
           IF WRK-QT-REJEITADAS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-MOVIMENTO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.FUS.TRN.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MOVIMENTO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REJEITOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.FUS.REJ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REJEITOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLILOG.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLILOG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-JORNAL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.JRN.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-JORNAL
           END-STRING.
      *    VIRADA DE CONTINGENCIA (CLIDAT-ATIVO=2): O LOTE PASSA A
      *    GRAVAR NO ESPELHO DO SEGUNDO CAMINHO E A ESPELHAR DE VOLTA
      *    NO TITULAR, IGUAL AO SISTEMA CLIENTES E AO CARGACLI.
           IF CFG-CLIDAT-ATIVO = '2'
               MOVE SPACES TO WRK-ARQ-CLIENTES
               STRING FUNCTION TRIM(CFG-DIR-ESPELHO)
                                          DELIMITED BY SIZE
                      'CLIENTES.DAT.TXT'  DELIMITED BY SIZE
                 INTO WRK-ARQ-CLIENTES
               END-STRING
               MOVE SPACES TO WRK-ARQ-ESPELHO
               STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                      'CLIENTES.DAT.TXT' DELIMITED BY SIZE
                 INTO WRK-ARQ-ESPELHO
               END-STRING
           ELSE
               MOVE SPACES TO WRK-ARQ-CLIENTES
               STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                      'CLIENTES.DAT.TXT' DELIMITED BY SIZE
                 INTO WRK-ARQ-CLIENTES
               END-STRING
               MOVE SPACES TO WRK-ARQ-ESPELHO
               STRING FUNCTION TRIM(CFG-DIR-ESPELHO)
                                          DELIMITED BY SIZE
                      'CLIENTES.DAT.TXT'  DELIMITED BY SIZE
                 INTO WRK-ARQ-ESPELHO
               END-STRING
           END-IF.

       COPY CFGLER.
