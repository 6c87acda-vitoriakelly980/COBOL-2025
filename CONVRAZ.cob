       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVRAZ.
      ******************************************************************
      *OBJETIVO: CONVERSAO UNICA DOS ARQUIVOS DE PAGAMENTO PARA OS
      *          LAYOUTS COM O CODIGO DE BARRAS DO BOLETO, NO MESMO
      *          PROCEDIMENTO DO CONVLOGS: ANTES DE RODAR, RENOMEIE
      *          CADA ARQUIVO ATUAL PARA O NOME .OLD CORRESPONDENTE;
      *          ESTE PROGRAMA LE O ANTIGO E GRAVA O NOVO JA NO LAYOUT
      *          ATUAL. ARQUIVO SEM .OLD E PULADO COM AVISO.
      *            1) PAGAMENTOS.LOG.OLD.TXT -> PAGAMENTOS.LOG.TXT
      *               (GANHA RAZAO-BOLETO EM BRANCO - RAZAOREG.cpy)
      *            2) RECIBOS.DAT.OLD.TXT    -> RECIBOS.DAT.TXT
      *               (GANHA RECIBO-BOLETO E A SITUACAO DE
      *               CANCELAMENTO EM BRANCO - RECIBREG.cpy; RECIBOS
      *               JA CONVERTIDOS POR ESTE PROGRAMA ANTES DA
      *               SITUACAO EXISTIR PASSAM PELO CONVREC)
      *            3) PAGTOS.APR.OLD.TXT     -> PAGTOS.APR.TXT
      *               (GANHA APROV-BOLETO EM BRANCO - APRREG.cpy)
      *            4) AGENDA.PAG.OLD.TXT     -> AGENDA.PAG.TXT
      *               (GANHA A LINHA DIGITAVEL EM BRANCO - AGENDPAG)
      *          COM 'ANO AAAA' NA LINHA DE COMANDO CONVERTE TAMBEM O
      *          ARQUIVO MORTO DO ANO (PAGAMENTOS.LOG.AAAA.OLD.TXT ->
      *          PAGAMENTOS.LOG.AAAA.TXT, GERADO PELO ARQVPAG); RODE
      *          UMA VEZ POR ANO ARQUIVADO. SEM ESTA CONVERSAO O
      *          EXTRATO, RECONPAG, REIMPREC, APROVPAG E AGENDPAG LERIAM
      *          AS LINHAS ANTIGAS NOS DESLOCAMENTOS ERRADOS.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT RAZAOVEL ASSIGN TO WRK-ARQ-RAZAOVEL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RAZAOVEL.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RAZAO.

           SELECT RECVEL ASSIGN TO WRK-ARQ-RECVEL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               FILE STATUS     IS FS-RECVEL
               RECORD KEY      IS VEL-RECIBO-NUMERO.

           SELECT RECIBOS ASSIGN TO WRK-ARQ-RECIBOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               FILE STATUS     IS FS-RECIBOS
               RECORD KEY      IS RECIBO-NUMERO.

           SELECT APRVEL ASSIGN TO WRK-ARQ-APRVEL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-APRVEL.

           SELECT APROVACAO ASSIGN TO WRK-ARQ-APROVACAO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-APROVACAO.

           SELECT AGDVEL ASSIGN TO WRK-ARQ-AGDVEL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-AGDVEL.

           SELECT AGENDA ASSIGN TO WRK-ARQ-AGENDA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-AGENDA.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

      *    LINHA DO RAZAO ANTES DO CODIGO DE BARRAS (ATE RAZAO-TAXA).
      *    SERVE TAMBEM PARA O ARQUIVO MORTO DO ANO.
       FD  RAZAOVEL.
       01  VEL-RAZAO-REG                PIC X(67).

       FD  RAZAO.
       COPY RAZAOREG.

      *    RECIBO ANTES DO CODIGO DE BARRAS (ATE RECIBO-SEQ-RAZAO).
       FD  RECVEL.
       01  VEL-RECIBO-REG.
           05 VEL-RECIBO-NUMERO         PIC 9(08).
           05 FILLER                    PIC X(39).

       FD  RECIBOS.
       COPY RECIBREG.

      *    PENDENCIA DE APROVACAO ANTES DO CODIGO DE BARRAS.
       FD  APRVEL.
       01  VEL-APROV-REG                PIC X(52).

       FD  APROVACAO.
       COPY APRREG.

      *    AGENDAMENTO ANTES DA LINHA DIGITAVEL (ATE AGP-DATA-FIM).
       FD  AGDVEL.
       01  VEL-AGENDA-REG               PIC X(63).

       FD  AGENDA.
       01  AGENDA-REG.
           05 AGP-DADOS                 PIC X(63).
           05 AGP-LINHA-BOLETO          PIC X(47).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-RAZAOVEL             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RECVEL               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RECIBOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-APRVEL               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-APROVACAO            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-AGDVEL               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-AGENDA               PIC X(80) VALUE SPACES.
       77  FS-RAZAOVEL                  PIC 9(02) VALUE ZEROS.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-RECVEL                    PIC 9(02) VALUE ZEROS.
       77  FS-RECIBOS                   PIC 9(02) VALUE ZEROS.
       77  FS-APRVEL                    PIC 9(02) VALUE ZEROS.
       77  FS-APROVACAO                 PIC 9(02) VALUE ZEROS.
       77  FS-AGDVEL                    PIC 9(02) VALUE ZEROS.
       77  FS-AGENDA                    PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-ANO-MORTO                PIC 9(04) VALUE ZEROS.
       77  WRK-QT-RAZAO                 PIC 9(07) VALUE ZEROS.
       77  WRK-QT-MORTO                 PIC 9(07) VALUE ZEROS.
       77  WRK-QT-RECIBOS               PIC 9(07) VALUE ZEROS.
       77  WRK-QT-APROV                 PIC 9(07) VALUE ZEROS.
       77  WRK-QT-AGENDA                PIC 9(07) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'ANO ' AND
              WRK-PARAMETRO(5:4) IS NUMERIC
               MOVE WRK-PARAMETRO(5:4) TO WRK-ANO-MORTO
           END-IF.
           PERFORM 0100-CONVERTE-RAZAO.
           IF WRK-ANO-MORTO > 0
               PERFORM 0150-CONVERTE-MORTO
           END-IF.
           PERFORM 0200-CONVERTE-RECIBOS.
           PERFORM 0300-CONVERTE-APROVACAO.
           PERFORM 0400-CONVERTE-AGENDA.
           DISPLAY "LINHAS DE RAZAO CONVERTIDAS......: " WRK-QT-RAZAO.
           IF WRK-ANO-MORTO > 0
               DISPLAY "LINHAS DO ARQUIVO MORTO " WRK-ANO-MORTO
                       "......: " WRK-QT-MORTO
           END-IF.
           DISPLAY "RECIBOS CONVERTIDOS..............: "
                   WRK-QT-RECIBOS.
           DISPLAY "PENDENCIAS DE APROVACAO..........: " WRK-QT-APROV.
           DISPLAY "AGENDAMENTOS CONVERTIDOS.........: " WRK-QT-AGENDA.
           GOBACK.

       0100-CONVERTE-RAZAO           SECTION.
           OPEN INPUT RAZAOVEL.
           IF FS-RAZAOVEL NOT = 0
               DISPLAY "PAGAMENTOS.LOG.OLD.TXT AUSENTE - RAZAO "
                       "NAO CONVERTIDO"
           ELSE
               OPEN OUTPUT RAZAO
               READ RAZAOVEL NEXT RECORD
               PERFORM UNTIL FS-RAZAOVEL = 10
                   MOVE VEL-RAZAO-REG TO RAZAO-REG
                   MOVE SPACES        TO RAZAO-BOLETO
                   WRITE RAZAO-REG
                   ADD 1 TO WRK-QT-RAZAO
                   READ RAZAOVEL NEXT RECORD
               END-PERFORM
               CLOSE RAZAOVEL
               CLOSE RAZAO
           END-IF.

      *    O ARQUIVO MORTO TEM O LAYOUT DO RAZAO: MESMOS FDS, OUTROS
      *    NOMES.
       0150-CONVERTE-MORTO           SECTION.
           MOVE SPACES TO WRK-ARQ-RAZAOVEL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.'    DELIMITED BY SIZE
                  WRK-ANO-MORTO        DELIMITED BY SIZE
                  '.OLD.TXT'           DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAOVEL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.'    DELIMITED BY SIZE
                  WRK-ANO-MORTO        DELIMITED BY SIZE
                  '.TXT'               DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
           END-STRING.
           OPEN INPUT RAZAOVEL.
           IF FS-RAZAOVEL NOT = 0
               DISPLAY "ARQUIVO MORTO .OLD DO ANO " WRK-ANO-MORTO
                       " AUSENTE - NAO CONVERTIDO"
           ELSE
               OPEN OUTPUT RAZAO
               READ RAZAOVEL NEXT RECORD
               PERFORM UNTIL FS-RAZAOVEL = 10
                   MOVE VEL-RAZAO-REG TO RAZAO-REG
                   MOVE SPACES        TO RAZAO-BOLETO
                   WRITE RAZAO-REG
                   ADD 1 TO WRK-QT-MORTO
                   READ RAZAOVEL NEXT RECORD
               END-PERFORM
               CLOSE RAZAOVEL
               CLOSE RAZAO
           END-IF.

       0200-CONVERTE-RECIBOS         SECTION.
           OPEN INPUT RECVEL.
           IF FS-RECVEL NOT = 0
               DISPLAY "RECIBOS.DAT.OLD.TXT AUSENTE - RECIBOS "
                       "NAO CONVERTIDOS"
           ELSE
               OPEN OUTPUT RECIBOS
               READ RECVEL NEXT RECORD
               PERFORM UNTIL FS-RECVEL = 10
                   MOVE VEL-RECIBO-REG TO RECIBO-REG
                   MOVE SPACES         TO RECIBO-BOLETO
                   MOVE SPACE          TO RECIBO-SITUACAO
                   MOVE ZEROS          TO RECIBO-CANC-DATA
                   MOVE SPACES         TO RECIBO-CANC-APROV
                   WRITE RECIBO-REG
                     INVALID KEY
                       DISPLAY "RECIBO NAO GRAVADO: " RECIBO-NUMERO
                     NOT INVALID KEY
                       ADD 1 TO WRK-QT-RECIBOS
                   END-WRITE
                   READ RECVEL NEXT RECORD
               END-PERFORM
               CLOSE RECVEL
               CLOSE RECIBOS
           END-IF.

       0300-CONVERTE-APROVACAO       SECTION.
           OPEN INPUT APRVEL.
           IF FS-APRVEL NOT = 0
               DISPLAY "PAGTOS.APR.OLD.TXT AUSENTE - FILA DE "
                       "APROVACAO NAO CONVERTIDA"
           ELSE
               OPEN OUTPUT APROVACAO
               READ APRVEL NEXT RECORD
               PERFORM UNTIL FS-APRVEL = 10
                   MOVE VEL-APROV-REG TO APROV-REG
                   MOVE SPACES        TO APROV-BOLETO
                   WRITE APROV-REG
                   ADD 1 TO WRK-QT-APROV
                   READ APRVEL NEXT RECORD
               END-PERFORM
               CLOSE APRVEL
               CLOSE APROVACAO
           END-IF.

       0400-CONVERTE-AGENDA          SECTION.
           OPEN INPUT AGDVEL.
           IF FS-AGDVEL NOT = 0
               DISPLAY "AGENDA.PAG.OLD.TXT AUSENTE - AGENDA "
                       "NAO CONVERTIDA"
           ELSE
               OPEN OUTPUT AGENDA
               READ AGDVEL NEXT RECORD
               PERFORM UNTIL FS-AGDVEL = 10
                   MOVE VEL-AGENDA-REG TO AGP-DADOS
                   MOVE SPACES         TO AGP-LINHA-BOLETO
                   WRITE AGENDA-REG
                   ADD 1 TO WRK-QT-AGENDA
                   READ AGDVEL NEXT RECORD
               END-PERFORM
               CLOSE AGDVEL
               CLOSE AGENDA
           END-IF.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-RAZAOVEL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.OLD.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAOVEL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RECVEL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECIBOS.DAT.OLD.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECVEL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RECIBOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECIBOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECIBOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-APRVEL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGTOS.APR.OLD.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-APRVEL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-APROVACAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGTOS.APR.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-APROVACAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-AGDVEL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'AGENDA.PAG.OLD.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-AGDVEL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-AGENDA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'AGENDA.PAG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-AGENDA
           END-STRING.

       COPY CFGLER.
