       IDENTIFICATION DIVISION.
       PROGRAM-ID. SLAATD.
      ******************************************************************
      *OBJETIVO: ENVELHECIMENTO DIARIO DOS CHAMADOS DE ATENDIMENTO
      *          (ATENDIM.DAT.TXT DO MANTATD). TODO CHAMADO AINDA NAO
      *          FECHADO CUJOS DIAS CORRIDOS DESDE A ABERTURA PASSARAM
      *          DO PRAZO DA CATEGORIA (TABELA ATDCATWS.cpy) SAI NA
      *          LISTA, AGRUPADO POR CATEGORIA E DO MAIS ATRASADO PARA
      *          O MENOS ATRASADO (VIA SORT, COMO NO RELTURMA). NO FIM,
      *          O QUADRO POR CATEGORIA: ABERTOS E FORA DO PRAZO.
      *          CATEGORIA FORA DA TABELA CONTA COMO A ULTIMA (OUTROS).
      *          SAI NA TELA E EM ATENDIM.SLA.RPT.TXT.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT ATENDIM ASSIGN TO WRK-ARQ-ATENDIM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ATENDIM
               RECORD KEY      IS ATD-CHAVE.

           SELECT SLAREL ASSIGN TO WRK-ARQ-SLAREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-SLAREL.

           SELECT ATRASOS ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  ATENDIM.
       COPY ATDREG.

       FD  SLAREL.
       01  SLAREL-REG                   PIC X(100).

       SD  ATRASOS.
       01  ATRASO-REG.
           05 ATRASO-CAT                PIC 9(02).
           05 ATRASO-DIAS               PIC 9(05).
           05 ATRASO-PAIS               PIC 9(03).
           05 ATRASO-FONE               PIC 9(12).
           05 ATRASO-NUMERO             PIC 9(05).
           05 ATRASO-DATA-ABERT         PIC 9(08).
           05 ATRASO-SITUACAO           PIC X(01).
           05 ATRASO-ASSUNTO            PIC X(40).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ATENDIM              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-SLAREL               PIC X(80) VALUE SPACES.
       77  FS-ATENDIM                   PIC 9(02) VALUE ZEROS.
       77  FS-SLAREL                    PIC 9(02) VALUE ZEROS.
       77  FS-ATRASOS                   PIC 9(02) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-DIAS                     PIC 9(05) VALUE ZEROS.
       77  WRK-CAT-ACHADA               PIC 9(02) VALUE ZEROS.
       77  WRK-CAT-ATUAL                PIC 9(02) VALUE ZEROS.
       77  WRK-QT-LIDOS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ABERTOS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ATRASADOS             PIC 9(05) VALUE ZEROS.
       77  WRK-ATRASO-DIAS              PIC 9(05) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       01  WRK-CAT-CONTADORES.
           05 WRK-CAT-CONT OCCURS 6 TIMES.
              10 WRK-CAT-QT-ABERTOS     PIC 9(05).
              10 WRK-CAT-QT-FORA        PIC 9(05).
       COPY ATDCATWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           SORT ATRASOS ON ASCENDING KEY ATRASO-CAT
                           DESCENDING KEY ATRASO-DIAS
               INPUT PROCEDURE IS 0200-SELECIONA
               OUTPUT PROCEDURE IS 0300-LISTA-ATRASOS.
           PERFORM 0400-QUADRO.
           PERFORM 0500-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           INITIALIZE WRK-CAT-CONTADORES.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT ATENDIM.
           IF FS-ATENDIM NOT = 0
               DISPLAY "ARQUIVO DE CHAMADOS NAO FOI ABERTO, STATUS="
                       FS-ATENDIM
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SLAREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CHAMADOS FORA DO PRAZO (SLA) EM ' DELIMITED BY SIZE
                  WRK-HOJE                           DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0600-GRAVA-LINHA.

       0200-SELECIONA                SECTION.
           READ ATENDIM NEXT RECORD
           PERFORM UNTIL FS-ATENDIM NOT = 0
               ADD 1 TO WRK-QT-LIDOS
               IF ATD-PENDENTE
                   PERFORM 0250-ENVELHECE
               END-IF
               READ ATENDIM NEXT RECORD
           END-PERFORM.
           CLOSE ATENDIM.

       0250-ENVELHECE                SECTION.
           ADD 1 TO WRK-QT-ABERTOS.
           MOVE WRK-CAT-QTDE TO WRK-CAT-ACHADA.
           PERFORM VARYING WRK-CAT-I FROM 1 BY 1
                   UNTIL WRK-CAT-I > WRK-CAT-QTDE
               IF WRK-CAT-CODIGO(WRK-CAT-I) = ATD-CATEGORIA
                   MOVE WRK-CAT-I TO WRK-CAT-ACHADA
               END-IF
           END-PERFORM.
           ADD 1 TO WRK-CAT-QT-ABERTOS(WRK-CAT-ACHADA).
           COMPUTE WRK-DIAS = FUNCTION INTEGER-OF-DATE(WRK-HOJE)
                            - FUNCTION INTEGER-OF-DATE(ATD-DATA-ABERT).
           IF WRK-DIAS > WRK-CAT-SLA(WRK-CAT-ACHADA)
               ADD 1 TO WRK-QT-ATRASADOS
               ADD 1 TO WRK-CAT-QT-FORA(WRK-CAT-ACHADA)
               MOVE WRK-CAT-ACHADA TO ATRASO-CAT
               COMPUTE ATRASO-DIAS = WRK-DIAS
                                   - WRK-CAT-SLA(WRK-CAT-ACHADA)
               MOVE ATD-PAIS       TO ATRASO-PAIS
               MOVE ATD-FONE       TO ATRASO-FONE
               MOVE ATD-NUMERO     TO ATRASO-NUMERO
               MOVE ATD-DATA-ABERT TO ATRASO-DATA-ABERT
               MOVE ATD-SITUACAO   TO ATRASO-SITUACAO
               MOVE ATD-ASSUNTO    TO ATRASO-ASSUNTO
               RELEASE ATRASO-REG
           END-IF.

      *    QUEBRA POR CATEGORIA: CABECALHO COM O NOME E O PRAZO NA
      *    PRIMEIRA LINHA DE CADA UMA.
       0300-LISTA-ATRASOS            SECTION.
           MOVE ZEROS TO WRK-CAT-ATUAL.
           RETURN ATRASOS
             AT END
               MOVE 10 TO FS-ATRASOS
             NOT AT END
               MOVE 0 TO FS-ATRASOS
           END-RETURN.
           PERFORM UNTIL FS-ATRASOS = 10
               IF ATRASO-CAT NOT = WRK-CAT-ATUAL
                   MOVE ATRASO-CAT TO WRK-CAT-ATUAL
                   MOVE SPACES TO WRK-LINHA
                   STRING '----- '  DELIMITED BY SIZE
                          WRK-CAT-CODIGO(WRK-CAT-ATUAL)
                                    DELIMITED BY SIZE
                          ' '       DELIMITED BY SIZE
                          WRK-CAT-NOME(WRK-CAT-ATUAL)
                                    DELIMITED BY SIZE
                          ' PRAZO ' DELIMITED BY SIZE
                          WRK-CAT-SLA(WRK-CAT-ATUAL)
                                    DELIMITED BY SIZE
                          ' DIAS -----' DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0600-GRAVA-LINHA
                   MOVE 'CLIENTE          CHAMADO ABERTURA ATRASO S '
                     TO WRK-LINHA
                   MOVE 'ASSUNTO' TO WRK-LINHA(45:7)
                   PERFORM 0600-GRAVA-LINHA
               END-IF
               MOVE ATRASO-DIAS TO WRK-ATRASO-DIAS
               MOVE SPACES TO WRK-LINHA
               STRING ATRASO-PAIS       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ATRASO-FONE       DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ATRASO-NUMERO     DELIMITED BY SIZE
                      '   '             DELIMITED BY SIZE
                      ATRASO-DATA-ABERT DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      WRK-ATRASO-DIAS   DELIMITED BY SIZE
                      '  '              DELIMITED BY SIZE
                      ATRASO-SITUACAO   DELIMITED BY SIZE
                      ' '               DELIMITED BY SIZE
                      ATRASO-ASSUNTO    DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0600-GRAVA-LINHA
               RETURN ATRASOS
                 AT END
                   MOVE 10 TO FS-ATRASOS
               END-RETURN
           END-PERFORM.
           IF WRK-QT-ATRASADOS = 0
               MOVE 'NENHUM CHAMADO FORA DO PRAZO' TO WRK-LINHA
               PERFORM 0600-GRAVA-LINHA
           END-IF.

       0400-QUADRO                   SECTION.
           MOVE '----- QUADRO POR CATEGORIA -----' TO WRK-LINHA.
           PERFORM 0600-GRAVA-LINHA.
           MOVE 'CATEGORIA            PRAZO ABERTOS FORA DO PRAZO'
             TO WRK-LINHA.
           PERFORM 0600-GRAVA-LINHA.
           PERFORM VARYING WRK-CAT-I FROM 1 BY 1
                   UNTIL WRK-CAT-I > WRK-CAT-QTDE
               MOVE SPACES TO WRK-LINHA
               STRING WRK-CAT-CODIGO(WRK-CAT-I)     DELIMITED BY SIZE
                      ' '                           DELIMITED BY SIZE
                      WRK-CAT-NOME(WRK-CAT-I)       DELIMITED BY SIZE
                      '    '                        DELIMITED BY SIZE
                      WRK-CAT-SLA(WRK-CAT-I)        DELIMITED BY SIZE
                      '   '                         DELIMITED BY SIZE
                      WRK-CAT-QT-ABERTOS(WRK-CAT-I) DELIMITED BY SIZE
                      '   '                         DELIMITED BY SIZE
                      WRK-CAT-QT-FORA(WRK-CAT-I)    DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0600-GRAVA-LINHA
           END-PERFORM.

       0500-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CHAMADOS LIDOS: ' DELIMITED BY SIZE
                  WRK-QT-LIDOS       DELIMITED BY SIZE
                  '  ABERTOS: '      DELIMITED BY SIZE
                  WRK-QT-ABERTOS     DELIMITED BY SIZE
                  '  FORA DO PRAZO: ' DELIMITED BY SIZE
                  WRK-QT-ATRASADOS   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0600-GRAVA-LINHA.
           CLOSE SLAREL.

       0600-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO SLAREL-REG.
           WRITE SLAREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-ATENDIM.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ATENDIM.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ATENDIM
           END-STRING.
           MOVE SPACES TO WRK-ARQ-SLAREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ATENDIM.SLA.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-SLAREL
           END-STRING.

       COPY CFGLER.
