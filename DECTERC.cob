       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECTERC.
      ******************************************************************
      *OBJETIVO: FOLHA DO DECIMO TERCEIRO SALARIO, SEPARADA DA FOLHA
      *          MENSAL (FOLHAPAG), EM DUAS PARCELAS:
      *            'PARCELA 1' - ADIANTAMENTO: METADE DO DIREITO, SEM
      *                          DESCONTOS;
      *            'PARCELA 2' - INTEGRAL: O DIREITO INTEIRO COM OS
      *                          DESCONTOS DAS FAIXAS DE FOLHA.TAB.TXT
      *                          (AS MESMAS DA FOLHA MENSAL), MENOS O
      *                          ADIANTAMENTO JA PAGO.
      *          NA LINHA DE COMANDO, ANO OPCIONAL DEPOIS DA PARCELA
      *          ('PARCELA 2 AAAA'); SEM ELE, O ANO CORRENTE.
      *          O DIREITO E PROPORCIONAL AOS MESES TRABALHADOS NO
      *          ANO: SALARIO X MESES / 12, CONTANDO O MES DA ADMISSAO
      *          QUANDO ELA CAI ATE O DIA 15. A ADMISSAO E O INICIO DO
      *          PRIMEIRO PERIODO AQUISITIVO EM FERIAS.DAT.TXT;
      *          FUNCIONARIO SEM PERIODO CADASTRADO RECEBE OS 12 MESES
      *          E SAI MARCADO NO CONTRACHEQUE PARA O RH CONFERIR.
      *          SO FUNCIONARIOS ATIVOS - O DESLIGADO RECEBE O
      *          PROPORCIONAL NA RESCISAO.
      *          SAIDAS: CONTRACHEQUES EM DECTERC.PAG.TXT, LIQUIDOS EM
      *          DECTERC.LIQ.TXT (MESMO LAYOUT DO FOLHA.LIQ.TXT, QUE O
      *          SALARIOS CREDITA COM 'BATCH 13'), O CONTROLE E
      *          ACUMULADOR DO ANO EM DECTERC.DAT.TXT (VIDE
      *          DEC13REG.cpy, LIDO PELO INFORREN) E UMA LINHA DE
      *          TOTAIS EM FOLHA.TOT.TXT COM A COMPETENCIA AAAA13 PARA
      *          O LANCCTB CONTABILIZAR JUNTO COM A FOLHA.
      *          PARCELA JA PAGA NO ANO NAO E PAGA DE NOVO: RODAR DE
      *          NOVO SO PEGA QUEM FICOU DE FORA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

           SELECT FOLHATAB ASSIGN TO WRK-ARQ-FOLHATAB
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FOLHATAB.

           SELECT CONTRACHEQUE ASSIGN TO WRK-ARQ-CONTRACHEQUE
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CONTRACHEQUE.

           SELECT LIQUIDOS ASSIGN TO WRK-ARQ-LIQUIDOS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-LIQUIDOS.

           SELECT FOLHATOT ASSIGN TO WRK-ARQ-FOLHATOT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FOLHATOT.

           SELECT DECTERC ASSIGN TO WRK-ARQ-DECTERC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-DECTERC
               RECORD KEY      IS DEC-CHAVE.

           SELECT FERIAS ASSIGN TO WRK-ARQ-FERIAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FERIAS
               RECORD KEY      IS FERIAS-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  FOLHATAB.
       01  FOLHATAB-REG.
           05 TAB-TIPO                  PIC X(01).
           05 TAB-TETO                  PIC X(10).
           05 TAB-ALIQUOTA              PIC X(04).

       FD  CONTRACHEQUE.
       01  CONTRACHEQUE-REG             PIC X(100).

       FD  LIQUIDOS.
       01  LIQUIDOS-REG.
           05 LIQ-FUNC-ID               PIC 9(05).
           05 LIQ-VALOR                 PIC 9(10)V99.

       FD  FOLHATOT.
       COPY FOLTOTRG.

       FD  DECTERC.
       COPY DEC13REG.

       FD  FERIAS.
       COPY FERIREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FOLHATAB             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONTRACHEQUE         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-LIQUIDOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FOLHATOT             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-DECTERC              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FERIAS               PIC X(80) VALUE SPACES.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  FS-FOLHATAB                  PIC 9(02) VALUE ZEROS.
       77  FS-CONTRACHEQUE              PIC 9(02) VALUE ZEROS.
       77  FS-LIQUIDOS                  PIC 9(02) VALUE ZEROS.
       77  FS-FOLHATOT                  PIC 9(02) VALUE ZEROS.
       77  FS-DECTERC                   PIC 9(02) VALUE ZEROS.
       77  FS-FERIAS                    PIC 9(02) VALUE ZEROS.
       77  WRK-FERIAS-ABERTO            PIC X(01) VALUE 'N'.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-PARCELA                  PIC X(01) VALUE SPACES.
           88 PRIMEIRA-PARCELA          VALUE '1'.
           88 SEGUNDA-PARCELA           VALUE '2'.
       77  WRK-ANO                      PIC 9(04) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-MESES                    PIC 9(02) VALUE ZEROS.
       77  WRK-SEM-ADMISSAO             PIC X(01) VALUE 'N'.
       77  WRK-TEM-CONTROLE             PIC X(01) VALUE 'N'.
       77  WRK-DIREITO                  PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ADIANTAMENTO             PIC 9(10)V99 VALUE ZEROS.
       77  WRK-BRUTO                    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-DESC-INSS                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-DESC-IRRF                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-LIQUIDO                  PIC 9(10)V99 VALUE ZEROS.
       77  WRK-LIQUIDO-S                PIC S9(10)V99 VALUE ZEROS.
       77  WRK-QT-INSS                  PIC 9(02) VALUE ZEROS.
       77  WRK-QT-IRRF                  PIC 9(02) VALUE ZEROS.
       77  WRK-T                        PIC 9(02) VALUE ZEROS.
       77  WRK-ALIQ-INSS                PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-IRRF                PIC 9(02)V99 VALUE ZEROS.
       77  WRK-QT-PAGOS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-JA-PAGOS              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-DIREITO           PIC 9(05) VALUE ZEROS.
       77  WRK-QT-INATIVOS              PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-BRUTO                PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-INSS                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-IRRF                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-LIQUIDO              PIC 9(12)V99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED2                PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED3                PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-ED                   PIC Z.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       01  WRK-ADMISSAO.
           05 WRK-ADM-ANO               PIC 9(04).
           05 WRK-ADM-MES               PIC 9(02).
           05 WRK-ADM-DIA               PIC 9(02).
      *    TABELAS DE FAIXAS EM MEMORIA, IGUAIS AS DO FOLHAPAG.
       01  WRK-FAIXAS-INSS.
           05 WRK-INSS-ITEM OCCURS 10 TIMES.
              10 WRK-INSS-TETO          PIC 9(08)V99.
              10 WRK-INSS-ALIQ          PIC 9(02)V99.
       01  WRK-FAIXAS-IRRF.
           05 WRK-IRRF-ITEM OCCURS 10 TIMES.
              10 WRK-IRRF-TETO          PIC 9(08)V99.
              10 WRK-IRRF-ALIQ          PIC 9(02)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0050-PARAMETROS.
           PERFORM 0100-CARREGA-TABELAS.
           PERFORM 0200-PROCESSA-FOLHA.
           PERFORM 0300-TOTAIS.
           GOBACK.

       0050-PARAMETROS               SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           IF WRK-PARAMETRO(1:7) NOT = 'PARCELA'
               DISPLAY "INFORME 'PARCELA 1' (ADIANTAMENTO) OU "
                       "'PARCELA 2' (INTEGRAL) NA LINHA DE COMANDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE WRK-PARAMETRO(9:1) TO WRK-PARCELA.
           IF NOT PRIMEIRA-PARCELA AND NOT SEGUNDA-PARCELA
               DISPLAY "PARCELA INVALIDA: " WRK-PARCELA
                       " - VALIDAS: 1 OU 2"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WRK-PARAMETRO(11:4) IS NUMERIC
               MOVE WRK-PARAMETRO(11:4) TO WRK-ANO
           ELSE
               MOVE WRK-HOJE(1:4) TO WRK-ANO
           END-IF.

       0100-CARREGA-TABELAS          SECTION.
           OPEN INPUT FOLHATAB.
           IF FS-FOLHATAB NOT = 0
               DISPLAY "FOLHA.TAB.TXT AUSENTE - USANDO AS FAIXAS "
                       "PADRAO EMBUTIDAS"
               PERFORM 0150-FAIXAS-PADRAO
           ELSE
               READ FOLHATAB NEXT RECORD
               PERFORM UNTIL FS-FOLHATAB = 10
                   PERFORM 0120-CARREGA-FAIXA
                   READ FOLHATAB NEXT RECORD
               END-PERFORM
               CLOSE FOLHATAB
               IF WRK-QT-INSS = 0 OR WRK-QT-IRRF = 0
                   DISPLAY "TABELA DE FAIXAS INCOMPLETA - USANDO AS "
                           "FAIXAS PADRAO EMBUTIDAS"
                   PERFORM 0150-FAIXAS-PADRAO
               END-IF
           END-IF.

       0120-CARREGA-FAIXA            SECTION.
           IF TAB-TETO NOT NUMERIC OR TAB-ALIQUOTA NOT NUMERIC
               DISPLAY "LINHA DE FAIXA INVALIDA IGNORADA: "
                       FOLHATAB-REG
           ELSE
               EVALUATE TAB-TIPO
                 WHEN 'I'
                   IF WRK-QT-INSS < 10
                       ADD 1 TO WRK-QT-INSS
                       COMPUTE WRK-INSS-TETO(WRK-QT-INSS) =
                               FUNCTION NUMVAL(TAB-TETO) / 100
                       COMPUTE WRK-INSS-ALIQ(WRK-QT-INSS) =
                               FUNCTION NUMVAL(TAB-ALIQUOTA) / 100
                   END-IF
                 WHEN 'R'
                   IF WRK-QT-IRRF < 10
                       ADD 1 TO WRK-QT-IRRF
                       COMPUTE WRK-IRRF-TETO(WRK-QT-IRRF) =
                               FUNCTION NUMVAL(TAB-TETO) / 100
                       COMPUTE WRK-IRRF-ALIQ(WRK-QT-IRRF) =
                               FUNCTION NUMVAL(TAB-ALIQUOTA) / 100
                   END-IF
      *    ENCARGOS DO EMPREGADOR, DEDUCAO POR DEPENDENTE E MARGEM
      *    DOS CONSIGNADOS: SO O FOLHAPAG USA.
                 WHEN 'F'
                 WHEN 'P'
                 WHEN 'O'
                 WHEN 'D'
                 WHEN 'M'
                   CONTINUE
                 WHEN OTHER
                   DISPLAY "TIPO DE FAIXA DESCONHECIDO IGNORADO: "
                           TAB-TIPO
               END-EVALUATE
           END-IF.

       0150-FAIXAS-PADRAO            SECTION.
           MOVE 0 TO WRK-QT-INSS WRK-QT-IRRF.
           MOVE 3 TO WRK-QT-INSS.
           MOVE 1500,00     TO WRK-INSS-TETO(1).
           MOVE 08,00       TO WRK-INSS-ALIQ(1).
           MOVE 3000,00     TO WRK-INSS-TETO(2).
           MOVE 09,00       TO WRK-INSS-ALIQ(2).
           MOVE 99999999,00 TO WRK-INSS-TETO(3).
           MOVE 11,00       TO WRK-INSS-ALIQ(3).
           MOVE 3 TO WRK-QT-IRRF.
           MOVE 2000,00     TO WRK-IRRF-TETO(1).
           MOVE 00,00       TO WRK-IRRF-ALIQ(1).
           MOVE 4000,00     TO WRK-IRRF-TETO(2).
           MOVE 07,50       TO WRK-IRRF-ALIQ(2).
           MOVE 99999999,00 TO WRK-IRRF-TETO(3).
           MOVE 15,00       TO WRK-IRRF-ALIQ(3).

       0200-PROCESSA-FOLHA           SECTION.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT = 0
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO FOI ABERTO, "
                       "STATUS=" FS-FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O DECTERC.
           IF FS-DECTERC = 35
               OPEN OUTPUT DECTERC
               CLOSE DECTERC
               OPEN I-O DECTERC
           END-IF.
           OPEN INPUT FERIAS.
           IF FS-FERIAS = 0
               MOVE 'S' TO WRK-FERIAS-ABERTO
           ELSE
               DISPLAY "SEM CONTROLE DE FERIAS - TODOS COM 12 MESES"
           END-IF.
           OPEN OUTPUT CONTRACHEQUE.
           OPEN OUTPUT LIQUIDOS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DECIMO TERCEIRO SALARIO ' DELIMITED BY SIZE
                  WRK-ANO                    DELIMITED BY SIZE
                  ' - PARCELA '              DELIMITED BY SIZE
                  WRK-PARCELA                DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE ZEROS TO FUNC-ID.
           START FUNCIONARIOS KEY IS NOT LESS FUNC-ID
             INVALID KEY
               CONTINUE
           END-START.
           READ FUNCIONARIOS NEXT RECORD
           PERFORM UNTIL FS-FUNCIONARIOS NOT = 0
               IF FUNC-ATIVO
                   PERFORM 0250-PAGA-UM
               ELSE
                   ADD 1 TO WRK-QT-INATIVOS
               END-IF
               READ FUNCIONARIOS NEXT RECORD
           END-PERFORM.
           CLOSE FUNCIONARIOS.
           CLOSE LIQUIDOS.
           CLOSE DECTERC.
           IF WRK-FERIAS-ABERTO = 'S'
               CLOSE FERIAS
           END-IF.

       0250-PAGA-UM                  SECTION.
           PERFORM 0270-MESES-TRABALHADOS.
           IF WRK-MESES = ZEROS
               ADD 1 TO WRK-QT-SEM-DIREITO
               GO TO 0250-SAIDA
           END-IF.
           MOVE 'S'     TO WRK-TEM-CONTROLE.
           MOVE WRK-ANO TO DEC-ANO.
           MOVE FUNC-ID TO DEC-FUNC-ID.
           READ DECTERC
             INVALID KEY
               MOVE 'N' TO WRK-TEM-CONTROLE
               INITIALIZE DEC-REG
               MOVE WRK-ANO TO DEC-ANO
               MOVE FUNC-ID TO DEC-FUNC-ID
           END-READ.
           IF (PRIMEIRA-PARCELA AND DEC-DATA-1 NOT = ZEROS)
                   OR DEC-DATA-2 NOT = ZEROS
               ADD 1 TO WRK-QT-JA-PAGOS
               DISPLAY "PARCELA JA PAGA NO ANO - MATRICULA " FUNC-ID
               GO TO 0250-SAIDA
           END-IF.
           COMPUTE WRK-DIREITO ROUNDED =
                   FUNC-SALARIO * WRK-MESES / 12.
           MOVE WRK-MESES TO DEC-MESES.
           IF PRIMEIRA-PARCELA
               PERFORM 0260-PRIMEIRA
           ELSE
               PERFORM 0265-SEGUNDA
           END-IF.
           IF WRK-TEM-CONTROLE = 'S'
               REWRITE DEC-REG
                 INVALID KEY
                   DISPLAY "CONTROLE DO 13O NAO REGRAVADO: " FUNC-ID
                   MOVE 8 TO RETURN-CODE
               END-REWRITE
           ELSE
               WRITE DEC-REG
                 INVALID KEY
                   DISPLAY "CONTROLE DO 13O NAO GRAVADO: " FUNC-ID
                   MOVE 8 TO RETURN-CODE
               END-WRITE
           END-IF.
           ADD 1 TO WRK-QT-PAGOS.
           ADD WRK-BRUTO     TO WRK-TOT-BRUTO.
           ADD WRK-DESC-INSS TO WRK-TOT-INSS.
           ADD WRK-DESC-IRRF TO WRK-TOT-IRRF.
           ADD WRK-LIQUIDO   TO WRK-TOT-LIQUIDO.
           IF WRK-LIQUIDO > ZEROS
               MOVE FUNC-ID     TO LIQ-FUNC-ID
               MOVE WRK-LIQUIDO TO LIQ-VALOR
               WRITE LIQUIDOS-REG
           END-IF.
           MOVE WRK-DIREITO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING FUNC-ID         DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  FUNC-NOME       DELIMITED BY SIZE
                  ' MESES '       DELIMITED BY SIZE
                  WRK-MESES       DELIMITED BY SIZE
                  ' DIREITO '     DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           IF WRK-SEM-ADMISSAO = 'S'
               MOVE '   SEM PERIODO AQUISITIVO - CONSIDERADOS 12 MESES'
                 TO WRK-LINHA
               PERFORM 0500-GRAVA-LINHA
           END-IF.
           COMPUTE WRK-VALOR-ED2 = WRK-DESC-INSS + WRK-DESC-IRRF.
           MOVE WRK-LIQUIDO TO WRK-VALOR-ED3.
           MOVE WRK-BRUTO   TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING '   PARCELA '   DELIMITED BY SIZE
                  WRK-PARCELA     DELIMITED BY SIZE
                  ' BRUTO '       DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
                  ' DESC '        DELIMITED BY SIZE
                  WRK-VALOR-ED2   DELIMITED BY SIZE
                  ' LIQUIDO '     DELIMITED BY SIZE
                  WRK-VALOR-ED3   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           IF SEGUNDA-PARCELA AND WRK-ADIANTAMENTO > ZEROS
               MOVE WRK-ADIANTAMENTO TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA
               STRING '   ADIANTAMENTO DESCONTADO ' DELIMITED BY SIZE
                      WRK-VALOR-ED                  DELIMITED BY SIZE
                      ' PAGO EM '                   DELIMITED BY SIZE
                      DEC-DATA-1                    DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0500-GRAVA-LINHA
           END-IF.

       0250-SAIDA.
           EXIT.

      *    ADIANTAMENTO: METADE DO DIREITO, SEM NENHUM DESCONTO.
       0260-PRIMEIRA                 SECTION.
           COMPUTE WRK-ADIANTAMENTO ROUNDED = WRK-DIREITO / 2.
           MOVE WRK-ADIANTAMENTO TO WRK-BRUTO WRK-LIQUIDO.
           MOVE ZEROS            TO WRK-DESC-INSS WRK-DESC-IRRF.
           MOVE WRK-ADIANTAMENTO TO DEC-ADIANTAMENTO.
           MOVE WRK-HOJE         TO DEC-DATA-1.
           MOVE WRK-ADIANTAMENTO TO DEC-BRUTO DEC-LIQUIDO.

      *    INTEGRAL: AS FAIXAS INCIDEM SOBRE O DIREITO INTEIRO (O 13O
      *    E TRIBUTADO EM SEPARADO DO MES); DO LIQUIDO SAI O
      *    ADIANTAMENTO. O BRUTO DESTA PARCELA E O QUE FALTAVA PAGAR.
       0265-SEGUNDA                  SECTION.
           MOVE DEC-ADIANTAMENTO TO WRK-ADIANTAMENTO.
           PERFORM 0280-ACHA-ALIQUOTAS.
           COMPUTE WRK-DESC-INSS ROUNDED =
                   WRK-DIREITO * WRK-ALIQ-INSS / 100.
           COMPUTE WRK-DESC-IRRF ROUNDED =
                   WRK-DIREITO * WRK-ALIQ-IRRF / 100.
           IF WRK-ADIANTAMENTO > WRK-DIREITO
               DISPLAY "ADIANTAMENTO MAIOR QUE O DIREITO - MATRICULA "
                       FUNC-ID " - CONFERIR"
               MOVE 4 TO RETURN-CODE
               MOVE ZEROS TO WRK-BRUTO
           ELSE
               COMPUTE WRK-BRUTO = WRK-DIREITO - WRK-ADIANTAMENTO
           END-IF.
           COMPUTE WRK-LIQUIDO-S = WRK-BRUTO
                   - WRK-DESC-INSS - WRK-DESC-IRRF.
           IF WRK-LIQUIDO-S < ZEROS
               DISPLAY "DESCONTOS MAIORES QUE O SALDO DO 13O - "
                       "MATRICULA " FUNC-ID " - LIQUIDO ZERADO"
               MOVE 4 TO RETURN-CODE
               MOVE ZEROS TO WRK-LIQUIDO
           ELSE
               MOVE WRK-LIQUIDO-S TO WRK-LIQUIDO
           END-IF.
           MOVE WRK-DIREITO   TO DEC-INTEGRAL.
           MOVE WRK-DESC-INSS TO DEC-INSS.
           MOVE WRK-DESC-IRRF TO DEC-IRRF.
           MOVE WRK-LIQUIDO   TO DEC-LIQUIDO-2.
           MOVE WRK-HOJE      TO DEC-DATA-2.
           COMPUTE DEC-BRUTO   = WRK-ADIANTAMENTO + WRK-BRUTO.
           COMPUTE DEC-LIQUIDO = WRK-ADIANTAMENTO + WRK-LIQUIDO.

      *    MESES COM DIREITO NO ANO A PARTIR DA ADMISSAO (INICIO DO
      *    PRIMEIRO PERIODO AQUISITIVO): ADMITIDO ANTES DO ANO, 12;
      *    NO ANO, DO MES DA ADMISSAO A DEZEMBRO, SEM O MES DA
      *    ADMISSAO SE ELA FOI DEPOIS DO DIA 15; DEPOIS DO ANO, ZERO.
       0270-MESES-TRABALHADOS        SECTION.
           MOVE 'N'   TO WRK-SEM-ADMISSAO.
           MOVE ZEROS TO WRK-ADMISSAO.
           IF WRK-FERIAS-ABERTO = 'S'
               MOVE FUNC-ID TO FERIAS-FUNC-ID
               MOVE ZEROS   TO FERIAS-AQUIS-INI
               START FERIAS KEY IS NOT LESS FERIAS-CHAVE
                 INVALID KEY
                   MOVE 23 TO FS-FERIAS
               END-START
               IF FS-FERIAS = 0
                   READ FERIAS NEXT RECORD
                   IF FS-FERIAS = 0 AND FERIAS-FUNC-ID = FUNC-ID
                       MOVE FERIAS-AQUIS-INI TO WRK-ADMISSAO
                   END-IF
               END-IF
           END-IF.
           IF WRK-ADMISSAO = ZEROS
               MOVE 'S' TO WRK-SEM-ADMISSAO
               MOVE 12  TO WRK-MESES
               GO TO 0270-SAIDA
           END-IF.
           EVALUATE TRUE
             WHEN WRK-ADM-ANO < WRK-ANO
               MOVE 12 TO WRK-MESES
             WHEN WRK-ADM-ANO > WRK-ANO
               MOVE ZEROS TO WRK-MESES
             WHEN OTHER
               COMPUTE WRK-MESES = 13 - WRK-ADM-MES
               IF WRK-ADM-DIA > 15
                   SUBTRACT 1 FROM WRK-MESES
               END-IF
           END-EVALUATE.

       0270-SAIDA.
           EXIT.

      *    O DIREITO PAGA A ALIQUOTA DA PRIMEIRA FAIXA CUJO TETO O
      *    COMPORTA, EM CADA TABELA.
       0280-ACHA-ALIQUOTAS           SECTION.
           MOVE ZEROS TO WRK-ALIQ-INSS WRK-ALIQ-IRRF.
           PERFORM VARYING WRK-T FROM WRK-QT-INSS BY -1
                   UNTIL WRK-T < 1
               IF WRK-DIREITO <= WRK-INSS-TETO(WRK-T)
                   MOVE WRK-INSS-ALIQ(WRK-T) TO WRK-ALIQ-INSS
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-T FROM WRK-QT-IRRF BY -1
                   UNTIL WRK-T < 1
               IF WRK-DIREITO <= WRK-IRRF-TETO(WRK-T)
                   MOVE WRK-IRRF-ALIQ(WRK-T) TO WRK-ALIQ-IRRF
               END-IF
           END-PERFORM.

       0300-TOTAIS                   SECTION.
           MOVE '----- TOTAIS DO DECIMO TERCEIRO -----' TO WRK-LINHA.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-BRUTO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'BRUTO.......: ' DELIMITED BY SIZE
                  WRK-TOT-ED       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-INSS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PREVIDENCIA.: ' DELIMITED BY SIZE
                  WRK-TOT-ED       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-IRRF TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RENDA.......: ' DELIMITED BY SIZE
                  WRK-TOT-ED       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-LIQUIDO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LIQUIDO.....: ' DELIMITED BY SIZE
                  WRK-TOT-ED       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PAGOS: '              DELIMITED BY SIZE
                  WRK-QT-PAGOS           DELIMITED BY SIZE
                  '  JA PAGOS ANTES: '   DELIMITED BY SIZE
                  WRK-QT-JA-PAGOS        DELIMITED BY SIZE
                  '  SEM DIREITO: '      DELIMITED BY SIZE
                  WRK-QT-SEM-DIREITO     DELIMITED BY SIZE
                  '  DESATIVADOS: '      DELIMITED BY SIZE
                  WRK-QT-INATIVOS        DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           CLOSE CONTRACHEQUE.
           PERFORM 0350-GRAVA-TOTAIS.

      *    TOTAIS DA RODADA PARA A CONTABILIDADE, NA MESMA INTERFACE
      *    DA FOLHA MENSAL (VIDE FOLTOTRG.cpy), COM A COMPETENCIA
      *    AAAA13.
       0350-GRAVA-TOTAIS             SECTION.
           IF WRK-QT-PAGOS = ZEROS
               GO TO 0350-SAIDA
           END-IF.
           OPEN EXTEND FOLHATOT.
           IF FS-FOLHATOT = 35
               OPEN OUTPUT FOLHATOT
               CLOSE FOLHATOT
               OPEN EXTEND FOLHATOT
           END-IF.
           MOVE WRK-HOJE        TO FTOT-DATA.
           MOVE WRK-ANO         TO FTOT-COMPETENCIA(1:4).
           MOVE 13              TO FTOT-COMPETENCIA(5:2).
           MOVE WRK-TOT-BRUTO   TO FTOT-BRUTO.
           MOVE WRK-TOT-INSS    TO FTOT-INSS.
           MOVE WRK-TOT-IRRF    TO FTOT-IRRF.
           MOVE WRK-TOT-LIQUIDO TO FTOT-LIQUIDO.
           MOVE WRK-QT-PAGOS    TO FTOT-QT-PAGOS.
           MOVE 'D'             TO FTOT-ORIGEM.
           WRITE FTOT-REG.
           CLOSE FOLHATOT.

       0350-SAIDA.
           EXIT.

       0500-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO CONTRACHEQUE-REG.
           WRITE CONTRACHEQUE-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FOLHATAB.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.TAB.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHATAB
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONTRACHEQUE.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'DECTERC.PAG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONTRACHEQUE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-LIQUIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'DECTERC.LIQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-LIQUIDOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FOLHATOT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.TOT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHATOT
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DECTERC.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'DECTERC.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DECTERC
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FERIAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FERIAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FERIAS
           END-STRING.

       COPY CFGLER.
