       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESCISAO.
      ******************************************************************
      *OBJETIVO: ROTINA DE CALCULO DA RESCISAO (CALL 'RESCISAO' USING
      *          RESC-PARM, VIDE RESCISW.cpy), CHAMADA PELO PROGRAM02
      *          NA DESATIVACAO DO FUNCIONARIO - O ACERTO DEIXA DE SER
      *          FEITO PELO CONTADOR POR FORA. VERBAS:
      *            SALDO DE SALARIO  - SALARIO/30 X DIAS TRABALHADOS
      *                                NO MES DO DESLIGAMENTO;
      *            13O PROPORCIONAL  - SALARIO X MESES/12 NO ANO
      *                                (MES COM 15 DIAS OU MAIS CONTA),
      *                                MENOS O ADIANTAMENTO JA PAGO
      *                                PELO DECTERC, COM OS DESCONTOS
      *                                CALCULADOS EM SEPARADO COMO NO
      *                                DECTERC;
      *            FERIAS            - SALDO DOS PERIODOS AQUISITIVOS
      *                                VENCIDOS E OS MESES DO PERIODO EM
      *                                CURSO (FERIAS.DAT.TXT), MAIS O
      *                                TERCO;
      *            AVISO PREVIO      - SO NA DISPENSA: 30 DIAS MAIS 3
      *                                POR ANO COMPLETO DE CASA, ATE 90.
      *          A ADMISSAO E O INICIO DO PRIMEIRO PERIODO AQUISITIVO,
      *          COMO NO DECTERC. AS DEMAIS VERBAS PAGAM AS FAIXAS DE
      *          FOLHA.TAB.TXT SOBRE A SOMA DELAS.
      *          NA FUNCAO 'G' O DEMONSTRATIVO SAI EM RESCISAO.RPT.TXT,
      *          AS VERBAS ENTRAM NO ACUMULADOR DO ANO (FOLHA.ACU.TXT)
      *          E O 13O NO CONTROLE DO DECTERC (DECTERC.DAT.TXT), OS
      *          PERIODOS DE FERIAS FICAM QUITADOS (DIREITO = DIAS JA
      *          GOZADOS, GOZOS NAO PAGOS CANCELADOS), O LIQUIDO VAI
      *          PARA RESCISAO.LIQ.TXT (O SALARIOS CREDITA COM
      *          'BATCH RESC') E OS TOTAIS PARA FOLHA.TOT.TXT (LANCCTB).
      *          O DESLIGAMENTO DEVE SER FEITO ANTES DA FOLHA DO MES:
      *          O SALDO DE SALARIO E PAGO AQUI.
      *          OS EMPRESTIMOS CONSIGNADOS AINDA ATIVOS DO FUNCIONARIO
      *          (CONSIG.DAT.TXT, VIDE CSGREG.cpy) SAEM NO FIM DO
      *          DEMONSTRATIVO COM O SALDO EM ABERTO DE CADA CONTRATO,
      *          PARA O ACERTO COM A INSTITUICAO; NAO SAO DESCONTADOS.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT FOLHATAB ASSIGN TO WRK-ARQ-FOLHATAB
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FOLHATAB.

           SELECT FERIAS ASSIGN TO WRK-ARQ-FERIAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FERIAS
               RECORD KEY      IS FERIAS-CHAVE.

           SELECT DECTERC ASSIGN TO WRK-ARQ-DECTERC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-DECTERC
               RECORD KEY      IS DEC-CHAVE.

           SELECT FOLHACUM ASSIGN TO WRK-ARQ-FOLHACUM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FOLHACUM
               RECORD KEY      IS ACUM-CHAVE.

           SELECT LIQUIDOS ASSIGN TO WRK-ARQ-LIQUIDOS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-LIQUIDOS.

           SELECT FOLHATOT ASSIGN TO WRK-ARQ-FOLHATOT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FOLHATOT.

           SELECT CONSIG ASSIGN TO WRK-ARQ-CONSIG
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CONSIG
               RECORD KEY      IS CSG-CHAVE.

           SELECT RESCREL ASSIGN TO WRK-ARQ-RESCREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RESCREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  FOLHATAB.
       01  FOLHATAB-REG.
           05 TAB-TIPO                  PIC X(01).
           05 TAB-TETO                  PIC X(10).
           05 TAB-ALIQUOTA              PIC X(04).

       FD  FERIAS.
       COPY FERIREG.

       FD  DECTERC.
       COPY DEC13REG.

       FD  FOLHACUM.
       COPY ACUMREG.

      *    MESMO LAYOUT DO FOLHA.LIQ.TXT, QUE O SALARIOS JA CREDITA.
       FD  LIQUIDOS.
       01  LIQUIDOS-REG.
           05 LIQ-FUNC-ID               PIC 9(05).
           05 LIQ-VALOR                 PIC 9(10)V99.

       FD  FOLHATOT.
       COPY FOLTOTRG.

       FD  CONSIG.
       COPY CSGREG.

       FD  RESCREL.
       01  RESCREL-REG                  PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-FOLHATAB             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FERIAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-DECTERC              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FOLHACUM             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-LIQUIDOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FOLHATOT             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RESCREL              PIC X(80) VALUE SPACES.
       77  FS-FOLHATAB                  PIC 9(02) VALUE ZEROS.
       77  FS-FERIAS                    PIC 9(02) VALUE ZEROS.
       77  FS-DECTERC                   PIC 9(02) VALUE ZEROS.
       77  FS-FOLHACUM                  PIC 9(02) VALUE ZEROS.
       77  FS-LIQUIDOS                  PIC 9(02) VALUE ZEROS.
       77  FS-FOLHATOT                  PIC 9(02) VALUE ZEROS.
       77  FS-RESCREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-CONSIG               PIC X(80) VALUE SPACES.
       77  FS-CONSIG                    PIC 9(02) VALUE ZEROS.
       77  WRK-CSG-SALDO                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CSG-TOTAL                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QT-CONSIG                PIC 9(02) VALUE ZEROS.
       77  WRK-FERIAS-ABERTO            PIC X(01) VALUE 'N'.
       77  WRK-GRAVANDO                 PIC X(01) VALUE 'N'.
       77  WRK-TEM-CORRENTE             PIC X(01) VALUE 'N'.
       77  WRK-TEM-CONTROLE             PIC X(01) VALUE 'N'.
       77  WRK-13-QUITADO               PIC X(01) VALUE 'N'.
       77  WRK-QT-INSS                  PIC 9(02) VALUE ZEROS.
       77  WRK-QT-IRRF                  PIC 9(02) VALUE ZEROS.
       77  WRK-T                        PIC 9(02) VALUE ZEROS.
       77  WRK-G                        PIC 9(01) VALUE ZEROS.
       77  WRK-ALIQ-INSS                PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-IRRF                PIC 9(02)V99 VALUE ZEROS.
       77  WRK-BASE-ALIQ                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-GOZADOS                  PIC 9(03) VALUE ZEROS.
       77  WRK-SALDO-DIAS               PIC S9(03)V99 VALUE ZEROS.
       77  WRK-MESES-ENTRE              PIC S9(05) VALUE ZEROS.
       77  WRK-RESTO-DIAS               PIC S9(03) VALUE ZEROS.
       77  WRK-ANOS-CASA                PIC 9(03) VALUE ZEROS.
       77  WRK-INI-13                   PIC S9(03) VALUE ZEROS.
       77  WRK-FIM-13                   PIC S9(03) VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-DIAS-ED                  PIC ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
      *    VALORES DO CALCULO, ZERADOS A CADA CHAMADA.
       01  WRK-CALCULO.
           05 WRK-DIAS-SALDO            PIC 9(02).
           05 WRK-DIAS-VENCIDAS         PIC 9(03)V99.
           05 WRK-DIAS-PROPORC          PIC 9(03)V99.
           05 WRK-DIAS-AVISO            PIC 9(03).
           05 WRK-MESES-13              PIC 9(02).
           05 WRK-VL-SALDO              PIC 9(10)V99.
           05 WRK-VL-FER-VENC           PIC 9(10)V99.
           05 WRK-VL-FER-PROP           PIC 9(10)V99.
           05 WRK-VL-TERCO              PIC 9(10)V99.
           05 WRK-VL-AVISO              PIC 9(10)V99.
           05 WRK-VL-BASE               PIC 9(10)V99.
           05 WRK-VL-INSS               PIC 9(10)V99.
           05 WRK-VL-IRRF               PIC 9(10)V99.
           05 WRK-VL-DIREITO-13         PIC 9(10)V99.
           05 WRK-VL-ADIANT-13          PIC 9(10)V99.
           05 WRK-VL-INSS-13            PIC 9(10)V99.
           05 WRK-VL-IRRF-13            PIC 9(10)V99.
           05 WRK-VL-SALDO-13           PIC S9(10)V99.
           05 WRK-VL-LIQUIDO            PIC S9(10)V99.
      *    DATAS DECOMPOSTAS PARA AS CONTAS DE MESES.
       01  WRK-ADMISSAO.
           05 WRK-ADM-ANO               PIC 9(04).
           05 WRK-ADM-MES               PIC 9(02).
           05 WRK-ADM-DIA               PIC 9(02).
       01  WRK-ADMISSAO-N REDEFINES WRK-ADMISSAO PIC 9(08).
       01  WRK-DESLIGA.
           05 WRK-DES-ANO               PIC 9(04).
           05 WRK-DES-MES               PIC 9(02).
           05 WRK-DES-DIA               PIC 9(02).
       01  WRK-ULTIMO-FIM               PIC 9(08) VALUE ZEROS.
       01  WRK-DT-INI.
           05 WRK-INI-ANO               PIC 9(04).
           05 WRK-INI-MES               PIC 9(02).
           05 WRK-INI-DIA               PIC 9(02).
      *    TABELAS DE FAIXAS EM MEMORIA, IGUAIS AS DO FOLHAPAG.
       01  WRK-FAIXAS-INSS.
           05 WRK-INSS-ITEM OCCURS 10 TIMES.
              10 WRK-INSS-TETO          PIC 9(08)V99.
              10 WRK-INSS-ALIQ          PIC 9(02)V99.
       01  WRK-FAIXAS-IRRF.
           05 WRK-IRRF-ITEM OCCURS 10 TIMES.
              10 WRK-IRRF-TETO          PIC 9(08)V99.
              10 WRK-IRRF-ALIQ          PIC 9(02)V99.

       LINKAGE SECTION.
       COPY RESCISW.

       PROCEDURE DIVISION USING RESC-PARM.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           MOVE '00'   TO RESC-RETORNO.
           MOVE SPACES TO RESC-MENSAGEM.
           MOVE ZEROS  TO RESC-BRUTO RESC-DESCONTOS RESC-LIQUIDO.
           INITIALIZE WRK-CALCULO.
           MOVE ZEROS  TO WRK-ADMISSAO WRK-ULTIMO-FIM.
           MOVE RESC-DATA TO WRK-DESLIGA.
           IF NOT RESC-MOTIVO-VALIDO
               MOVE '01' TO RESC-RETORNO
               MOVE 'MOTIVO INVALIDO - VALIDOS: D, P OU T'
                 TO RESC-MENSAGEM
               GOBACK
           END-IF.
           IF RESC-FUNCAO = 'G'
               MOVE 'S' TO WRK-GRAVANDO
           ELSE
               MOVE 'N' TO WRK-GRAVANDO
           END-IF.
           PERFORM 0100-CARREGA-TABELAS.
           PERFORM 0200-FERIAS.
           IF RESC-RETORNO NOT = '00'
               GOBACK
           END-IF.
           PERFORM 0300-SALDO-E-AVISO.
           PERFORM 0400-DECIMO-TERCEIRO.
           PERFORM 0500-TOTAIS.
           PERFORM 0600-DEMONSTRATIVO.
           IF WRK-GRAVANDO = 'S'
               PERFORM 0700-GRAVA
           END-IF.
           GOBACK.

       0100-CARREGA-TABELAS          SECTION.
           MOVE 0 TO WRK-QT-INSS WRK-QT-IRRF.
           OPEN INPUT FOLHATAB.
           IF FS-FOLHATAB NOT = 0
               PERFORM 0150-FAIXAS-PADRAO
           ELSE
               READ FOLHATAB NEXT RECORD
               PERFORM UNTIL FS-FOLHATAB = 10
                   PERFORM 0120-CARREGA-FAIXA
                   READ FOLHATAB NEXT RECORD
               END-PERFORM
               CLOSE FOLHATAB
               IF WRK-QT-INSS = 0 OR WRK-QT-IRRF = 0
                   PERFORM 0150-FAIXAS-PADRAO
               END-IF
           END-IF.

       0120-CARREGA-FAIXA            SECTION.
           IF TAB-TETO NOT NUMERIC OR TAB-ALIQUOTA NOT NUMERIC
               CONTINUE
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

      *    PERCORRE OS PERIODOS AQUISITIVOS DO FUNCIONARIO (A CHAVE
      *    VEM EM ORDEM DE INICIO, ENTAO O PRIMEIRO DA A ADMISSAO):
      *    PERIODO VENCIDO ATE O DESLIGAMENTO PAGA O SALDO DE DIAS NAO
      *    GOZADOS; O PERIODO EM CURSO PAGA 2,5 DIAS POR MES.
       0200-FERIAS                   SECTION.
           MOVE 'N' TO WRK-FERIAS-ABERTO WRK-TEM-CORRENTE.
           OPEN INPUT FERIAS.
           IF FS-FERIAS NOT = 0
               GO TO 0200-SAIDA
           END-IF.
           MOVE 'S' TO WRK-FERIAS-ABERTO.
           MOVE RESC-FUNC-ID TO FERIAS-FUNC-ID.
           MOVE ZEROS        TO FERIAS-AQUIS-INI.
           START FERIAS KEY IS NOT LESS FERIAS-CHAVE
             INVALID KEY
               MOVE 23 TO FS-FERIAS
           END-START.
           IF FS-FERIAS = 0
               READ FERIAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-FERIAS NOT = 0
                   OR FERIAS-FUNC-ID NOT = RESC-FUNC-ID
               IF WRK-ADMISSAO = ZEROS
                   MOVE FERIAS-AQUIS-INI TO WRK-ADMISSAO
               END-IF
               PERFORM 0250-PERIODO
               READ FERIAS NEXT RECORD
           END-PERFORM.
           CLOSE FERIAS.
           IF WRK-ADMISSAO NOT = ZEROS
                   AND RESC-DATA < WRK-ADMISSAO
               MOVE '02' TO RESC-RETORNO
               MOVE 'DATA DO DESLIGAMENTO ANTERIOR A ADMISSAO'
                 TO RESC-MENSAGEM
               GO TO 0200-SAIDA
           END-IF.
      *    PERIODO EM CURSO AINDA NAO ABERTO NO MANTFERI: CONTA DO FIM
      *    DO ULTIMO PERIODO ATE O DESLIGAMENTO.
           IF WRK-TEM-CORRENTE = 'N' AND WRK-ULTIMO-FIM NOT = ZEROS
                   AND WRK-ULTIMO-FIM <= RESC-DATA
               MOVE WRK-ULTIMO-FIM TO WRK-DT-INI
               PERFORM 0290-MESES-ENTRE
               IF WRK-MESES-ENTRE > 12
                   MOVE 12 TO WRK-MESES-ENTRE
               END-IF
               COMPUTE WRK-DIAS-PROPORC = WRK-DIAS-PROPORC
                       + WRK-MESES-ENTRE * 2,5
           END-IF.

       0200-SAIDA.
           EXIT.

       0250-PERIODO                  SECTION.
           MOVE FERIAS-AQUIS-FIM TO WRK-ULTIMO-FIM.
           MOVE ZEROS TO WRK-GOZADOS.
           PERFORM VARYING WRK-G FROM 1 BY 1 UNTIL WRK-G > 3
               IF FERIAS-GOZO-PAGO(WRK-G) = 'S'
                   ADD FERIAS-GOZO-DIAS(WRK-G) TO WRK-GOZADOS
               END-IF
           END-PERFORM.
           EVALUATE TRUE
             WHEN FERIAS-AQUIS-FIM <= RESC-DATA
               COMPUTE WRK-SALDO-DIAS =
                       FERIAS-DIAS-DIREITO - WRK-GOZADOS
               IF WRK-SALDO-DIAS > ZEROS
                   ADD WRK-SALDO-DIAS TO WRK-DIAS-VENCIDAS
               END-IF
             WHEN FERIAS-AQUIS-INI <= RESC-DATA
               MOVE 'S' TO WRK-TEM-CORRENTE
               MOVE FERIAS-AQUIS-INI TO WRK-DT-INI
               PERFORM 0290-MESES-ENTRE
               IF WRK-MESES-ENTRE > 12
                   MOVE 12 TO WRK-MESES-ENTRE
               END-IF
               COMPUTE WRK-SALDO-DIAS =
                       WRK-MESES-ENTRE * 2,5 - WRK-GOZADOS
               IF WRK-SALDO-DIAS > ZEROS
                   ADD WRK-SALDO-DIAS TO WRK-DIAS-PROPORC
               END-IF
             WHEN OTHER
               CONTINUE
           END-EVALUATE.

      *    MESES ENTRE WRK-DT-INI E O DESLIGAMENTO; A FRACAO DE 15
      *    DIAS OU MAIS CONTA COMO MES.
       0290-MESES-ENTRE              SECTION.
           COMPUTE WRK-MESES-ENTRE =
                   (WRK-DES-ANO - WRK-INI-ANO) * 12
                   + WRK-DES-MES - WRK-INI-MES.
           IF WRK-DES-DIA >= WRK-INI-DIA
               COMPUTE WRK-RESTO-DIAS = WRK-DES-DIA - WRK-INI-DIA
           ELSE
               SUBTRACT 1 FROM WRK-MESES-ENTRE
               COMPUTE WRK-RESTO-DIAS =
                       WRK-DES-DIA + 30 - WRK-INI-DIA
           END-IF.
           IF WRK-RESTO-DIAS >= 14
               ADD 1 TO WRK-MESES-ENTRE
           END-IF.
           IF WRK-MESES-ENTRE < ZEROS
               MOVE ZEROS TO WRK-MESES-ENTRE
           END-IF.

       0300-SALDO-E-AVISO            SECTION.
           IF WRK-DES-DIA > 30
               MOVE 30 TO WRK-DIAS-SALDO
           ELSE
               MOVE WRK-DES-DIA TO WRK-DIAS-SALDO
           END-IF.
           COMPUTE WRK-VL-SALDO ROUNDED =
                   RESC-SALARIO / 30 * WRK-DIAS-SALDO.
           COMPUTE WRK-VL-FER-VENC ROUNDED =
                   RESC-SALARIO / 30 * WRK-DIAS-VENCIDAS.
           COMPUTE WRK-VL-FER-PROP ROUNDED =
                   RESC-SALARIO / 30 * WRK-DIAS-PROPORC.
           COMPUTE WRK-VL-TERCO ROUNDED =
                   (WRK-VL-FER-VENC + WRK-VL-FER-PROP) / 3.
           IF RESC-DISPENSA
               MOVE ZEROS TO WRK-ANOS-CASA
               IF WRK-ADMISSAO NOT = ZEROS
                   COMPUTE WRK-ANOS-CASA =
                           (RESC-DATA - WRK-ADMISSAO-N) / 10000
               END-IF
               IF WRK-ANOS-CASA > 20
                   MOVE 20 TO WRK-ANOS-CASA
               END-IF
               COMPUTE WRK-DIAS-AVISO = 30 + 3 * WRK-ANOS-CASA
               COMPUTE WRK-VL-AVISO ROUNDED =
                       RESC-SALARIO / 30 * WRK-DIAS-AVISO
           END-IF.
           COMPUTE WRK-VL-BASE = WRK-VL-SALDO + WRK-VL-FER-VENC
                   + WRK-VL-FER-PROP + WRK-VL-TERCO + WRK-VL-AVISO.
           MOVE WRK-VL-BASE TO WRK-BASE-ALIQ.
           PERFORM 0800-ACHA-ALIQUOTAS.
           COMPUTE WRK-VL-INSS ROUNDED =
                   WRK-VL-BASE * WRK-ALIQ-INSS / 100.
           COMPUTE WRK-VL-IRRF ROUNDED =
                   WRK-VL-BASE * WRK-ALIQ-IRRF / 100.

      *    MESES DO ANO DO DESLIGAMENTO: DE JANEIRO (OU DO MES DA
      *    ADMISSAO, SE FOI ATE O DIA 15 DELE) AO MES DO DESLIGAMENTO
      *    (SE TRABALHOU 15 DIAS OU MAIS NELE). 13O JA QUITADO PELA
      *    SEGUNDA PARCELA DO DECTERC NAO ENTRA.
       0400-DECIMO-TERCEIRO          SECTION.
           MOVE 'N' TO WRK-13-QUITADO WRK-TEM-CONTROLE.
           OPEN INPUT DECTERC.
           IF FS-DECTERC = 0
               MOVE WRK-DES-ANO  TO DEC-ANO
               MOVE RESC-FUNC-ID TO DEC-FUNC-ID
               READ DECTERC
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-TEM-CONTROLE
                   IF DEC-DATA-2 NOT = ZEROS
                       MOVE 'S' TO WRK-13-QUITADO
                   ELSE
                       MOVE DEC-ADIANTAMENTO TO WRK-VL-ADIANT-13
                   END-IF
               END-READ
               CLOSE DECTERC
           END-IF.
           IF WRK-13-QUITADO = 'S'
               GO TO 0400-SAIDA
           END-IF.
           IF WRK-ADMISSAO NOT = ZEROS AND WRK-ADM-ANO = WRK-DES-ANO
               MOVE WRK-ADM-MES TO WRK-INI-13
               IF WRK-ADM-DIA > 15
                   ADD 1 TO WRK-INI-13
               END-IF
           ELSE
               MOVE 1 TO WRK-INI-13
           END-IF.
           MOVE WRK-DES-MES TO WRK-FIM-13.
           IF WRK-DES-DIA < 15
               SUBTRACT 1 FROM WRK-FIM-13
           END-IF.
           IF WRK-FIM-13 < WRK-INI-13
               MOVE ZEROS TO WRK-MESES-13
           ELSE
               COMPUTE WRK-MESES-13 = WRK-FIM-13 - WRK-INI-13 + 1
           END-IF.
           COMPUTE WRK-VL-DIREITO-13 ROUNDED =
                   RESC-SALARIO * WRK-MESES-13 / 12.
           MOVE WRK-VL-DIREITO-13 TO WRK-BASE-ALIQ.
           PERFORM 0800-ACHA-ALIQUOTAS.
           COMPUTE WRK-VL-INSS-13 ROUNDED =
                   WRK-VL-DIREITO-13 * WRK-ALIQ-INSS / 100.
           COMPUTE WRK-VL-IRRF-13 ROUNDED =
                   WRK-VL-DIREITO-13 * WRK-ALIQ-IRRF / 100.
           COMPUTE WRK-VL-SALDO-13 =
                   WRK-VL-DIREITO-13 - WRK-VL-ADIANT-13.

       0400-SAIDA.
           EXIT.

      *    ADIANTAMENTO DO 13O MAIOR QUE O PROPORCIONAL VIRA DESCONTO.
       0500-TOTAIS                   SECTION.
           MOVE WRK-VL-BASE TO RESC-BRUTO.
           COMPUTE RESC-DESCONTOS = WRK-VL-INSS + WRK-VL-IRRF
                   + WRK-VL-INSS-13 + WRK-VL-IRRF-13.
           IF WRK-VL-SALDO-13 > ZEROS
               ADD WRK-VL-SALDO-13 TO RESC-BRUTO
           ELSE
               SUBTRACT WRK-VL-SALDO-13 FROM RESC-DESCONTOS
           END-IF.
           COMPUTE WRK-VL-LIQUIDO = RESC-BRUTO - RESC-DESCONTOS.
           IF WRK-VL-LIQUIDO < ZEROS
               MOVE ZEROS TO RESC-LIQUIDO
               MOVE 'DESCONTOS MAIORES QUE AS VERBAS - CONFERIR'
                 TO RESC-MENSAGEM
           ELSE
               MOVE WRK-VL-LIQUIDO TO RESC-LIQUIDO
           END-IF.

       0600-DEMONSTRATIVO            SECTION.
           IF WRK-GRAVANDO = 'S'
               OPEN OUTPUT RESCREL
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DEMONSTRATIVO DE RESCISAO - ' DELIMITED BY SIZE
                  RESC-FUNC-ID                   DELIMITED BY SIZE
                  ' '                            DELIMITED BY SIZE
                  RESC-NOME                      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DESLIGAMENTO EM ' DELIMITED BY SIZE
                  RESC-DATA          DELIMITED BY SIZE
                  ' MOTIVO '         DELIMITED BY SIZE
                  RESC-MOTIVO        DELIMITED BY SIZE
                  ' ADMISSAO '       DELIMITED BY SIZE
                  WRK-ADMISSAO       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           IF WRK-ADMISSAO = ZEROS
               MOVE 'SEM PERIODO AQUISITIVO CADASTRADO - FERIAS NAO CALC
      -             'ULADAS, CONFERIR' TO WRK-LINHA
               PERFORM 0900-GRAVA-LINHA
           END-IF.
           MOVE WRK-DIAS-SALDO TO WRK-DIAS-ED.
           MOVE WRK-VL-SALDO   TO WRK-VALOR-ED.
           PERFORM 0650-LINHA-VERBA-SALDO.
           MOVE WRK-DIAS-VENCIDAS TO WRK-DIAS-ED.
           MOVE WRK-VL-FER-VENC   TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FERIAS VENCIDAS...... ' DELIMITED BY SIZE
                  WRK-DIAS-ED              DELIMITED BY SIZE
                  ' DIAS  '                DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           MOVE WRK-DIAS-PROPORC TO WRK-DIAS-ED.
           MOVE WRK-VL-FER-PROP  TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FERIAS PROPORCIONAIS. ' DELIMITED BY SIZE
                  WRK-DIAS-ED              DELIMITED BY SIZE
                  ' DIAS  '                DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           MOVE WRK-VL-TERCO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TERCO DE FERIAS...... ' DELIMITED BY SIZE
                  '            '           DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           MOVE WRK-DIAS-AVISO TO WRK-DIAS-ED.
           MOVE WRK-VL-AVISO   TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'AVISO PREVIO......... ' DELIMITED BY SIZE
                  WRK-DIAS-ED              DELIMITED BY SIZE
                  ' DIAS  '                DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           MOVE WRK-VL-INSS TO WRK-VALOR-ED.
           PERFORM 0660-LINHA-DESC-INSS.
           MOVE WRK-VL-IRRF TO WRK-VALOR-ED.
           PERFORM 0670-LINHA-DESC-IRRF.
           IF WRK-13-QUITADO = 'S'
               MOVE '13O SALARIO JA QUITADO NO ANO PELO DECTERC'
                 TO WRK-LINHA
               PERFORM 0900-GRAVA-LINHA
           ELSE
               MOVE WRK-VL-DIREITO-13 TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA
               STRING '13O PROPORCIONAL..... ' DELIMITED BY SIZE
                      WRK-MESES-13             DELIMITED BY SIZE
                      '/12 AVOS  '             DELIMITED BY SIZE
                      WRK-VALOR-ED             DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0900-GRAVA-LINHA
               IF WRK-VL-ADIANT-13 > ZEROS
                   MOVE WRK-VL-ADIANT-13 TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING '(-) ADIANTAMENTO 13O. ' DELIMITED BY SIZE
                          '            '           DELIMITED BY SIZE
                          WRK-VALOR-ED             DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0900-GRAVA-LINHA
               END-IF
               MOVE WRK-VL-INSS-13 TO WRK-VALOR-ED
               PERFORM 0660-LINHA-DESC-INSS
               MOVE WRK-VL-IRRF-13 TO WRK-VALOR-ED
               PERFORM 0670-LINHA-DESC-IRRF
           END-IF.
           MOVE RESC-BRUTO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DAS VERBAS..... ' DELIMITED BY SIZE
                  '            '           DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           MOVE RESC-DESCONTOS TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TOTAL DOS DESCONTOS.. ' DELIMITED BY SIZE
                  '            '           DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           MOVE RESC-LIQUIDO TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LIQUIDO A RECEBER.... ' DELIMITED BY SIZE
                  '            '           DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.
           IF RESC-MENSAGEM NOT = SPACES
               MOVE RESC-MENSAGEM TO WRK-LINHA
               PERFORM 0900-GRAVA-LINHA
           END-IF.
           PERFORM 0680-CONSIGNADOS.
           IF WRK-GRAVANDO = 'S'
               CLOSE RESCREL
           END-IF.

       0650-LINHA-VERBA-SALDO        SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING 'SALDO DE SALARIO..... ' DELIMITED BY SIZE
                  WRK-DIAS-ED              DELIMITED BY SIZE
                  ' DIAS  '                DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.

       0660-LINHA-DESC-INSS          SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING '(-) PREVIDENCIA...... ' DELIMITED BY SIZE
                  '            '           DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.

       0670-LINHA-DESC-IRRF          SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING '(-) IMPOSTO DE RENDA. ' DELIMITED BY SIZE
                  '            '           DELIMITED BY SIZE
                  WRK-VALOR-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0900-GRAVA-LINHA.

      *    SALDO EM ABERTO = PARCELAS RESTANTES X VALOR DA PARCELA +
      *    O QUE FICOU SEM DESCONTAR POR FALTA DE MARGEM.
       0680-CONSIGNADOS              SECTION.
           MOVE ZEROS TO WRK-QT-CONSIG WRK-CSG-TOTAL.
           OPEN INPUT CONSIG.
           IF FS-CONSIG NOT = 0
               GO TO 0680-SAIDA
           END-IF.
           MOVE RESC-FUNC-ID TO CSG-FUNC-ID.
           MOVE ZEROS        TO CSG-SEQ.
           START CONSIG KEY IS NOT LESS CSG-CHAVE
             INVALID KEY
               MOVE 23 TO FS-CONSIG
           END-START.
           IF FS-CONSIG = 0
               READ CONSIG NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CONSIG NOT = 0
                   OR CSG-FUNC-ID NOT = RESC-FUNC-ID
               IF CSG-ATIVO
                   IF WRK-QT-CONSIG = ZEROS
                       MOVE 'CONSIGNADOS EM ABERTO (ACERTAR COM A INSTIT
      -                     'UICAO):' TO WRK-LINHA
                       PERFORM 0900-GRAVA-LINHA
                   END-IF
                   ADD 1 TO WRK-QT-CONSIG
                   COMPUTE WRK-CSG-SALDO = (CSG-QT-PARCELAS
                           - CSG-QT-PAGAS) * CSG-VALOR-PARCELA
                           + CSG-NAO-DESCONTADO
                   ADD WRK-CSG-SALDO TO WRK-CSG-TOTAL
                   MOVE WRK-CSG-SALDO TO WRK-VALOR-ED
                   MOVE SPACES TO WRK-LINHA
                   STRING '  '            DELIMITED BY SIZE
                          CSG-CREDOR      DELIMITED BY SIZE
                          ' '             DELIMITED BY SIZE
                          CSG-CONTRATO    DELIMITED BY SIZE
                          ' PAGAS '       DELIMITED BY SIZE
                          CSG-QT-PAGAS    DELIMITED BY SIZE
                          '/'             DELIMITED BY SIZE
                          CSG-QT-PARCELAS DELIMITED BY SIZE
                          ' SALDO '       DELIMITED BY SIZE
                          WRK-VALOR-ED    DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0900-GRAVA-LINHA
               END-IF
               READ CONSIG NEXT RECORD
           END-PERFORM.
           CLOSE CONSIG.
           IF WRK-QT-CONSIG > ZEROS
               MOVE WRK-CSG-TOTAL TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA
               STRING 'SALDO DOS CONSIGNADOS ' DELIMITED BY SIZE
                      '            '           DELIMITED BY SIZE
                      WRK-VALOR-ED             DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0900-GRAVA-LINHA
           END-IF.

       0680-SAIDA.
           EXIT.

       0700-GRAVA                    SECTION.
           PERFORM 0710-ACUMULA-ANO.
           IF RESC-RETORNO NOT = '00'
               GO TO 0700-SAIDA
           END-IF.
           IF WRK-13-QUITADO = 'N'
                   AND (WRK-MESES-13 > ZEROS OR WRK-TEM-CONTROLE = 'S')
               PERFORM 0720-FECHA-13
               IF RESC-RETORNO NOT = '00'
                   GO TO 0700-SAIDA
               END-IF
           END-IF.
           IF WRK-FERIAS-ABERTO = 'S'
               PERFORM 0730-QUITA-FERIAS
           END-IF.
           IF RESC-LIQUIDO > ZEROS
               OPEN EXTEND LIQUIDOS
               IF FS-LIQUIDOS = 35
                   OPEN OUTPUT LIQUIDOS
                   CLOSE LIQUIDOS
                   OPEN EXTEND LIQUIDOS
               END-IF
               MOVE RESC-FUNC-ID TO LIQ-FUNC-ID
               MOVE RESC-LIQUIDO TO LIQ-VALOR
               WRITE LIQUIDOS-REG
               IF FS-LIQUIDOS NOT = 0
                   MOVE '09' TO RESC-RETORNO
                   MOVE 'LIQUIDO NAO GRAVADO PARA O CREDITO'
                     TO RESC-MENSAGEM
               END-IF
               CLOSE LIQUIDOS
           END-IF.
           OPEN EXTEND FOLHATOT.
           IF FS-FOLHATOT = 35
               OPEN OUTPUT FOLHATOT
               CLOSE FOLHATOT
               OPEN EXTEND FOLHATOT
           END-IF.
           ACCEPT FTOT-DATA FROM DATE YYYYMMDD.
           MOVE RESC-DATA(1:6) TO FTOT-COMPETENCIA.
           MOVE RESC-BRUTO     TO FTOT-BRUTO.
           COMPUTE FTOT-INSS = WRK-VL-INSS + WRK-VL-INSS-13.
           COMPUTE FTOT-IRRF = WRK-VL-IRRF + WRK-VL-IRRF-13.
           COMPUTE FTOT-LIQUIDO = RESC-BRUTO - FTOT-INSS - FTOT-IRRF.
           MOVE 1              TO FTOT-QT-PAGOS.
           MOVE 'R'            TO FTOT-ORIGEM.
           WRITE FTOT-REG.
           CLOSE FOLHATOT.

       0700-SAIDA.
           EXIT.

      *    AS VERBAS DA RESCISAO (SEM O 13O, QUE TEM ACUMULADOR
      *    PROPRIO) SOMAM NO ANO DO DESLIGAMENTO.
       0710-ACUMULA-ANO              SECTION.
           OPEN I-O FOLHACUM.
           IF FS-FOLHACUM = 35
               OPEN OUTPUT FOLHACUM
               CLOSE FOLHACUM
               OPEN I-O FOLHACUM
           END-IF.
           IF FS-FOLHACUM NOT = 0
               MOVE '09' TO RESC-RETORNO
               MOVE 'ACUMULADOR DA FOLHA NAO FOI ABERTO'
                 TO RESC-MENSAGEM
               GO TO 0710-SAIDA
           END-IF.
           MOVE WRK-DES-ANO  TO ACUM-ANO.
           MOVE RESC-FUNC-ID TO ACUM-FUNC-ID.
           READ FOLHACUM
             INVALID KEY
               MOVE ZEROS TO ACUM-BRUTO ACUM-INSS ACUM-IRRF
                             ACUM-LIQUIDO ACUM-FGTS ACUM-ENCARGOS
               MOVE 23 TO FS-FOLHACUM
           END-READ.
           IF ACUM-FGTS NOT NUMERIC OR ACUM-ENCARGOS NOT NUMERIC
               MOVE ZEROS TO ACUM-FGTS ACUM-ENCARGOS
           END-IF.
           ADD WRK-VL-BASE TO ACUM-BRUTO.
           ADD WRK-VL-INSS TO ACUM-INSS.
           ADD WRK-VL-IRRF TO ACUM-IRRF.
           COMPUTE ACUM-LIQUIDO = ACUM-LIQUIDO + WRK-VL-BASE
                   - WRK-VL-INSS - WRK-VL-IRRF.
           IF FS-FOLHACUM = 23
               MOVE WRK-DES-ANO  TO ACUM-ANO
               MOVE RESC-FUNC-ID TO ACUM-FUNC-ID
               WRITE ACUM-REG
                 INVALID KEY
                   MOVE '09' TO RESC-RETORNO
                   MOVE 'ACUMULADOR DA FOLHA NAO GRAVADO'
                     TO RESC-MENSAGEM
               END-WRITE
           ELSE
               REWRITE ACUM-REG
                 INVALID KEY
                   MOVE '09' TO RESC-RETORNO
                   MOVE 'ACUMULADOR DA FOLHA NAO REGRAVADO'
                     TO RESC-MENSAGEM
               END-REWRITE
           END-IF.
           CLOSE FOLHACUM.

       0710-SAIDA.
           EXIT.

      *    O 13O PROPORCIONAL FECHA O ANO NO CONTROLE DO DECTERC, COMO
      *    SE FOSSE A SEGUNDA PARCELA.
       0720-FECHA-13                 SECTION.
           OPEN I-O DECTERC.
           IF FS-DECTERC = 35
               OPEN OUTPUT DECTERC
               CLOSE DECTERC
               OPEN I-O DECTERC
           END-IF.
           IF FS-DECTERC NOT = 0
               MOVE '09' TO RESC-RETORNO
               MOVE 'CONTROLE DO 13O NAO FOI ABERTO' TO RESC-MENSAGEM
               GO TO 0720-SAIDA
           END-IF.
           MOVE WRK-DES-ANO  TO DEC-ANO.
           MOVE RESC-FUNC-ID TO DEC-FUNC-ID.
           READ DECTERC
             INVALID KEY
               INITIALIZE DEC-REG
               MOVE WRK-DES-ANO  TO DEC-ANO
               MOVE RESC-FUNC-ID TO DEC-FUNC-ID
           END-READ.
           MOVE WRK-MESES-13      TO DEC-MESES.
           MOVE WRK-VL-DIREITO-13 TO DEC-INTEGRAL DEC-BRUTO.
           MOVE WRK-VL-INSS-13    TO DEC-INSS.
           MOVE WRK-VL-IRRF-13    TO DEC-IRRF.
           MOVE RESC-DATA         TO DEC-DATA-2.
           IF WRK-VL-SALDO-13 > WRK-VL-INSS-13 + WRK-VL-IRRF-13
               COMPUTE DEC-LIQUIDO-2 = WRK-VL-SALDO-13
                       - WRK-VL-INSS-13 - WRK-VL-IRRF-13
           ELSE
               MOVE ZEROS TO DEC-LIQUIDO-2
           END-IF.
           COMPUTE DEC-LIQUIDO = DEC-ADIANTAMENTO + DEC-LIQUIDO-2.
           IF WRK-TEM-CONTROLE = 'S'
               REWRITE DEC-REG
                 INVALID KEY
                   MOVE '09' TO RESC-RETORNO
                   MOVE 'CONTROLE DO 13O NAO REGRAVADO'
                     TO RESC-MENSAGEM
               END-REWRITE
           ELSE
               WRITE DEC-REG
                 INVALID KEY
                   MOVE '09' TO RESC-RETORNO
                   MOVE 'CONTROLE DO 13O NAO GRAVADO'
                     TO RESC-MENSAGEM
               END-WRITE
           END-IF.
           CLOSE DECTERC.

       0720-SAIDA.
           EXIT.

      *    PERIODOS PAGOS NA RESCISAO FICAM SEM SALDO: O DIREITO
      *    PASSA A SER O QUE JA FOI GOZADO E OS GOZOS AINDA NAO PAGOS
      *    SAO CANCELADOS, PARA O MANTFERI NAO COBRAR MAIS NADA.
       0730-QUITA-FERIAS             SECTION.
           OPEN I-O FERIAS.
           IF FS-FERIAS NOT = 0
               GO TO 0730-SAIDA
           END-IF.
           MOVE RESC-FUNC-ID TO FERIAS-FUNC-ID.
           MOVE ZEROS        TO FERIAS-AQUIS-INI.
           START FERIAS KEY IS NOT LESS FERIAS-CHAVE
             INVALID KEY
               MOVE 23 TO FS-FERIAS
           END-START.
           IF FS-FERIAS = 0
               READ FERIAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-FERIAS NOT = 0
                   OR FERIAS-FUNC-ID NOT = RESC-FUNC-ID
               IF FERIAS-AQUIS-INI <= RESC-DATA
                   MOVE ZEROS TO WRK-GOZADOS
                   PERFORM VARYING WRK-G FROM 1 BY 1 UNTIL WRK-G > 3
                       IF FERIAS-GOZO-PAGO(WRK-G) = 'S'
                           ADD FERIAS-GOZO-DIAS(WRK-G) TO WRK-GOZADOS
                       ELSE
                           MOVE ZEROS TO FERIAS-GOZO-INI(WRK-G)
                                         FERIAS-GOZO-DIAS(WRK-G)
                       END-IF
                   END-PERFORM
                   MOVE WRK-GOZADOS TO FERIAS-DIAS-DIREITO
                   REWRITE FERIAS-REG
                     INVALID KEY
                       DISPLAY "PERIODO DE FERIAS NAO QUITADO: "
                               FERIAS-AQUIS-INI
                   END-REWRITE
               END-IF
               READ FERIAS NEXT RECORD
           END-PERFORM.
           CLOSE FERIAS.

       0730-SAIDA.
           EXIT.

       0800-ACHA-ALIQUOTAS           SECTION.
           MOVE ZEROS TO WRK-ALIQ-INSS WRK-ALIQ-IRRF.
           PERFORM VARYING WRK-T FROM WRK-QT-INSS BY -1
                   UNTIL WRK-T < 1
               IF WRK-BASE-ALIQ <= WRK-INSS-TETO(WRK-T)
                   MOVE WRK-INSS-ALIQ(WRK-T) TO WRK-ALIQ-INSS
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-T FROM WRK-QT-IRRF BY -1
                   UNTIL WRK-T < 1
               IF WRK-BASE-ALIQ <= WRK-IRRF-TETO(WRK-T)
                   MOVE WRK-IRRF-ALIQ(WRK-T) TO WRK-ALIQ-IRRF
               END-IF
           END-PERFORM.

       0900-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           IF WRK-GRAVANDO = 'S'
               MOVE WRK-LINHA TO RESCREL-REG
               WRITE RESCREL-REG
           END-IF.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-FOLHATAB.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.TAB.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHATAB
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FERIAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FERIAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FERIAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DECTERC.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'DECTERC.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DECTERC
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FOLHACUM.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.ACU.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHACUM
           END-STRING.
           MOVE SPACES TO WRK-ARQ-LIQUIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RESCISAO.LIQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-LIQUIDOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FOLHATOT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.TOT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHATOT
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RESCREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RESCISAO.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RESCREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONSIG.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONSIG.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONSIG
           END-STRING.

       COPY CFGLER.
