       IDENTIFICATION DIVISION.
       PROGRAM-ID. EMPREST.
      ******************************************************************
      *OBJETIVO: EMPRESTIMO COM CRONOGRAMA DE AMORTIZACAO DEBITADO NA
      *          CONTA. SEM PARAMETRO, TELA COM DUAS FUNCOES:
      *            1 - CONTRATACAO: CONTA (ATIVA), PRINCIPAL, TAXA
      *                MENSAL, PRAZO EM MESES E SISTEMA PRICE OU SAC.
      *                O CRONOGRAMA E MOSTRADO ANTES DA CONFIRMACAO;
      *                CONFIRMADO, O CONTRATO (EMPREST.DAT.TXT, VIDE
      *                EMPREG.cpy) E AS PARCELAS (EMPPARC.DAT.TXT,
      *                VIDE PARCREG.cpy) SAO GRAVADOS E O PRINCIPAL E
      *                CREDITADO NA CONTA PELO CAMINHO NORMAL DO RAZAO
      *                (LINHA TIPO 'EM'). VENCIMENTOS MENSAIS NO DIA DA
      *                CONTRATACAO (ENCOLHIDO NO MES MAIS CURTO E
      *                DESLIZADO PARA DIA UTIL PELO DIAUTIL).
      *            2 - EXTRATO DO CONTRATO: PARCELAS PAGAS, A VENCER E
      *                VENCIDAS (COM A MORA ATE HOJE), NA TELA E EM
      *                EMPREST.RPT.TXT.
      *          COM 'BATCH' NA LINHA DE COMANDO (PASSO DA CORRENTE
      *          NOTURNA), COBRA TODA PARCELA ABERTA VENCIDA
      *          ATE HOJE, NA ORDEM DO CRONOGRAMA: PRESTACAO MAIS OS
      *          JUROS DE MORA (EMP-MORA= % AO MES PRO RATA DIA SOBRE A
      *          PARCELA EM ATRASO) DEBITADOS NA CONTA EM LINHA TIPO
      *          'PE'. CONTA BLOQUEADA, ENCERRADA OU SEM LIMITE PARA O
      *          DEBITO DEIXA A PARCELA EM ABERTO, ACUMULANDO MORA, E
      *          AVISA A TESOURARIA (ROTINA NOTIFICA); AS PARCELAS
      *          SEGUINTES DO MESMO CONTRATO ESPERAM A ATRASADA. A
      *          ULTIMA PARCELA PAGA QUITA O CONTRATO.
      *          DIA JA FECHADO PELO FECHADIA NAO RECEBE LANCAMENTO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CONTAS
               RECORD KEY      IS CONTA-NUMERO.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT EMPRESTIMOS ASSIGN TO WRK-ARQ-EMPRESTIMOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-EMPRESTIMOS
               RECORD KEY      IS EMP-NUMERO.

           SELECT PARCELAS ASSIGN TO WRK-ARQ-PARCELAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PARCELAS
               RECORD KEY      IS PARC-CHAVE.

           SELECT EMPSEQ ASSIGN TO WRK-ARQ-EMPSEQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EMPSEQ.

           SELECT FECHACTL ASSIGN TO WRK-ARQ-FECHACTL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FECHACTL.

           SELECT EMPREL ASSIGN TO WRK-ARQ-EMPREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-EMPREL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  CONTAS.
       COPY CONTAREG.

       FD  RAZAO.
       COPY RAZAOREG.

       FD  EMPRESTIMOS.
       COPY EMPREG.

       FD  PARCELAS.
       COPY PARCREG.

       FD  EMPSEQ.
       01  EMPSEQ-REG.
           05 EMPSEQ-NUMERO             PIC 9(06).

       FD  FECHACTL.
       01  FECHACTL-REG.
           05 FECHA-ULT-DATA            PIC 9(08).

       FD  EMPREL.
       01  EMPREL-REG                   PIC X(90).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EMPRESTIMOS          PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PARCELAS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EMPSEQ               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FECHACTL             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-EMPREL               PIC X(80) VALUE SPACES.
       77  FS-CONTAS                    PIC 9(02) VALUE ZEROS.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-EMPRESTIMOS               PIC 9(02) VALUE ZEROS.
       77  FS-PARCELAS                  PIC 9(02) VALUE ZEROS.
       77  FS-EMPSEQ                    PIC 9(02) VALUE ZEROS.
       77  FS-FECHACTL                  PIC 9(02) VALUE ZEROS.
       77  FS-EMPREL                    PIC 9(02) VALUE ZEROS.
       77  WRK-MODO-EXEC                PIC X(10) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-FECHADA              PIC 9(08) VALUE ZEROS.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-FUNCAO                   PIC X(01) VALUE SPACES.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-SEQ                      PIC 9(04) VALUE ZEROS.
       77  WRK-RAZAO-ABERTO             PIC X(01) VALUE 'N'.
       77  WRK-LIMITE                   PIC 9(05)V99 VALUE ZEROS.
      *    CONTRATACAO
       77  WRK-CONTA                    PIC 9(06) VALUE ZEROS.
       77  WRK-PRINCIPAL                PIC 9(05)V99 VALUE ZEROS.
       77  WRK-TAXA                     PIC 9(02)V9999 VALUE ZEROS.
       77  WRK-PRAZO                    PIC 9(03) VALUE ZEROS.
       77  WRK-SISTEMA                  PIC X(01) VALUE SPACES.
       77  WRK-NUM-CONTRATO             PIC 9(06) VALUE ZEROS.
       77  WRK-I                        PIC 9V9(08) VALUE ZEROS.
       77  WRK-FATOR                    PIC 9(12)V9(08) VALUE ZEROS.
       77  WRK-PRESTACAO                PIC 9(05)V99 VALUE ZEROS.
       77  WRK-AMORT-SAC                PIC 9(05)V99 VALUE ZEROS.
       77  WRK-SALDO-CRON               PIC 9(05)V99 VALUE ZEROS.
       77  WRK-P                        PIC 9(03) VALUE ZEROS.
       77  WRK-DIA-VENC                 PIC 9(02) VALUE ZEROS.
       77  WRK-TOT-JUROS                PIC 9(07)V99 VALUE ZEROS.
      *    COBRANCA
       77  WRK-MORA-DIAS                PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-COBRAR             PIC 9(05)V99 VALUE ZEROS.
       77  WRK-CONTRATO-ATRASADO        PIC 9(06) VALUE ZEROS.
       77  WRK-MOTIVO                   PIC X(30) VALUE SPACES.
       77  WRK-QT-COBRADAS              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ATRASADAS             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-QUITADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-COBRADO              PIC 9(07)V99 VALUE ZEROS.
      *    EXTRATO
       77  WRK-LINHA                    PIC X(90) VALUE SPACES.
       77  WRK-SIT-PARC                 PIC X(10) VALUE SPACES.
       77  WRK-QT-PAGAS                 PIC 9(03) VALUE ZEROS.
       77  WRK-QT-VENCIDAS              PIC 9(03) VALUE ZEROS.
       77  WRK-QT-AVENCER               PIC 9(03) VALUE ZEROS.
       77  WRK-TOT-PAGO                 PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-VENCIDO              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-AVENCER              PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED2                PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED3                PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TAXA-ED                  PIC Z9,9999 VALUE ZEROS.
       COPY DIAUTILW.
       COPY DATAWS.
       COPY NOTIFW.
       COPY RAZSEQW.
      *    CRONOGRAMA CALCULADO NA CONTRATACAO, MOSTRADO PARA A
      *    CONFIRMACAO E GRAVADO PARCELA A PARCELA.
       01  WRK-CRONOGRAMA.
           05 WRK-CRN-ITEM OCCURS 120 TIMES.
              10 WRK-CRN-VENCIMENTO     PIC 9(08).
              10 WRK-CRN-AMORTIZACAO    PIC 9(05)V99.
              10 WRK-CRN-JUROS          PIC 9(05)V99.
              10 WRK-CRN-VALOR          PIC 9(05)V99.
              10 WRK-CRN-SALDO          PIC 9(05)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-MODO-EXEC FROM COMMAND-LINE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-HOJE-INT = FUNCTION INTEGER-OF-DATE(WRK-HOJE).
           OPEN INPUT FECHACTL.
           IF FS-FECHACTL = 0
               READ FECHACTL
                 NOT AT END
                   MOVE FECHA-ULT-DATA TO WRK-ULT-FECHADA
               END-READ
               CLOSE FECHACTL
           END-IF.
           IF WRK-MODO-EXEC(1:5) = 'BATCH'
               PERFORM 0500-COBRANCA
           ELSE
               PERFORM UNTIL WRK-FUNCAO = 'X'
                   DISPLAY " "
                   DISPLAY "EMPRESTIMOS: 1-CONTRATAR  2-EXTRATO DO "
                           "CONTRATO  X-SAIR"
                   MOVE SPACE TO WRK-FUNCAO
                   ACCEPT WRK-FUNCAO
                   MOVE FUNCTION UPPER-CASE(WRK-FUNCAO) TO WRK-FUNCAO
                   EVALUATE WRK-FUNCAO
                     WHEN '1'
                       PERFORM 0100-CONTRATA
                     WHEN '2'
                       PERFORM 0300-EXTRATO
                     WHEN 'X'
                       CONTINUE
                     WHEN OTHER
                       DISPLAY "OPCAO INVALIDA. VALIDAS: 1 2 X"
                   END-EVALUATE
               END-PERFORM
           END-IF.
           GOBACK.

      ******************************************************************
      *    CONTRATACAO
      ******************************************************************
       0100-CONTRATA                 SECTION.
           IF WRK-HOJE <= WRK-ULT-FECHADA
               DISPLAY "DIA CONTABIL " WRK-HOJE " JA FECHADO (ULTIMO "
                       "FECHAMENTO " WRK-ULT-FECHADA ") - CONTRATACAO "
                       "NAO PERMITIDA"
               GO TO 0100-SAIDA
           END-IF.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR = SPACES
               DISPLAY "OPERADOR NAO INFORMADO - NADA CONTRATADO"
               GO TO 0100-SAIDA
           END-IF.
           DISPLAY "CONTA DO EMPRESTIMO : ".
           MOVE ZEROS TO WRK-CONTA.
           ACCEPT WRK-CONTA.
           OPEN I-O CONTAS.
           IF FS-CONTAS NOT = 0
               DISPLAY "CADASTRO DE CONTAS NAO FOI ABERTO, STATUS="
                       FS-CONTAS
               GO TO 0100-SAIDA
           END-IF.
           MOVE WRK-CONTA TO CONTA-NUMERO.
           READ CONTAS
             INVALID KEY
               DISPLAY "CONTA INEXISTENTE"
               CLOSE CONTAS
               GO TO 0100-SAIDA
           END-READ.
           IF NOT CONTA-ATIVA
               DISPLAY "CONTA BLOQUEADA OU ENCERRADA - SEM EMPRESTIMO"
               CLOSE CONTAS
               GO TO 0100-SAIDA
           END-IF.
           DISPLAY "TITULAR: " CONTA-NOME.
           PERFORM 0110-LE-CONDICOES.
           IF WRK-CONFIRMA NOT = 'S'
               CLOSE CONTAS
               GO TO 0100-SAIDA
           END-IF.
           PERFORM 0150-MONTA-CRONOGRAMA.
           PERFORM 0160-MOSTRA-CRONOGRAMA.
           DISPLAY "CONFIRMA A CONTRATACAO (S/N) ? ".
           MOVE 'N' TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA.
           MOVE FUNCTION UPPER-CASE(WRK-CONFIRMA) TO WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY "CONTRATACAO CANCELADA"
               CLOSE CONTAS
               GO TO 0100-SAIDA
           END-IF.
           PERFORM 0170-GRAVA-CONTRATO.
           CLOSE CONTAS.
           IF WRK-RAZAO-ABERTO = 'S'
               CLOSE RAZAO
               MOVE 'N' TO WRK-RAZAO-ABERTO
           END-IF.

       0100-SAIDA.
           EXIT.

      *    PRAZO ATE 120 MESES E TAXA ATE 15% AO MES: O FATOR DA PRICE
      *    ((1+I)**N) CABE NA AREA DE CALCULO. O SALDO DA CONTA DEPOIS
      *    DO CREDITO PRECISA CABER EM CONTA-SALDO.
       0110-LE-CONDICOES             SECTION.
           MOVE 'N' TO WRK-CONFIRMA.
           DISPLAY "PRINCIPAL (99999,99) : ".
           MOVE ZEROS TO WRK-PRINCIPAL.
           ACCEPT WRK-PRINCIPAL.
           IF WRK-PRINCIPAL = ZEROS
               DISPLAY "PRINCIPAL NAO INFORMADO"
               GO TO 0110-SAIDA
           END-IF.
           IF CONTA-SALDO + WRK-PRINCIPAL > 99999,99
               DISPLAY "O CREDITO ESTOURARIA O SALDO DA CONTA"
               GO TO 0110-SAIDA
           END-IF.
           DISPLAY "TAXA % AO MES (99,9999) : ".
           MOVE ZEROS TO WRK-TAXA.
           ACCEPT WRK-TAXA.
           IF WRK-TAXA > 15
               DISPLAY "TAXA ACIMA DE 15% AO MES NAO E ACEITA"
               GO TO 0110-SAIDA
           END-IF.
           DISPLAY "PRAZO EM MESES (1 A 120) : ".
           MOVE ZEROS TO WRK-PRAZO.
           ACCEPT WRK-PRAZO.
           IF WRK-PRAZO = ZEROS OR WRK-PRAZO > 120
               DISPLAY "PRAZO INVALIDO"
               GO TO 0110-SAIDA
           END-IF.
           DISPLAY "SISTEMA: P-PRICE (PRESTACAO FIXA)  S-SAC "
                   "(AMORTIZACAO FIXA) : ".
           MOVE SPACE TO WRK-SISTEMA.
           ACCEPT WRK-SISTEMA.
           MOVE FUNCTION UPPER-CASE(WRK-SISTEMA) TO WRK-SISTEMA.
           IF WRK-SISTEMA NOT = 'P' AND WRK-SISTEMA NOT = 'S'
               DISPLAY "SISTEMA INVALIDO"
               GO TO 0110-SAIDA
           END-IF.
           MOVE 'S' TO WRK-CONFIRMA.

       0110-SAIDA.
           EXIT.

      *    PRICE: PRESTACAO = P * I * (1+I)**N / ((1+I)**N - 1), OS
      *    JUROS DE CADA MES SOBRE O SALDO E A AMORTIZACAO O RESTO.
      *    SAC: AMORTIZACAO = P / N E JUROS SOBRE O SALDO. A ULTIMA
      *    PARCELA AMORTIZA O QUE SOBROU DOS ARREDONDAMENTOS.
       0150-MONTA-CRONOGRAMA         SECTION.
           COMPUTE WRK-I = WRK-TAXA / 100.
           MOVE WRK-PRINCIPAL TO WRK-SALDO-CRON.
           MOVE ZEROS TO WRK-TOT-JUROS.
           IF WRK-SISTEMA = 'P'
               IF WRK-I = ZEROS
                   COMPUTE WRK-PRESTACAO ROUNDED =
                           WRK-PRINCIPAL / WRK-PRAZO
               ELSE
                   COMPUTE WRK-FATOR = (1 + WRK-I) ** WRK-PRAZO
                   COMPUTE WRK-PRESTACAO ROUNDED =
                           WRK-PRINCIPAL * WRK-I * WRK-FATOR
                           / (WRK-FATOR - 1)
               END-IF
           ELSE
               COMPUTE WRK-AMORT-SAC ROUNDED =
                       WRK-PRINCIPAL / WRK-PRAZO
           END-IF.
           MOVE WRK-HOJE(7:2) TO WRK-DIA-VENC.
           MOVE WRK-HOJE(1:4) TO WRK-ANO.
           MOVE WRK-HOJE(5:2) TO WRK-MES.
           PERFORM VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-PRAZO
               COMPUTE WRK-CRN-JUROS(WRK-P) ROUNDED =
                       WRK-SALDO-CRON * WRK-I
               IF WRK-P = WRK-PRAZO
                   MOVE WRK-SALDO-CRON TO WRK-CRN-AMORTIZACAO(WRK-P)
               ELSE
                   IF WRK-SISTEMA = 'P'
                       COMPUTE WRK-CRN-AMORTIZACAO(WRK-P) =
                               WRK-PRESTACAO - WRK-CRN-JUROS(WRK-P)
                   ELSE
                       MOVE WRK-AMORT-SAC
                         TO WRK-CRN-AMORTIZACAO(WRK-P)
                   END-IF
               END-IF
               IF WRK-CRN-AMORTIZACAO(WRK-P) > WRK-SALDO-CRON
                   MOVE WRK-SALDO-CRON TO WRK-CRN-AMORTIZACAO(WRK-P)
               END-IF
               COMPUTE WRK-CRN-VALOR(WRK-P) =
                       WRK-CRN-AMORTIZACAO(WRK-P) + WRK-CRN-JUROS(WRK-P)
               SUBTRACT WRK-CRN-AMORTIZACAO(WRK-P) FROM WRK-SALDO-CRON
               MOVE WRK-SALDO-CRON TO WRK-CRN-SALDO(WRK-P)
               ADD WRK-CRN-JUROS(WRK-P) TO WRK-TOT-JUROS
               PERFORM 0155-VENCIMENTO
           END-PERFORM.

      *    PROXIMO MES NO DIA DA CONTRATACAO, ENCOLHIDO QUANDO O MES
      *    NAO TEM O DIA E DESLIZADO PARA DIA UTIL, COMO NO AGENDPAG.
       0155-VENCIMENTO               SECTION.
           IF WRK-MES = 12
               MOVE 1 TO WRK-MES
               ADD 1 TO WRK-ANO
           ELSE
               ADD 1 TO WRK-MES
           END-IF.
           MOVE WRK-DIA-VENC TO WRK-DIA.
           PERFORM 9070-VALIDA-DATA.
           PERFORM UNTIL WRK-DATA-OK OR WRK-DIA <= 28
               SUBTRACT 1 FROM WRK-DIA
               PERFORM 9070-VALIDA-DATA
           END-PERFORM.
           COMPUTE WRK-CRN-VENCIMENTO(WRK-P) =
                   WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.
           MOVE 'E' TO DIAUTIL-FUNCAO.
           MOVE WRK-CRN-VENCIMENTO(WRK-P) TO DIAUTIL-DATA.
           CALL 'DIAUTIL' USING DIAUTIL-PARM.
           IF DIAUTIL-EH-UTIL NOT = 'S'
               MOVE 'P' TO DIAUTIL-FUNCAO
               CALL 'DIAUTIL' USING DIAUTIL-PARM
               MOVE DIAUTIL-RESULTADO TO WRK-CRN-VENCIMENTO(WRK-P)
           END-IF.

       0160-MOSTRA-CRONOGRAMA        SECTION.
           DISPLAY "PARC VENCIMENTO  AMORTIZACAO     JUROS  PRESTACAO"
                   "      SALDO".
           PERFORM VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-PRAZO
               MOVE WRK-CRN-AMORTIZACAO(WRK-P) TO WRK-VALOR-ED
               MOVE WRK-CRN-JUROS(WRK-P)       TO WRK-VALOR-ED2
               MOVE WRK-CRN-VALOR(WRK-P)       TO WRK-VALOR-ED3
               MOVE WRK-CRN-SALDO(WRK-P)       TO WRK-TOTAL-ED
               DISPLAY " " WRK-P " "
                       WRK-CRN-VENCIMENTO(WRK-P)(7:2) "/"
                       WRK-CRN-VENCIMENTO(WRK-P)(5:2) "/"
                       WRK-CRN-VENCIMENTO(WRK-P)(1:4) "   "
                       WRK-VALOR-ED " " WRK-VALOR-ED2 "  "
                       WRK-VALOR-ED3 " " WRK-TOTAL-ED
           END-PERFORM.
           MOVE WRK-TOT-JUROS TO WRK-TOTAL-ED.
           DISPLAY "TOTAL DE JUROS DO CONTRATO: " WRK-TOTAL-ED.

      *    CONTRATO E PARCELAS PRIMEIRO; O CREDITO NA CONTA SO SAI COM
      *    O CRONOGRAMA GRAVADO, PARA NAO HAVER DINHEIRO LIBERADO SEM
      *    PARCELA A COBRAR.
       0170-GRAVA-CONTRATO           SECTION.
           MOVE ZEROS TO WRK-NUM-CONTRATO.
           OPEN INPUT EMPSEQ.
           IF FS-EMPSEQ = 0
               READ EMPSEQ
                 NOT AT END
                   MOVE EMPSEQ-NUMERO TO WRK-NUM-CONTRATO
               END-READ
               CLOSE EMPSEQ
           END-IF.
           ADD 1 TO WRK-NUM-CONTRATO.
           OPEN I-O EMPRESTIMOS.
           IF FS-EMPRESTIMOS = 35
               OPEN OUTPUT EMPRESTIMOS
               CLOSE EMPRESTIMOS
               OPEN I-O EMPRESTIMOS
           END-IF.
           MOVE SPACES            TO EMP-REG.
           MOVE WRK-NUM-CONTRATO  TO EMP-NUMERO.
           MOVE WRK-CONTA         TO EMP-CONTA.
           MOVE WRK-PRINCIPAL     TO EMP-PRINCIPAL.
           MOVE WRK-TAXA          TO EMP-TAXA.
           MOVE WRK-PRAZO         TO EMP-PRAZO.
           MOVE WRK-SISTEMA       TO EMP-SISTEMA.
           MOVE WRK-HOJE          TO EMP-DATA.
           MOVE WRK-DIA-VENC      TO EMP-DIA-VENC.
           MOVE 'A'               TO EMP-SITUACAO.
           MOVE WRK-PRINCIPAL     TO EMP-SALDO-DEVEDOR.
           MOVE ZEROS             TO EMP-QT-PAGAS.
           MOVE WRK-OPERADOR      TO EMP-OPERADOR.
           WRITE EMP-REG
             INVALID KEY
               DISPLAY "CONTRATO " WRK-NUM-CONTRATO " JA EXISTE - "
                       "CONFIRA O EMPREST.SEQ.TXT; NADA CONTRATADO"
               CLOSE EMPRESTIMOS
               GO TO 0170-SAIDA
           END-WRITE.
           CLOSE EMPRESTIMOS.
           OPEN OUTPUT EMPSEQ.
           MOVE WRK-NUM-CONTRATO TO EMPSEQ-NUMERO.
           WRITE EMPSEQ-REG.
           CLOSE EMPSEQ.
           OPEN I-O PARCELAS.
           IF FS-PARCELAS = 35
               OPEN OUTPUT PARCELAS
               CLOSE PARCELAS
               OPEN I-O PARCELAS
           END-IF.
           PERFORM VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-PRAZO
               MOVE SPACES                     TO PARC-REG
               MOVE WRK-NUM-CONTRATO           TO PARC-CONTRATO
               MOVE WRK-P                      TO PARC-NUMERO
               MOVE WRK-CRN-VENCIMENTO(WRK-P)  TO PARC-VENCIMENTO
               MOVE WRK-CRN-AMORTIZACAO(WRK-P) TO PARC-AMORTIZACAO
               MOVE WRK-CRN-JUROS(WRK-P)       TO PARC-JUROS
               MOVE WRK-CRN-VALOR(WRK-P)       TO PARC-VALOR
               MOVE WRK-CRN-SALDO(WRK-P)       TO PARC-SALDO-APOS
               MOVE 'A'                        TO PARC-SITUACAO
               MOVE ZEROS                      TO PARC-MORA
                                                  PARC-DATA-PAGTO
                                                  PARC-VALOR-PAGO
               WRITE PARC-REG
                 INVALID KEY
                   DISPLAY "PARCELA NAO GRAVADA: " WRK-NUM-CONTRATO
                           "-" WRK-P
               END-WRITE
           END-PERFORM.
           CLOSE PARCELAS.
           ADD WRK-PRINCIPAL TO CONTA-SALDO.
           REWRITE CONTA-REG
             INVALID KEY
               DISPLAY "CONTA NAO REGRAVADA - PRINCIPAL NAO CREDITADO, "
                       "CONFIRA COM A TESOURARIA"
               GO TO 0170-SAIDA
           END-REWRITE.
           MOVE 'EM'             TO RAZAO-TIPO.
           MOVE WRK-PRINCIPAL    TO RAZAO-VALOR.
           MOVE WRK-OPERADOR     TO RAZAO-OPER.
           MOVE ZEROS            TO WRK-P.
           PERFORM 0900-GRAVA-RAZAO.
           DISPLAY "CONTRATO " WRK-NUM-CONTRATO " GRAVADO - PRINCIPAL "
                   "CREDITADO NA CONTA " CONTA-NUMERO.

       0170-SAIDA.
           EXIT.

      ******************************************************************
      *    EXTRATO DO CONTRATO
      ******************************************************************
       0300-EXTRATO                  SECTION.
           DISPLAY "NUMERO DO CONTRATO : ".
           MOVE ZEROS TO WRK-NUM-CONTRATO.
           ACCEPT WRK-NUM-CONTRATO.
           OPEN INPUT EMPRESTIMOS.
           IF FS-EMPRESTIMOS NOT = 0
               DISPLAY "NENHUM CONTRATO CADASTRADO"
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-NUM-CONTRATO TO EMP-NUMERO.
           READ EMPRESTIMOS
             INVALID KEY
               DISPLAY "CONTRATO NAO ENCONTRADO"
               CLOSE EMPRESTIMOS
               GO TO 0300-SAIDA
           END-READ.
           CLOSE EMPRESTIMOS.
           OPEN OUTPUT EMPREL.
           MOVE ZEROS TO WRK-QT-PAGAS WRK-QT-VENCIDAS WRK-QT-AVENCER
                         WRK-TOT-PAGO WRK-TOT-VENCIDO WRK-TOT-AVENCER.
           MOVE EMP-PRINCIPAL TO WRK-VALOR-ED.
           MOVE EMP-TAXA      TO WRK-TAXA-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONTRATO '      DELIMITED BY SIZE
                  EMP-NUMERO       DELIMITED BY SIZE
                  ' CONTA '        DELIMITED BY SIZE
                  EMP-CONTA        DELIMITED BY SIZE
                  ' DE '           DELIMITED BY SIZE
                  EMP-DATA(7:2)    DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  EMP-DATA(5:2)    DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  EMP-DATA(1:4)    DELIMITED BY SIZE
                  ' PRINCIPAL '    DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0390-GRAVA-LINHA.
           MOVE EMP-SALDO-DEVEDOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'TAXA '          DELIMITED BY SIZE
                  WRK-TAXA-ED      DELIMITED BY SIZE
                  '% A.M. PRAZO '  DELIMITED BY SIZE
                  EMP-PRAZO        DELIMITED BY SIZE
                  ' SISTEMA '      DELIMITED BY SIZE
                  EMP-SISTEMA      DELIMITED BY SIZE
                  ' SITUACAO '     DELIMITED BY SIZE
                  EMP-SITUACAO     DELIMITED BY SIZE
                  ' SALDO DEVEDOR ' DELIMITED BY SIZE
                  WRK-VALOR-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0390-GRAVA-LINHA.
           MOVE 'PARC VENCIMENTO  PRESTACAO   MORA SITUACAO   PAGO EM'
             TO WRK-LINHA.
           PERFORM 0390-GRAVA-LINHA.
           OPEN INPUT PARCELAS.
           IF FS-PARCELAS NOT = 0
               MOVE 'CRONOGRAMA NAO ENCONTRADO' TO WRK-LINHA
               PERFORM 0390-GRAVA-LINHA
               CLOSE EMPREL
               GO TO 0300-SAIDA
           END-IF.
           MOVE EMP-NUMERO TO PARC-CONTRATO.
           MOVE ZEROS      TO PARC-NUMERO.
           START PARCELAS KEY IS NOT LESS PARC-CHAVE
             INVALID KEY
               MOVE 99 TO FS-PARCELAS
           END-START.
           IF FS-PARCELAS = 0
               READ PARCELAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PARCELAS NOT = 0
                   OR PARC-CONTRATO NOT = EMP-NUMERO
               PERFORM 0350-LINHA-PARCELA
               READ PARCELAS NEXT RECORD
           END-PERFORM.
           CLOSE PARCELAS.
           MOVE WRK-TOT-PAGO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PAGAS.....: '   DELIMITED BY SIZE
                  WRK-QT-PAGAS     DELIMITED BY SIZE
                  ' TOTAL PAGO '   DELIMITED BY SIZE
                  WRK-TOTAL-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0390-GRAVA-LINHA.
           MOVE WRK-TOT-VENCIDO TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VENCIDAS..: '   DELIMITED BY SIZE
                  WRK-QT-VENCIDAS  DELIMITED BY SIZE
                  ' EM ATRASO COM MORA ATE HOJE ' DELIMITED BY SIZE
                  WRK-TOTAL-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0390-GRAVA-LINHA.
           MOVE WRK-TOT-AVENCER TO WRK-TOTAL-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'A VENCER..: '   DELIMITED BY SIZE
                  WRK-QT-AVENCER   DELIMITED BY SIZE
                  ' TOTAL '        DELIMITED BY SIZE
                  WRK-TOTAL-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0390-GRAVA-LINHA.
           CLOSE EMPREL.

       0300-SAIDA.
           EXIT.

       0350-LINHA-PARCELA            SECTION.
           EVALUATE TRUE
             WHEN PARC-PAGA
               MOVE 'PAGA'       TO WRK-SIT-PARC
               ADD 1 TO WRK-QT-PAGAS
               ADD PARC-VALOR-PAGO TO WRK-TOT-PAGO
             WHEN PARC-VENCIMENTO < WRK-HOJE
               MOVE 'VENCIDA'    TO WRK-SIT-PARC
               PERFORM 0550-CALCULA-MORA
               ADD 1 TO WRK-QT-VENCIDAS
               ADD PARC-VALOR PARC-MORA TO WRK-TOT-VENCIDO
             WHEN OTHER
               MOVE 'A VENCER'   TO WRK-SIT-PARC
               ADD 1 TO WRK-QT-AVENCER
               ADD PARC-VALOR TO WRK-TOT-AVENCER
           END-EVALUATE.
           MOVE PARC-VALOR TO WRK-VALOR-ED.
           MOVE PARC-MORA  TO WRK-VALOR-ED2.
           MOVE SPACES TO WRK-LINHA.
           STRING ' '                  DELIMITED BY SIZE
                  PARC-NUMERO          DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  PARC-VENCIMENTO(7:2) DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  PARC-VENCIMENTO(5:2) DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  PARC-VENCIMENTO(1:4) DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VALOR-ED         DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-VALOR-ED2        DELIMITED BY SIZE
                  ' '                  DELIMITED BY SIZE
                  WRK-SIT-PARC         DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           IF PARC-PAGA
               STRING PARC-DATA-PAGTO(7:2) DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      PARC-DATA-PAGTO(5:2) DELIMITED BY SIZE
                      '/'                  DELIMITED BY SIZE
                      PARC-DATA-PAGTO(1:4) DELIMITED BY SIZE
                 INTO WRK-LINHA(50:)
               END-STRING
           END-IF.
           PERFORM 0390-GRAVA-LINHA.

       0390-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO EMPREL-REG.
           WRITE EMPREL-REG.

      ******************************************************************
      *    COBRANCA DAS PARCELAS VENCIDAS ('BATCH')
      ******************************************************************
       0500-COBRANCA                 SECTION.
           IF WRK-HOJE <= WRK-ULT-FECHADA
               DISPLAY "DIA CONTABIL " WRK-HOJE " JA FECHADO (ULTIMO "
                       "FECHAMENTO " WRK-ULT-FECHADA ") - LOTE NAO "
                       "EXECUTADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O PARCELAS.
           IF FS-PARCELAS NOT = 0
               DISPLAY "NENHUM EMPRESTIMO CONTRATADO - NADA A COBRAR"
               GOBACK
           END-IF.
           OPEN I-O EMPRESTIMOS.
           OPEN I-O CONTAS.
           IF FS-CONTAS NOT = 0 OR FS-EMPRESTIMOS NOT = 0
               DISPLAY "CONTAS OU CONTRATOS NAO FORAM ABERTOS, STATUS="
                       FS-CONTAS "/" FS-EMPRESTIMOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'EMPREST' TO WRK-OPERADOR.
           MOVE ZEROS TO EMP-NUMERO.
           MOVE ZEROS TO PARC-CHAVE.
           START PARCELAS KEY IS NOT LESS PARC-CHAVE
             INVALID KEY
               MOVE 99 TO FS-PARCELAS
           END-START.
           IF FS-PARCELAS = 0
               READ PARCELAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-PARCELAS NOT = 0
               IF PARC-ABERTA AND PARC-VENCIMENTO <= WRK-HOJE
                   PERFORM 0510-COBRA-PARCELA
               END-IF
               READ PARCELAS NEXT RECORD
           END-PERFORM.
           CLOSE PARCELAS.
           CLOSE EMPRESTIMOS.
           CLOSE CONTAS.
           IF WRK-RAZAO-ABERTO = 'S'
               CLOSE RAZAO
           END-IF.
           MOVE WRK-TOT-COBRADO TO WRK-TOTAL-ED.
           DISPLAY "PARCELAS COBRADAS.....: " WRK-QT-COBRADAS
                   " TOTAL " WRK-TOTAL-ED.
           DISPLAY "PARCELAS EM ATRASO....: " WRK-QT-ATRASADAS.
           DISPLAY "CONTRATOS QUITADOS....: " WRK-QT-QUITADOS.

       0510-COBRA-PARCELA            SECTION.
           IF PARC-CONTRATO = WRK-CONTRATO-ATRASADO
               PERFORM 0550-CALCULA-MORA
               MOVE 'PARCELA ANTERIOR EM ATRASO' TO WRK-MOTIVO
               PERFORM 0520-PARCELA-ATRASADA
               GO TO 0510-SAIDA
           END-IF.
           IF EMP-NUMERO NOT = PARC-CONTRATO
               MOVE PARC-CONTRATO TO EMP-NUMERO
               READ EMPRESTIMOS
                 INVALID KEY
                   DISPLAY "PARCELA SEM CONTRATO, NAO COBRADA: "
                           PARC-CONTRATO "-" PARC-NUMERO
                   MOVE ZEROS TO EMP-NUMERO
                   GO TO 0510-SAIDA
               END-READ
           END-IF.
           PERFORM 0550-CALCULA-MORA.
           COMPUTE WRK-VALOR-COBRAR = PARC-VALOR + PARC-MORA.
           MOVE EMP-CONTA TO CONTA-NUMERO.
           READ CONTAS
             INVALID KEY
               MOVE 'CONTA INEXISTENTE' TO WRK-MOTIVO
               PERFORM 0520-PARCELA-ATRASADA
               GO TO 0510-SAIDA
           END-READ.
           IF NOT CONTA-ATIVA
               MOVE 'CONTA BLOQUEADA/ENCERRADA' TO WRK-MOTIVO
               PERFORM 0520-PARCELA-ATRASADA
               GO TO 0510-SAIDA
           END-IF.
           IF CONTA-LIMITE IS NUMERIC
               MOVE CONTA-LIMITE TO WRK-LIMITE
           ELSE
               MOVE ZEROS TO WRK-LIMITE
           END-IF.
           IF CONTA-SALDO - WRK-VALOR-COBRAR < (ZERO - WRK-LIMITE)
               MOVE 'SALDO E LIMITE INSUFICIENTES' TO WRK-MOTIVO
               PERFORM 0520-PARCELA-ATRASADA
               GO TO 0510-SAIDA
           END-IF.
           SUBTRACT WRK-VALOR-COBRAR FROM CONTA-SALDO.
           REWRITE CONTA-REG
             INVALID KEY
               MOVE 'CONTA NAO REGRAVADA' TO WRK-MOTIVO
               PERFORM 0520-PARCELA-ATRASADA
               GO TO 0510-SAIDA
           END-REWRITE.
           MOVE 'PE'             TO RAZAO-TIPO.
           MOVE WRK-VALOR-COBRAR TO RAZAO-VALOR.
           MOVE PARC-CONTRATO    TO WRK-NUM-CONTRATO.
           MOVE PARC-NUMERO      TO WRK-P.
           PERFORM 0900-GRAVA-RAZAO.
           MOVE 'P'              TO PARC-SITUACAO.
           MOVE WRK-HOJE         TO PARC-DATA-PAGTO.
           MOVE WRK-VALOR-COBRAR TO PARC-VALOR-PAGO.
           REWRITE PARC-REG
             INVALID KEY
               DISPLAY "PARCELA " PARC-CONTRATO "-" PARC-NUMERO
                       " DEBITADA MAS NAO BAIXADA - CONFIRA"
           END-REWRITE.
           ADD 1 TO WRK-QT-COBRADAS.
           ADD WRK-VALOR-COBRAR TO WRK-TOT-COBRADO.
           SUBTRACT PARC-AMORTIZACAO FROM EMP-SALDO-DEVEDOR.
           ADD 1 TO EMP-QT-PAGAS.
           IF EMP-QT-PAGAS NOT < EMP-PRAZO
               MOVE 'Q' TO EMP-SITUACAO
               MOVE ZEROS TO EMP-SALDO-DEVEDOR
               ADD 1 TO WRK-QT-QUITADOS
               DISPLAY "CONTRATO " EMP-NUMERO " QUITADO"
           END-IF.
           REWRITE EMP-REG
             INVALID KEY
               DISPLAY "CONTRATO " EMP-NUMERO " NAO REGRAVADO"
           END-REWRITE.
           MOVE WRK-VALOR-COBRAR TO WRK-VALOR-ED.
           DISPLAY "COBRADA: CONTRATO " PARC-CONTRATO " PARCELA "
                   PARC-NUMERO " CONTA " CONTA-NUMERO " " WRK-VALOR-ED.
           IF CONTA-SALDO < ZEROS
               DISPLAY "ATENCAO: SALDO FICOU NEGATIVO NA CONTA "
                       CONTA-NUMERO
           END-IF.

       0510-SAIDA.
           EXIT.

      *    PARCELA QUE NAO PODE SER DEBITADA: FICA ABERTA COM A MORA
      *    ATUALIZADA E A TESOURARIA E AVISADA PELA FILA CENTRAL.
       0520-PARCELA-ATRASADA         SECTION.
           MOVE PARC-CONTRATO TO WRK-CONTRATO-ATRASADO.
           REWRITE PARC-REG
             INVALID KEY
               CONTINUE
           END-REWRITE.
           ADD 1 TO WRK-QT-ATRASADAS.
           DISPLAY "EM ATRASO: CONTRATO " PARC-CONTRATO " PARCELA "
                   PARC-NUMERO " - " WRK-MOTIVO.
           MOVE 'TESOURARIA' TO NOTIF-DESTINO.
           MOVE 'EMPREST'    TO NOTIF-ORIGEM.
           MOVE SPACES TO NOTIF-MENSAGEM.
           STRING 'PARCELA EMPREST. '  DELIMITED BY SIZE
                  PARC-CONTRATO        DELIMITED BY SIZE
                  '-'                  DELIMITED BY SIZE
                  PARC-NUMERO          DELIMITED BY SIZE
                  ' EM ATRASO: '       DELIMITED BY SIZE
                  WRK-MOTIVO           DELIMITED BY SIZE
             INTO NOTIF-MENSAGEM
           END-STRING.
           CALL 'NOTIFICA' USING NOTIF-PARM.

      *    JUROS DE MORA PRO RATA DIA SOBRE A PRESTACAO: EMP-MORA % AO
      *    MES, MES DE 30 DIAS, CONTADOS DO VENCIMENTO ATE HOJE.
       0550-CALCULA-MORA             SECTION.
           MOVE ZEROS TO PARC-MORA.
           IF PARC-VENCIMENTO < WRK-HOJE
               COMPUTE WRK-MORA-DIAS = WRK-HOJE-INT
                       - FUNCTION INTEGER-OF-DATE(PARC-VENCIMENTO)
               COMPUTE PARC-MORA ROUNDED = PARC-VALOR * CFG-EMP-MORA
                       / 100 * WRK-MORA-DIAS / 30
           END-IF.

      *    LINHA DO RAZAO DA CONTA JA REGRAVADA EM CONTA-REG: 'EM' NA
      *    LIBERACAO, 'PE' NA PARCELA, COM CONTRATO E PARCELA EM
      *    RAZAO-EMPRESTIMO.
       0900-GRAVA-RAZAO              SECTION.
           IF WRK-RAZAO-ABERTO NOT = 'S'
               OPEN I-O RAZAO
               IF FS-RAZAO = 35
                   OPEN OUTPUT RAZAO
                   CLOSE RAZAO
                   OPEN I-O RAZAO
               END-IF
               MOVE 'S' TO WRK-RAZAO-ABERTO
           END-IF.
           MOVE CONTA-NUMERO          TO RAZAO-CONTA.
           MOVE WRK-HOJE              TO RAZAO-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE ZEROS                 TO RAZAO-CONTRA.
           MOVE CONTA-SALDO           TO RAZAO-SALDO.
           MOVE WRK-OPERADOR          TO RAZAO-OPER.
           MOVE SPACES                TO RAZAO-APROV.
           MOVE ZEROS                 TO RAZAO-TAXA.
           MOVE SPACES                TO RAZAO-BOLETO.
           MOVE WRK-NUM-CONTRATO      TO RAZAO-EMP-CONTRATO.
           MOVE WRK-P                 TO RAZAO-EMP-PARCELA.
           PERFORM 9850-PROXIMA-SEQ-RAZAO.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE RAZAO-SEQ TO WRK-SEQ.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CONTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-EMPRESTIMOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'EMPREST.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EMPRESTIMOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PARCELAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'EMPPARC.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PARCELAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-EMPSEQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'EMPREST.SEQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EMPSEQ
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FECHACTL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FECHA.CTL.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FECHACTL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-EMPREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'EMPREST.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-EMPREL
           END-STRING.

       COPY CFGLER.

       COPY DATASPLT.

       COPY RAZSEQ.
