      *          NUMERO 1 DA OPERACAO SEGUINTE, E AS FUNCOES DE
      *          MEMORIA (M GUARDA, R RECUPERA PARA O PROXIMO NUMERO
      *          1, L LIMPA) VALEM PELA SESSAO. T IMPRIME A FITA.
      *          FUNCOES FINANCEIRAS (JUROS COMPOSTOS, TAXA AO MES):
      *          5 VALOR FUTURO, 6 VALOR PRESENTE, 7 PRESTACAO PELA
      *          PRICE, 8 TAXA IMPLICITA NUMA PRESTACAO E 9 TABELA DE
      *          AMORTIZACAO (PRICE) - CONTAS DO EMPREST. ENTRADAS E
      *          RESULTADO VAO PARA A FITA COMO AS QUATRO OPERACOES,
      *          E A TABELA INTEIRA TAMBEM. O VALOR DE PARTIDA VEM DA
      *          MEMORIA OU DO ENCADEAMENTO COMO O NUMERO 1.
      * Comments:
      ******************************************************************
       ENVIRONMENT DIVISION.
       77 WRK-ENCADEADO    PIC X(01)        VALUE 'N'.
       77 WRK-TEM-RESULTADO PIC X(01)       VALUE 'N'.
       77 WRK-FITA-ABERTA  PIC X(01)        VALUE 'N'.
      *    FUNCOES FINANCEIRAS
       77 WRK-PERGUNTA     PIC X(20)        VALUE SPACES.
       77 WRK-VALOR-BASE   PIC S9(08)V99    VALUE ZEROS.
       77 WRK-PRESTACAO    PIC S9(08)V99    VALUE ZEROS.
       77 WRK-TAXA         PIC 9(02)V9999   VALUE ZEROS.
       77 WRK-TAXA-RES     PIC 9(03)V9999   VALUE ZEROS.
       77 WRK-PRAZO        PIC 9(03)        VALUE ZEROS.
       77 WRK-I            PIC 9V9(08)      VALUE ZEROS.
       77 WRK-I-MIN        PIC 9V9(08)      VALUE ZEROS.
       77 WRK-I-MAX        PIC 9V9(08)      VALUE ZEROS.
       77 WRK-FATOR        PIC 9(12)V9(08)  VALUE ZEROS.
       77 WRK-PMT-TESTE    PIC 9(12)V9(04)  VALUE ZEROS.
       77 WRK-ITER         PIC 9(03)        VALUE ZEROS.
       77 WRK-P            PIC 9(03)        VALUE ZEROS.
       77 WRK-SALDO        PIC S9(08)V99    VALUE ZEROS.
       77 WRK-JUROS        PIC S9(08)V99    VALUE ZEROS.
       77 WRK-AMORT        PIC S9(08)V99    VALUE ZEROS.
       77 WRK-PARCELA      PIC S9(08)V99    VALUE ZEROS.
       77 WRK-TOT-JUROS    PIC S9(09)V99    VALUE ZEROS.
       77 WRK-FIN-OK       PIC X(01)        VALUE 'N'.
       77 WRK-ESTOURO      PIC X(01)        VALUE 'N'.
       77 WRK-SIGLA        PIC X(05)        VALUE SPACES.
       77 WRK-ROTULO       PIC X(03)        VALUE SPACES.
       77 WRK-TAXA-ED      PIC ZZ9,9999     VALUE ZEROS.
       77 WRK-PRAZO-ED     PIC ZZ9          VALUE ZEROS.
       77 WRK-PARC-ED      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-JUROS-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-AMORT-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77 WRK-SALDO-ED     PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0001-PRINCIPAL      SECTION.
                   PERFORM 0200-MOSTRA
                   PERFORM 0250-GRAVA-FITA
               END-IF
               IF WRK-OPCAO >= '5' AND WRK-OPCAO <= '9'
                   PERFORM 0400-CALCULA-FINANCEIRO
               END-IF
           END-PERFORM.
           PERFORM 0300-FINALIZA.
           GOBACK.
       0100-RECEBE         SECTION.

            DISPLAY "1-SOMA  2-SUBTRACAO  3-MULTIPLICACAO  4-DIVISAO"
            DISPLAY "5-VALOR FUTURO  6-VALOR PRESENTE  7-PRESTACAO "
                    "(PRICE)"
            DISPLAY "8-TAXA IMPLICITA  9-TABELA DE AMORTIZACAO"
            DISPLAY "M-GUARDA MEMORIA  R-RECUPERA  L-LIMPA MEMORIA"
            DISPLAY "T-IMPRIME A FITA  X-SAIR"
            ACCEPT WRK-OPCAO
                PERFORM 0120-RECEBE-NUMEROS
              WHEN '4'
                PERFORM 0120-RECEBE-NUMEROS
              WHEN '5'
              WHEN '6'
              WHEN '7'
              WHEN '8'
              WHEN '9'
                PERFORM 0130-RECEBE-FINANCEIRO
              WHEN 'X'
                CONTINUE
              WHEN OTHER
                DISPLAY "OPCAO INVALIDA. VALIDAS: 1-9 M R L T X"
            END-EVALUATE.

      *    O NUMERO 1 PODE VIR DA MEMORIA RECUPERADA (R), DO RESULTADO
            DISPLAY "ENTRE COM O NUMERO 2"
            ACCEPT WRK-NUM2.

      *    VALOR DE PARTIDA (PRESENTE, FUTURO OU FINANCIADO) PELA
      *    MESMA ORDEM DO NUMERO 1; DEPOIS TAXA (OU PRESTACAO, NA
      *    TAXA IMPLICITA) E PRAZO. PRAZO ATE 360 MESES; O FATOR
      *    (1+I)**N QUE NAO COUBER NA AREA DE CALCULO E RECUSADO NA
      *    CONTA.
       0130-RECEBE-FINANCEIRO SECTION.
            MOVE 'N' TO WRK-FIN-OK.
            EVALUATE WRK-OPCAO
              WHEN '5'
                MOVE "VALOR PRESENTE"   TO WRK-PERGUNTA
              WHEN '6'
                MOVE "VALOR FUTURO"     TO WRK-PERGUNTA
              WHEN OTHER
                MOVE "VALOR FINANCIADO" TO WRK-PERGUNTA
            END-EVALUATE.
            EVALUATE TRUE
              WHEN WRK-USA-MEMORIA = 'S'
                MOVE WRK-MEMORIA TO WRK-VALOR-BASE
                MOVE 'N' TO WRK-USA-MEMORIA
                MOVE WRK-VALOR-BASE TO WRK-NUM1-ED
                DISPLAY WRK-PERGUNTA " (DA MEMORIA): " WRK-NUM1-ED
              WHEN WRK-ENCADEADO = 'S' AND WRK-TEM-RESULTADO = 'S'
                MOVE WRK-RESULTADO TO WRK-VALOR-BASE
                MOVE WRK-VALOR-BASE TO WRK-NUM1-ED
                DISPLAY WRK-PERGUNTA " (ENCADEADO): " WRK-NUM1-ED
              WHEN OTHER
                DISPLAY "ENTRE COM O " WRK-PERGUNTA
                MOVE ZEROS TO WRK-VALOR-BASE
                ACCEPT WRK-VALOR-BASE
            END-EVALUATE.
            IF WRK-VALOR-BASE NOT > ZEROS
                DISPLAY "VALOR DEVE SER MAIOR QUE ZERO"
                GO TO 0130-SAIDA
            END-IF.
            IF WRK-OPCAO = '8'
                DISPLAY "ENTRE COM A PRESTACAO"
                MOVE ZEROS TO WRK-PRESTACAO
                ACCEPT WRK-PRESTACAO
                IF WRK-PRESTACAO NOT > ZEROS
                    DISPLAY "PRESTACAO DEVE SER MAIOR QUE ZERO"
                    GO TO 0130-SAIDA
                END-IF
            ELSE
                DISPLAY "TAXA % AO MES (99,9999)"
                MOVE ZEROS TO WRK-TAXA
                ACCEPT WRK-TAXA
            END-IF.
            DISPLAY "PRAZO EM MESES (1 A 360)"
            MOVE ZEROS TO WRK-PRAZO.
            ACCEPT WRK-PRAZO.
            IF WRK-PRAZO = ZEROS OR WRK-PRAZO > 360
                DISPLAY "PRAZO INVALIDO"
                GO TO 0130-SAIDA
            END-IF.
            MOVE 'S' TO WRK-FIN-OK.

       0130-SAIDA.
            EXIT.

       0150-PROCESSA        SECTION.
           EVALUATE WRK-OPCAO
               WHEN '1'
      *    LINHA POR OPERACAO: DATA/HORA, OPERANDOS, OPERADOR E
      *    RESULTADO.
       0250-GRAVA-FITA     SECTION.
           PERFORM 0240-ABRE-FITA.
           MOVE WRK-NUM1 TO WRK-NUM1-ED.
           MOVE WRK-NUM2 TO WRK-NUM2-ED.
           MOVE SPACES TO FITA-REG.
           END-STRING.
           WRITE FITA-REG.

       0240-ABRE-FITA      SECTION.
           IF WRK-FITA-ABERTA NOT = 'S'
               OPEN EXTEND FITA
               IF FS-FITA = 35
                   OPEN OUTPUT FITA
                   CLOSE FITA
                   OPEN EXTEND FITA
               END-IF
               MOVE 'S' TO WRK-FITA-ABERTA
           END-IF.

      *    IMPRIME A FITA INTEIRA. SE ELA ESTIVER ABERTA PARA
      *    GRAVACAO, FECHA ANTES E REABRE EM EXTEND DEPOIS, PARA AS
      *    LINHAS DA PROPRIA SESSAO APARECEREM.
               MOVE 'N' TO WRK-FITA-ABERTA
           END-IF.

      *    FUNCOES FINANCEIRAS. JUROS COMPOSTOS COM I = TAXA / 100 AO
      *    MES E N = PRAZO EM MESES:
      *      VALOR FUTURO   VF  = VP * (1+I)**N
      *      VALOR PRESENTE VP  = VF / (1+I)**N
      *      PRESTACAO      PMT = VP * I * (1+I)**N / ((1+I)**N - 1)
      *                           (TAXA ZERO: VP / N)
      *      TAXA IMPLICITA - A I QUE FAZ A PRICE DAR A PRESTACAO
      *                       INFORMADA, POR BISSECAO ENTRE 0 E 100%
      *                       AO MES
      *      TABELA         - PRICE MES A MES: JUROS SOBRE O SALDO,
      *                       AMORTIZACAO O RESTO; A ULTIMA PARCELA
      *                       AMORTIZA O QUE SOBROU DOS ARREDONDAMENTOS
       0400-CALCULA-FINANCEIRO SECTION.
           IF WRK-FIN-OK NOT = 'S'
               GO TO 0400-SAIDA
           END-IF.
           COMPUTE WRK-I = WRK-TAXA / 100.
           EVALUATE WRK-OPCAO
             WHEN '5'
               PERFORM 0410-VALOR-FUTURO
             WHEN '6'
               PERFORM 0420-VALOR-PRESENTE
             WHEN '7'
               PERFORM 0430-PRESTACAO
             WHEN '8'
               PERFORM 0440-TAXA-IMPLICITA
             WHEN OTHER
               PERFORM 0450-TABELA-AMORTIZACAO
           END-EVALUATE.

       0400-SAIDA.
           EXIT.

       0405-FATOR          SECTION.
           MOVE 'N' TO WRK-ESTOURO.
           COMPUTE WRK-FATOR = (1 + WRK-I) ** WRK-PRAZO
             ON SIZE ERROR
               MOVE 'S' TO WRK-ESTOURO
           END-COMPUTE.

       0410-VALOR-FUTURO   SECTION.
           PERFORM 0405-FATOR.
           IF WRK-ESTOURO NOT = 'S'
               COMPUTE WRK-RESULTADO ROUNDED =
                       WRK-VALOR-BASE * WRK-FATOR
                 ON SIZE ERROR
                   MOVE 'S' TO WRK-ESTOURO
               END-COMPUTE
           END-IF.
           IF WRK-ESTOURO = 'S'
               DISPLAY "RESULTADO FORA DA CAPACIDADE DA CALCULADORA"
               GO TO 0410-SAIDA
           END-IF.
           MOVE 'VF'  TO WRK-SIGLA.
           MOVE 'VP=' TO WRK-ROTULO.
           PERFORM 0480-FECHA-FINANCEIRO.

       0410-SAIDA.
           EXIT.

       0420-VALOR-PRESENTE SECTION.
           PERFORM 0405-FATOR.
           IF WRK-ESTOURO = 'S'
               DISPLAY "RESULTADO FORA DA CAPACIDADE DA CALCULADORA"
               GO TO 0420-SAIDA
           END-IF.
           COMPUTE WRK-RESULTADO ROUNDED = WRK-VALOR-BASE / WRK-FATOR.
           MOVE 'VP'  TO WRK-SIGLA.
           MOVE 'VF=' TO WRK-ROTULO.
           PERFORM 0480-FECHA-FINANCEIRO.

       0420-SAIDA.
           EXIT.

       0430-PRESTACAO      SECTION.
           PERFORM 0435-CALCULA-PRESTACAO.
           IF WRK-ESTOURO = 'S'
               DISPLAY "RESULTADO FORA DA CAPACIDADE DA CALCULADORA"
               GO TO 0430-SAIDA
           END-IF.
           MOVE WRK-PRESTACAO TO WRK-RESULTADO.
           MOVE 'PMT' TO WRK-SIGLA.
           MOVE 'VP=' TO WRK-ROTULO.
           PERFORM 0480-FECHA-FINANCEIRO.

       0430-SAIDA.
           EXIT.

       0435-CALCULA-PRESTACAO SECTION.
           MOVE 'N' TO WRK-ESTOURO.
           IF WRK-I = ZEROS
               COMPUTE WRK-PRESTACAO ROUNDED =
                       WRK-VALOR-BASE / WRK-PRAZO
           ELSE
               PERFORM 0405-FATOR
               IF WRK-ESTOURO NOT = 'S'
                   COMPUTE WRK-PRESTACAO ROUNDED =
                           WRK-VALOR-BASE * WRK-I * WRK-FATOR
                           / (WRK-FATOR - 1)
                     ON SIZE ERROR
                       MOVE 'S' TO WRK-ESTOURO
                   END-COMPUTE
               END-IF
           END-IF.

      *    A PRESTACAO CRESCE COM A TAXA: SE A PRICE DO MEIO DO
      *    INTERVALO PASSA DA PRESTACAO INFORMADA, A TAXA ESTA NA
      *    METADE DE BAIXO. FATOR QUE ESTOURA E TAXA ALTA DEMAIS.
       0440-TAXA-IMPLICITA SECTION.
           IF WRK-PRESTACAO * WRK-PRAZO < WRK-VALOR-BASE
               DISPLAY "AS PRESTACOES NAO PAGAM O VALOR FINANCIADO - "
                       "TAXA NEGATIVA"
               GO TO 0440-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-I-MIN.
           MOVE 1     TO WRK-I-MAX.
           IF WRK-PRESTACAO * WRK-PRAZO = WRK-VALOR-BASE
               MOVE ZEROS TO WRK-I-MAX
           END-IF.
           PERFORM VARYING WRK-ITER FROM 1 BY 1
                   UNTIL WRK-ITER > 40 OR WRK-I-MAX = ZEROS
               COMPUTE WRK-I = (WRK-I-MIN + WRK-I-MAX) / 2
               PERFORM 0405-FATOR
               IF WRK-ESTOURO = 'S' OR WRK-FATOR = 1
                   IF WRK-ESTOURO = 'S'
                       MOVE WRK-I TO WRK-I-MAX
                   ELSE
                       MOVE WRK-I TO WRK-I-MIN
                   END-IF
               ELSE
                   COMPUTE WRK-PMT-TESTE =
                           WRK-VALOR-BASE * WRK-I * WRK-FATOR
                           / (WRK-FATOR - 1)
                     ON SIZE ERROR
                       MOVE 999999999999 TO WRK-PMT-TESTE
                   END-COMPUTE
                   IF WRK-PMT-TESTE > WRK-PRESTACAO
                       MOVE WRK-I TO WRK-I-MAX
                   ELSE
                       MOVE WRK-I TO WRK-I-MIN
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WRK-TAXA-RES ROUNDED =
                   (WRK-I-MIN + WRK-I-MAX) / 2 * 100.
           COMPUTE WRK-RESULTADO ROUNDED = WRK-TAXA-RES.
           MOVE 'S' TO WRK-TEM-RESULTADO.
           MOVE WRK-TAXA-RES TO WRK-TAXA-ED.
           DISPLAY "TAXA IMPLICITA...." WRK-TAXA-ED "% AO MES".
           PERFORM 0240-ABRE-FITA.
           MOVE WRK-VALOR-BASE TO WRK-NUM1-ED.
           MOVE WRK-PRESTACAO  TO WRK-NUM2-ED.
           MOVE WRK-PRAZO      TO WRK-PRAZO-ED.
           MOVE SPACES TO FITA-REG.
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  ' TAXA VP='        DELIMITED BY SIZE
                  WRK-NUM1-ED        DELIMITED BY SIZE
                  ' PMT='            DELIMITED BY SIZE
                  WRK-NUM2-ED        DELIMITED BY SIZE
                  ' N='              DELIMITED BY SIZE
                  WRK-PRAZO-ED       DELIMITED BY SIZE
                  ' = '              DELIMITED BY SIZE
                  WRK-TAXA-ED        DELIMITED BY SIZE
                  '%'                DELIMITED BY SIZE
             INTO FITA-REG
           END-STRING.
           WRITE FITA-REG.

       0440-SAIDA.
           EXIT.

      *    A TABELA SAI NA TELA E NA FITA: A LINHA DA PRESTACAO COM
      *    AS ENTRADAS, UMA LINHA 'AM' POR PARCELA E O TOTAL DE JUROS.
       0450-TABELA-AMORTIZACAO SECTION.
           PERFORM 0430-PRESTACAO.
           IF WRK-ESTOURO = 'S'
               GO TO 0450-SAIDA
           END-IF.
           MOVE WRK-VALOR-BASE TO WRK-SALDO.
           MOVE ZEROS TO WRK-TOT-JUROS.
           DISPLAY "PARC     PRESTACAO         JUROS   AMORTIZACAO"
                   "         SALDO".
           PERFORM VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > WRK-PRAZO
               COMPUTE WRK-JUROS ROUNDED = WRK-SALDO * WRK-I
               IF WRK-P = WRK-PRAZO
                   MOVE WRK-SALDO TO WRK-AMORT
               ELSE
                   COMPUTE WRK-AMORT = WRK-PRESTACAO - WRK-JUROS
               END-IF
               IF WRK-AMORT > WRK-SALDO
                   MOVE WRK-SALDO TO WRK-AMORT
               END-IF
               COMPUTE WRK-PARCELA = WRK-AMORT + WRK-JUROS
               SUBTRACT WRK-AMORT FROM WRK-SALDO
               ADD WRK-JUROS TO WRK-TOT-JUROS
               MOVE WRK-P       TO WRK-PRAZO-ED
               MOVE WRK-PARCELA TO WRK-PARC-ED
               MOVE WRK-JUROS   TO WRK-JUROS-ED
               MOVE WRK-AMORT   TO WRK-AMORT-ED
               MOVE WRK-SALDO   TO WRK-SALDO-ED
               DISPLAY " " WRK-PRAZO-ED " " WRK-PARC-ED " "
                       WRK-JUROS-ED " " WRK-AMORT-ED " " WRK-SALDO-ED
               MOVE SPACES TO FITA-REG
               STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                      ' AM '             DELIMITED BY SIZE
                      WRK-PRAZO-ED       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-PARC-ED        DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-JUROS-ED       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-AMORT-ED       DELIMITED BY SIZE
                      ' '                DELIMITED BY SIZE
                      WRK-SALDO-ED       DELIMITED BY SIZE
                 INTO FITA-REG
               END-STRING
               WRITE FITA-REG
           END-PERFORM.
           MOVE WRK-TOT-JUROS TO WRK-RESULTADO-ED.
           DISPLAY "TOTAL DE JUROS...." WRK-RESULTADO-ED.
           MOVE SPACES TO FITA-REG.
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  ' AM TOTAL DE JUROS = ' DELIMITED BY SIZE
                  WRK-RESULTADO-ED   DELIMITED BY SIZE
             INTO FITA-REG
           END-STRING.
           WRITE FITA-REG.

       0450-SAIDA.
           EXIT.

      *    RESULTADO NA TELA E NA FITA: SIGLA, VALOR DE PARTIDA, TAXA,
      *    PRAZO E RESULTADO.
       0480-FECHA-FINANCEIRO SECTION.
           MOVE 'S' TO WRK-TEM-RESULTADO.
           PERFORM 0200-MOSTRA.
           PERFORM 0240-ABRE-FITA.
           MOVE WRK-VALOR-BASE TO WRK-NUM1-ED.
           MOVE WRK-TAXA       TO WRK-TAXA-ED.
           MOVE WRK-PRAZO      TO WRK-PRAZO-ED.
           MOVE SPACES TO FITA-REG.
           STRING FUNCTION CURRENT-DATE(1:14) DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-SIGLA          DELIMITED BY SIZE
                  WRK-ROTULO         DELIMITED BY SIZE
                  WRK-NUM1-ED        DELIMITED BY SIZE
                  ' I='              DELIMITED BY SIZE
                  WRK-TAXA-ED        DELIMITED BY SIZE
                  '% N='             DELIMITED BY SIZE
                  WRK-PRAZO-ED       DELIMITED BY SIZE
                  ' = '              DELIMITED BY SIZE
                  WRK-RESULTADO-ED   DELIMITED BY SIZE
             INTO FITA-REG
           END-STRING.
           WRITE FITA-REG.

       9790-ROTINAS-CONFIG SECTION.

       9810-MONTA-ARQUIVOS.
