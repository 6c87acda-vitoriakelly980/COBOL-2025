       IDENTIFICATION DIVISION.
       PROGRAM-ID. CLASIMC.
      ******************************************************************
      *OBJETIVO: ROTINA COMPARTILHADA DE CLASSIFICACAO DO IMC, NO
      *          MOLDE DO DIAUTIL (VIDE CLASIMCW.cpy). ADULTO (20 ANOS
      *          OU MAIS NA DATA DA VISITA) SAI NAS FAIXAS DE SEMPRE
      *          DO 0250-CLASSIFICAR DO ATIVIDADE02. CRIANCA E
      *          ADOLESCENTE SAEM PELO PERCENTIL DO IMC PARA A IDADE
      *          EM MESES E O SEXO, NA TABELA DE REFERENCIA
      *          IMCPERC.TAB.TXT:
      *            ABAIXO DO PESO  - MENOR QUE O PERCENTIL 5
      *            PESO NORMAL     - DO PERCENTIL 5 ATE MENOS DE 85
      *            SOBREPESO       - DO PERCENTIL 85 ATE MENOS DE 95
      *            OBESIDADE       - PERCENTIL 95 OU MAIS
      *          O PERCENTIL E INTERPOLADO ENTRE AS COLUNAS DA TABELA
      *          (ABAIXO DA PRIMEIRA = 1, DA ULTIMA EM DIANTE = 99).
      *          IDADE SEM LINHA NA TABELA (ANTES DA PRIMEIRA IDADE DO
      *          SEXO), SEXO NAO INFORMADO OU TABELA AUSENTE DEVOLVEM
      *          'SEM REFERENCIA' COM FAIXA 0 - MELHOR NAO CLASSIFICAR
      *          DO QUE ASSUSTAR A FAMILIA COM A FAIXA DE ADULTO.
      *          USADA PELO ATIVIDADE02 NA VISITA E PELO PIORIMC E
      *          EVOLIMC AO RELER O HISTORICO, PARA QUE OS TRES
      *          CLASSIFIQUEM IGUAL. A TABELA E CARREGADA NA PRIMEIRA
      *          CHAMADA E FICA EM MEMORIA ATE O FIM DO PROGRAMA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT IMCPERC ASSIGN TO WRK-ARQ-IMCPERC
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-IMCPERC.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

      *    TABELA DE REFERENCIA: SEXO (M/F) + IDADE EM MESES + O IMC
      *    DOS PERCENTIS 3, 5, 10, 25, 50, 75, 85, 90, 95 E 97, CADA
      *    UM 9(3)V99 EM DIGITOS CORRIDOS (01625 = 16,25). CADA LINHA
      *    VALE DA SUA IDADE ATE A IDADE DA LINHA SEGUINTE DO MESMO
      *    SEXO; LINHA COMECADA POR '*' E COMENTARIO.
       FD  IMCPERC.
       01  IMCPERC-REG.
           05 IMCP-SEXO             PIC X(01).
           05 IMCP-MESES            PIC 9(03).
           05 IMCP-VALOR            PIC 9(03)V99 OCCURS 10 TIMES.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-IMCPERC          PIC X(80) VALUE SPACES.
       77  FS-IMCPERC               PIC 9(02) VALUE ZEROS.
       77  WRK-TAB-CARREGADA        PIC X(01) VALUE 'N'.
       77  WRK-QT-LINHAS            PIC 9(03) VALUE ZEROS.
       77  WRK-T                    PIC 9(03) VALUE ZEROS.
       77  WRK-P                    PIC 9(02) VALUE ZEROS.
       77  WRK-LINHA-ACHADA         PIC 9(03) VALUE ZEROS.
       77  WRK-MESES                PIC S9(05) VALUE ZEROS.
       77  WRK-PERCENTIL            PIC 9(03)V9 VALUE ZEROS.
       77  WRK-VALOR-ANT            PIC 9(03)V99 VALUE ZEROS.
       77  WRK-VALOR-PROX           PIC 9(03)V99 VALUE ZEROS.
       COPY DATAUTW.
      *    PERCENTIL DE CADA COLUNA DA TABELA DE REFERENCIA.
       01  WRK-PONTOS-VAL           PIC X(30)
           VALUE '003005010025050075085090095097'.
       01  FILLER REDEFINES WRK-PONTOS-VAL.
           05 WRK-PONTO             PIC 9(03) OCCURS 10 TIMES.
       01  WRK-TABELA.
           05 WRK-TP-ITEM OCCURS 600 TIMES.
              10 WRK-TP-SEXO        PIC X(01).
              10 WRK-TP-MESES       PIC 9(03).
              10 WRK-TP-VALOR       PIC 9(03)V99 OCCURS 10 TIMES.

       LINKAGE SECTION.
       COPY CLASIMCW.

       PROCEDURE DIVISION USING CLASIMC-PARM.
       0000-PRINCIPAL                SECTION.
           MOVE SPACES TO CLASIMC-CLASSIFICACAO.
           MOVE ZEROS  TO CLASIMC-FAIXA CLASIMC-PERCENTIL
                          CLASIMC-IDADE-MESES.
           MOVE 'N'    TO CLASIMC-PEDIATRICO.
           PERFORM 0100-IDADE-EM-MESES.
           IF CLASIMC-NASCIMENTO = ZEROS OR WRK-MESES < 0
                   OR WRK-MESES >= 240
               PERFORM 0200-FAIXAS-ADULTO
           ELSE
               MOVE 'S' TO CLASIMC-PEDIATRICO
               IF WRK-TAB-CARREGADA NOT = 'S'
                   PERFORM 0400-CARREGA-TABELA
               END-IF
               PERFORM 0300-PERCENTIL
           END-IF.
           GOBACK.

      *    MESES COMPLETOS ENTRE O NASCIMENTO E A VISITA PELA ROTINA
      *    DE DATAS: O MES SO CONTA QUANDO O DIA DO ANIVERSARIO JA
      *    CHEGOU (OU O MES DA VISITA NAO TEM ESSE DIA).
       0100-IDADE-EM-MESES           SECTION.
           MOVE ZEROS TO WRK-MESES.
           IF CLASIMC-NASCIMENTO = ZEROS
               GO TO 0100-SAIDA
           END-IF.
           MOVE 'D'                TO DATAUTIL-FUNCAO.
           MOVE CLASIMC-NASCIMENTO TO DATAUTIL-DATA.
           MOVE CLASIMC-DATA       TO DATAUTIL-DATA-2.
           CALL 'DATAUTIL' USING DATAUTIL-PARM.
      *    DATA INVALIDA CAI NAS FAIXAS DE ADULTO, COMO SEM DATA.
           IF DATAUTIL-RETORNO NOT = 'S'
               MOVE -1 TO WRK-MESES
               GO TO 0100-SAIDA
           END-IF.
           MOVE DATAUTIL-MESES TO WRK-MESES.
           IF WRK-MESES > 0
               MOVE WRK-MESES TO CLASIMC-IDADE-MESES
           END-IF.

       0100-SAIDA.
           EXIT.

       0200-FAIXAS-ADULTO            SECTION.
           EVALUATE TRUE
               WHEN CLASIMC-IMC < 18,50
                   MOVE "ABAIXO DO PESO"     TO CLASIMC-CLASSIFICACAO
                   MOVE 1 TO CLASIMC-FAIXA
               WHEN CLASIMC-IMC < 25,00
                   MOVE "PESO NORMAL"        TO CLASIMC-CLASSIFICACAO
                   MOVE 2 TO CLASIMC-FAIXA
               WHEN CLASIMC-IMC < 30,00
                   MOVE "SOBREPESO"          TO CLASIMC-CLASSIFICACAO
                   MOVE 3 TO CLASIMC-FAIXA
               WHEN CLASIMC-IMC < 35,00
                   MOVE "OBESIDADE GRAU I"   TO CLASIMC-CLASSIFICACAO
                   MOVE 4 TO CLASIMC-FAIXA
               WHEN CLASIMC-IMC < 40,00
                   MOVE "OBESIDADE GRAU II"  TO CLASIMC-CLASSIFICACAO
                   MOVE 5 TO CLASIMC-FAIXA
               WHEN OTHER
                   MOVE "OBESIDADE GRAU III" TO CLASIMC-CLASSIFICACAO
                   MOVE 6 TO CLASIMC-FAIXA
           END-EVALUATE.

      *    LINHA DA TABELA = A DE MAIOR IDADE QUE NAO PASSA DA IDADE
      *    DO PACIENTE, NO SEXO DELE. A FAIXA SEGUE A ESCALA DO
      *    ADULTO (OBESIDADE = 4, O MESMO DEGRAU DO GRAU I), ASSIM O
      *    PACIENTE QUE FAZ 20 ANOS NAO "PIORA" SO POR TROCAR DE
      *    REGRA.
       0300-PERCENTIL                SECTION.
           MOVE ZEROS TO WRK-LINHA-ACHADA.
           IF CLASIMC-SEXO NOT = 'M' AND CLASIMC-SEXO NOT = 'F'
               MOVE 'SEM REFERENCIA' TO CLASIMC-CLASSIFICACAO
               GO TO 0300-SAIDA
           END-IF.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-LINHAS
               IF WRK-TP-SEXO(WRK-T) = CLASIMC-SEXO
                       AND WRK-TP-MESES(WRK-T) <= WRK-MESES
                   IF WRK-LINHA-ACHADA = ZEROS
                       MOVE WRK-T TO WRK-LINHA-ACHADA
                   ELSE
                       IF WRK-TP-MESES(WRK-T) >
                          WRK-TP-MESES(WRK-LINHA-ACHADA)
                           MOVE WRK-T TO WRK-LINHA-ACHADA
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-LINHA-ACHADA = ZEROS
               MOVE 'SEM REFERENCIA' TO CLASIMC-CLASSIFICACAO
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-LINHA-ACHADA TO WRK-T.
           EVALUATE TRUE
               WHEN CLASIMC-IMC < WRK-TP-VALOR(WRK-T, 2)
                   MOVE "ABAIXO DO PESO" TO CLASIMC-CLASSIFICACAO
                   MOVE 1 TO CLASIMC-FAIXA
               WHEN CLASIMC-IMC < WRK-TP-VALOR(WRK-T, 7)
                   MOVE "PESO NORMAL"    TO CLASIMC-CLASSIFICACAO
                   MOVE 2 TO CLASIMC-FAIXA
               WHEN CLASIMC-IMC < WRK-TP-VALOR(WRK-T, 9)
                   MOVE "SOBREPESO"      TO CLASIMC-CLASSIFICACAO
                   MOVE 3 TO CLASIMC-FAIXA
               WHEN OTHER
                   MOVE "OBESIDADE"      TO CLASIMC-CLASSIFICACAO
                   MOVE 4 TO CLASIMC-FAIXA
           END-EVALUATE.
           IF CLASIMC-IMC < WRK-TP-VALOR(WRK-T, 1)
               MOVE 1 TO CLASIMC-PERCENTIL
               GO TO 0300-SAIDA
           END-IF.
           IF CLASIMC-IMC >= WRK-TP-VALOR(WRK-T, 10)
               MOVE 99 TO CLASIMC-PERCENTIL
               GO TO 0300-SAIDA
           END-IF.
           MOVE 1 TO WRK-P.
           PERFORM UNTIL WRK-P >= 9
                   OR CLASIMC-IMC < WRK-TP-VALOR(WRK-T, WRK-P + 1)
               ADD 1 TO WRK-P
           END-PERFORM.
           MOVE WRK-TP-VALOR(WRK-T, WRK-P)     TO WRK-VALOR-ANT.
           MOVE WRK-TP-VALOR(WRK-T, WRK-P + 1) TO WRK-VALOR-PROX.
           IF WRK-VALOR-PROX > WRK-VALOR-ANT
               COMPUTE WRK-PERCENTIL ROUNDED = WRK-PONTO(WRK-P)
                       + (WRK-PONTO(WRK-P + 1) - WRK-PONTO(WRK-P))
                       * (CLASIMC-IMC - WRK-VALOR-ANT)
                       / (WRK-VALOR-PROX - WRK-VALOR-ANT)
           ELSE
               MOVE WRK-PONTO(WRK-P) TO WRK-PERCENTIL
           END-IF.
           COMPUTE CLASIMC-PERCENTIL ROUNDED = WRK-PERCENTIL.

       0300-SAIDA.
           EXIT.

      *    SEM A TABELA A ROTINA SEGUE RESPONDENDO: CRIANCA SAI 'SEM
      *    REFERENCIA' E O ADULTO NAO E AFETADO.
       0400-CARREGA-TABELA           SECTION.
           MOVE 'S'   TO WRK-TAB-CARREGADA.
           MOVE ZEROS TO WRK-QT-LINHAS.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN INPUT IMCPERC.
           IF FS-IMCPERC NOT = 0
               DISPLAY "TABELA DE PERCENTIS DE IMC NAO FOI ABERTA, "
                       "STATUS=" FS-IMCPERC
               GO TO 0400-SAIDA
           END-IF.
           READ IMCPERC NEXT RECORD.
           PERFORM UNTIL FS-IMCPERC NOT = 0
               IF (IMCP-SEXO = 'M' OR IMCP-SEXO = 'F')
                       AND IMCP-MESES IS NUMERIC
                       AND IMCPERC-REG(5:50) IS NUMERIC
                       AND WRK-QT-LINHAS < 600
                   ADD 1 TO WRK-QT-LINHAS
                   MOVE IMCPERC-REG TO WRK-TP-ITEM(WRK-QT-LINHAS)
               END-IF
               READ IMCPERC NEXT RECORD
           END-PERFORM.
           CLOSE IMCPERC.

       0400-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-IMCPERC.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'IMCPERC.TAB.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-IMCPERC
           END-STRING.

       COPY CFGLER.
