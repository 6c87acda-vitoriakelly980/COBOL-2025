       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATAUTIL.
      ******************************************************************
      *OBJETIVO: ROTINA COMPARTILHADA DE ARITMETICA DE DATAS, PARA QUE
      *          FERIAS, CONTAS DORMENTES, RETORNOS, AGENDA DE
      *          PAGAMENTOS E IDADE DOS PACIENTES CHEGUEM AS MESMAS
      *          DATAS. A VALIDACAO E O CALENDARIO SAO OS DO PROGRAMA15
      *          (PAR DATAWS/DATASPLT: MESES DE 30/31 DIAS, BISSEXTO
      *          PARA FEVEREIRO, ANOS 1900-2999) E OS DIAS CORRIDOS SAEM
      *          DE INTEGER-OF-DATE, COMO NO 0280-DIA-DA-SEMANA. SOMA E
      *          SUBTRACAO DE DIAS/MESES/ANOS COM A REGRA DE FIM DE MES,
      *          DIFERENCA EM DIAS, MESES E ANOS COMPLETOS E ULTIMO DIA
      *          DO MES (VIDE DATAUTW.cpy). NAO ABRE ARQUIVO NENHUM.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY DATAWS.
       77  WRK-DIAS-INT             PIC S9(08) VALUE ZEROS.
       77  WRK-TOTAL-MESES          PIC S9(07) VALUE ZEROS.
       77  WRK-ULTIMO-DIA           PIC 9(02) VALUE ZEROS.
       77  WRK-DIA-PARTIDA          PIC 9(02) VALUE ZEROS.
       77  WRK-SINAL                PIC S9(01) VALUE +1.
       77  WRK-MESES                PIC S9(05) VALUE ZEROS.
       01  WRK-DATA-MENOR           PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-MENOR.
           05 WRK-MEN-ANO           PIC 9(04).
           05 WRK-MEN-MES           PIC 9(02).
           05 WRK-MEN-DIA           PIC 9(02).
       01  WRK-DATA-MAIOR           PIC 9(08) VALUE ZEROS.
       01  FILLER REDEFINES WRK-DATA-MAIOR.
           05 WRK-MAI-ANO           PIC 9(04).
           05 WRK-MAI-MES           PIC 9(02).
           05 WRK-MAI-DIA           PIC 9(02).

       LINKAGE SECTION.
       COPY DATAUTW.

       PROCEDURE DIVISION USING DATAUTIL-PARM.
       0000-PRINCIPAL                SECTION.
           MOVE ZEROS TO DATAUTIL-RESULTADO DATAUTIL-DIAS
                         DATAUTIL-MESES DATAUTIL-ANOS.
           MOVE 'S' TO DATAUTIL-RETORNO.
           MOVE DATAUTIL-DATA TO WRK-DATA-RAW.
           PERFORM 9060-DATA-SPLIT.
           IF NOT WRK-DATA-OK
               MOVE 'N' TO DATAUTIL-RETORNO
               GOBACK
           END-IF.
           EVALUATE DATAUTIL-FUNCAO
             WHEN 'S'
               PERFORM 0100-SOMA
             WHEN 'D'
               PERFORM 0200-DIFERENCA
             WHEN 'U'
               PERFORM 0300-ULTIMO-DIA
               MOVE WRK-ULTIMO-DIA TO WRK-DIA
               COMPUTE DATAUTIL-RESULTADO =
                       WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA
             WHEN OTHER
               MOVE DATAUTIL-DATA TO DATAUTIL-RESULTADO
           END-EVALUATE.
           GOBACK.

      *    DIAS: PELO NUMERO DO DIA (INTEGER-OF-DATE). MESES E ANOS:
      *    PELA CONTAGEM DE MESES DESDE O ANO ZERO, COM O DIA DE
      *    PARTIDA ENCOLHIDO PARA O ULTIMO DIA DO MES DE CHEGADA.
       0100-SOMA                     SECTION.
           IF DATAUTIL-UNIDADE = 'D'
               COMPUTE WRK-DIAS-INT =
                       FUNCTION INTEGER-OF-DATE(DATAUTIL-DATA)
                       + DATAUTIL-QTDE
               IF WRK-DIAS-INT < 1
                   MOVE 'N' TO DATAUTIL-RETORNO
                   GO TO 0100-SAIDA
               END-IF
               COMPUTE WRK-DATA-RAW =
                       FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
               PERFORM 9060-DATA-SPLIT
           ELSE
               IF DATAUTIL-UNIDADE = 'A'
                   COMPUTE WRK-TOTAL-MESES = WRK-ANO * 12
                           + WRK-MES - 1 + DATAUTIL-QTDE * 12
               ELSE
                   COMPUTE WRK-TOTAL-MESES = WRK-ANO * 12
                           + WRK-MES - 1 + DATAUTIL-QTDE
               END-IF
               IF WRK-TOTAL-MESES < 12
                   MOVE 'N' TO DATAUTIL-RETORNO
                   GO TO 0100-SAIDA
               END-IF
               MOVE WRK-DIA TO WRK-DIA-PARTIDA
               DIVIDE WRK-TOTAL-MESES BY 12 GIVING WRK-ANO
                      REMAINDER WRK-MES
               ADD 1 TO WRK-MES
               PERFORM 0300-ULTIMO-DIA
               IF WRK-DIA-PARTIDA > WRK-ULTIMO-DIA
                   MOVE WRK-ULTIMO-DIA  TO WRK-DIA
               ELSE
                   MOVE WRK-DIA-PARTIDA TO WRK-DIA
               END-IF
               PERFORM 9070-VALIDA-DATA
           END-IF.
           IF NOT WRK-DATA-OK
               MOVE 'N' TO DATAUTIL-RETORNO
               GO TO 0100-SAIDA
           END-IF.
           COMPUTE DATAUTIL-RESULTADO =
                   WRK-ANO * 10000 + WRK-MES * 100 + WRK-DIA.

       0100-SAIDA.
           EXIT.

      *    A CONTA E FEITA SEMPRE DA MENOR PARA A MAIOR DATA E O SINAL
      *    APLICADO NO FIM, PARA QUE A REGRA DO MES COMPLETO SEJA A
      *    MESMA NOS DOIS SENTIDOS.
       0200-DIFERENCA                SECTION.
           MOVE DATAUTIL-DATA-2 TO WRK-DATA-RAW.
           PERFORM 9060-DATA-SPLIT.
           IF NOT WRK-DATA-OK
               MOVE 'N' TO DATAUTIL-RETORNO
               GO TO 0200-SAIDA
           END-IF.
           COMPUTE DATAUTIL-DIAS =
                   FUNCTION INTEGER-OF-DATE(DATAUTIL-DATA-2)
                 - FUNCTION INTEGER-OF-DATE(DATAUTIL-DATA).
           IF DATAUTIL-DATA-2 < DATAUTIL-DATA
               MOVE DATAUTIL-DATA-2 TO WRK-DATA-MENOR
               MOVE DATAUTIL-DATA   TO WRK-DATA-MAIOR
               MOVE -1 TO WRK-SINAL
           ELSE
               MOVE DATAUTIL-DATA   TO WRK-DATA-MENOR
               MOVE DATAUTIL-DATA-2 TO WRK-DATA-MAIOR
               MOVE +1 TO WRK-SINAL
           END-IF.
           COMPUTE WRK-MESES = (WRK-MAI-ANO * 12 + WRK-MAI-MES)
                             - (WRK-MEN-ANO * 12 + WRK-MEN-MES).
           IF WRK-MAI-DIA < WRK-MEN-DIA
               MOVE WRK-MAI-ANO TO WRK-ANO
               MOVE WRK-MAI-MES TO WRK-MES
               PERFORM 0300-ULTIMO-DIA
               IF WRK-MAI-DIA < WRK-ULTIMO-DIA
                   SUBTRACT 1 FROM WRK-MESES
               END-IF
           END-IF.
           COMPUTE DATAUTIL-MESES = WRK-MESES * WRK-SINAL.
           COMPUTE DATAUTIL-ANOS  = (WRK-MESES / 12) * WRK-SINAL.

       0200-SAIDA.
           EXIT.

      *    ULTIMO DIA DO MES WRK-MES DE WRK-ANO, COM O MESMO TESTE DE
      *    BISSEXTO DO 9070-VALIDA-DATA.
       0300-ULTIMO-DIA               SECTION.
           EVALUATE TRUE
             WHEN WRK-MES = 4 OR WRK-MES = 6 OR WRK-MES = 9
                              OR WRK-MES = 11
               MOVE 30 TO WRK-ULTIMO-DIA
             WHEN WRK-MES = 2
               IF FUNCTION MOD(WRK-ANO, 4) = 0 AND
                  (FUNCTION MOD(WRK-ANO, 100) NOT = 0 OR
                   FUNCTION MOD(WRK-ANO, 400) = 0)
                   MOVE 29 TO WRK-ULTIMO-DIA
               ELSE
                   MOVE 28 TO WRK-ULTIMO-DIA
               END-IF
             WHEN OTHER
               MOVE 31 TO WRK-ULTIMO-DIA
           END-EVALUATE.

       9050-ROTINAS-DATA             SECTION.

       COPY DATASPLT.
