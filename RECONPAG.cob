      *               GRAVADO NO CADASTRO (PEGA O 0350-GRAVA-CONTA
      *               REGRAVADO SEM AS LINHAS CORRESPONDENTES)
      *          FECHA COM O RESUMO DE CONTAS CONFERIDAS, BATIDAS E
      *          QUEBRADAS. ESTORNOS (EC CREDITA, ED DEBITA) ENTRAM NA
      *          CONTA COMO QUALQUER MOVIMENTO E SAO TOTALIZADOS A
      *          PARTE NO RESUMO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
           COPY CFGSEL.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
       77  WRK-TAB-CHEIA                PIC X(01) VALUE 'N'.
       77  WRK-SALDO-ED                 PIC -ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED2                PIC -ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QT-ESTORNOS              PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ESTORNOS             PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-ESTORNOS-ED          PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
      *    ACUMULADORES POR CONTA, MONTADOS NA PASSADA UNICA PELO
      *    RAZAO. 500 CONTAS E FOLGA LARGA PARA O CADASTRO ATUAL.
       01  WRK-CONTAS-TAB.
           CLOSE RAZAO.

       0150-ACUMULA-LINHA            SECTION.
           IF RAZAO-TP-ESTORNO
               ADD 1 TO WRK-QT-ESTORNOS
               ADD RAZAO-VALOR TO WRK-TOT-ESTORNOS
           END-IF.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-CONTAS OR TAB-ACHOU
           DISPLAY "CONTAS BATIDAS.........: " WRK-QT-BATIDAS.
           DISPLAY "CONTAS QUEBRADAS.......: " WRK-QT-QUEBRADAS.
           DISPLAY "CONTAS SEM MOVIMENTO...: " WRK-QT-SEM-MOVIMENTO.
           MOVE WRK-TOT-ESTORNOS TO WRK-TOT-ESTORNOS-ED.
           DISPLAY "LINHAS DE ESTORNO......: " WRK-QT-ESTORNOS
                   " TOTAL " WRK-TOT-ESTORNOS-ED.
           IF WRK-TAB-CHEIA = 'S'
               DISPLAY "** PROVA PARCIAL: A TABELA DE CONTAS ENCHEU "
                       "E CONTAS NOVAS NAO FORAM CONFERIDAS **"
