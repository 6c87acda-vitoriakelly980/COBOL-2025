      *          VISITA. VISITAS GRAVADAS ANTES DO CAMPO DE DATA
      *          EXISTIR SAEM COM A DATA EM BRANCO, NA ORDEM EM QUE
      *          FORAM GRAVADAS. SAI NA TELA E EM EVOLIMC.RPT.TXT.
      *          A CLASSIFICACAO DE CADA VISITA SAI DA ROTINA CLASIMC
      *          (A MESMA DO ATIVIDADE02): ATE OS 20 ANOS, PELO
      *          PERCENTIL PARA IDADE NA VISITA E SEXO, QUE SAI NA
      *          LINHA COMO 'P' + PERCENTIL.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       77  WRK-DELTA-ED                 PIC -ZZ9,99 VALUE ZEROS.
       77  WRK-DELTA-ED2                PIC -ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(90) VALUE SPACES.
       77  WRK-NASCIMENTO               PIC 9(08) VALUE ZEROS.
       77  WRK-SEXO                     PIC X(01) VALUE SPACES.
       77  WRK-CLASSIFICACAO            PIC X(20) VALUE SPACES.
       COPY CLASIMCW.
       COPY DATAUTW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
               GOBACK
           END-READ.
           CLOSE PACIENTES.
           MOVE PAC-NOME       TO WRK-PACIENTE.
           MOVE PAC-NASCIMENTO TO WRK-NASCIMENTO.
           MOVE PAC-SEXO       TO WRK-SEXO.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           IF PAC-NASCIMENTO NOT = ZEROS
               MOVE 'D'            TO DATAUTIL-FUNCAO
               MOVE PAC-NASCIMENTO TO DATAUTIL-DATA
               MOVE WRK-HOJE       TO DATAUTIL-DATA-2
               CALL 'DATAUTIL' USING DATAUTIL-PARM
               MOVE DATAUTIL-ANOS  TO WRK-IDADE
           ELSE
               MOVE ZEROS TO WRK-IDADE
           END-IF.

       0250-LISTA-VISITA             SECTION.
           ADD 1 TO WRK-QT-VISITAS.
           MOVE HISTIMC-CLASSIFICACAO TO WRK-CLASSIFICACAO.
           MOVE 'N' TO CLASIMC-PEDIATRICO.
           IF HISTIMC-DATA IS NUMERIC
               MOVE HISTIMC-IMC    TO CLASIMC-IMC
               MOVE HISTIMC-DATA   TO CLASIMC-DATA
               MOVE WRK-NASCIMENTO TO CLASIMC-NASCIMENTO
               MOVE WRK-SEXO       TO CLASIMC-SEXO
               CALL 'CLASIMC' USING CLASIMC-PARM
               MOVE CLASIMC-CLASSIFICACAO TO WRK-CLASSIFICACAO
           END-IF.
           MOVE HISTIMC-PESO TO WRK-PESO-ED.
           MOVE HISTIMC-IMC  TO WRK-IMC-ED.
           MOVE SPACES TO WRK-LINHA.
                  ' IMC '                DELIMITED BY SIZE
                  WRK-IMC-ED             DELIMITED BY SIZE
                  ' '                    DELIMITED BY SIZE
                  WRK-CLASSIFICACAO      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           IF CLASIMC-PEDIATRICO = 'S' AND CLASIMC-PERCENTIL > 0
               STRING ' P'               DELIMITED BY SIZE
                      CLASIMC-PERCENTIL  DELIMITED BY SIZE
                 INTO WRK-LINHA(67:)
               END-STRING
           END-IF.
           PERFORM 0500-GRAVA-LINHA.
           IF WRK-QT-VISITAS = 1
               MOVE HISTIMC-PESO TO WRK-PESO-PRIMEIRO
