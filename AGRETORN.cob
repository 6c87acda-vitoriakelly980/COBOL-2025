      *          PENDENTES DO RETORNO.DAT.TXT (VIDE RETREG.cpy) QUE
      *          VENCEM HOJE E OS JA ATRASADOS (PACIENTE QUE NAO
      *          VOLTOU - NO-SHOW), COM NOME E TELEFONE DO CADASTRO
      *          DE PACIENTES PARA A LIGACAO DE COBRANCA. O ATRASADO
      *          SAI COM OS DIAS DE ATRASO (ROTINA DATAUTIL). SAI NA
      *          TELA E EM RETORNO.RPT.TXT.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       77  WRK-NOME                     PIC X(30) VALUE SPACES.
       77  WRK-FONE                     PIC X(15) VALUE SPACES.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       77  WRK-DIAS-ATRASO              PIC 9(05) VALUE ZEROS.
       COPY DATAUTW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
               MOVE 'HOJE'     TO WRK-LINHA(80:10)
           ELSE
               ADD 1 TO WRK-QT-ATRASADOS
               MOVE 'D'           TO DATAUTIL-FUNCAO
               MOVE RET-DATA-ALVO TO DATAUTIL-DATA
               MOVE WRK-HOJE      TO DATAUTIL-DATA-2
               CALL 'DATAUTIL' USING DATAUTIL-PARM
               MOVE DATAUTIL-DIAS TO WRK-DIAS-ATRASO
               STRING 'ATRASADO '     DELIMITED BY SIZE
                      WRK-DIAS-ATRASO DELIMITED BY SIZE
                      ' DIAS'         DELIMITED BY SIZE
                 INTO WRK-LINHA(80:21)
               END-STRING
           END-IF.
           PERFORM 0500-GRAVA-LINHA.

