      *          OS TOTAIS DA EMPRESA PARA O CONTADOR. SAI NA TELA E
      *          EM INFORREN.RPT.TXT - O FIM DA SOMA DE DOZE
      *          CONTRACHEQUES NA CALCULADORA.
      *          O DECIMO TERCEIRO PAGO PELO DECTERC (DECTERC.DAT.TXT,
      *          VIDE DEC13REG.cpy) SAI NUMA LINHA PROPRIA ABAIXO DE
      *          CADA FUNCIONARIO E NUM TOTAL SEPARADO, COMO O
      *          INFORME OFICIAL PEDE (TRIBUTACAO EXCLUSIVA).
      *          OS DEPENDENTES QUE ABATERAM O IMPOSTO DE RENDA NO ANO
      *          (DEPENDENTES.DAT.TXT, MESMA REGRA MES A MES DO
      *          FOLHAPAG, VIDE DEPELEG.cpy) SAEM ABAIXO DE CADA
      *          FUNCIONARIO COM A QUANTIDADE DE MESES EM QUE CONTARAM.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

           SELECT DECTERC ASSIGN TO WRK-ARQ-DECTERC
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-DECTERC
               RECORD KEY      IS DEC-CHAVE.

           SELECT DEPENDENTES ASSIGN TO WRK-ARQ-DEPENDENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-DEPENDENTES
               RECORD KEY      IS DEP-CHAVE.

           SELECT INFOREL ASSIGN TO WRK-ARQ-INFOREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-INFOREL.
       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  DECTERC.
       COPY DEC13REG.

       FD  DEPENDENTES.
       COPY DEPREG.

       FD  INFOREL.
       01  INFOREL-REG                  PIC X(120).

       77  FS-FOLHACUM                  PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  FS-INFOREL                   PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-DECTERC              PIC X(80) VALUE SPACES.
       77  FS-DECTERC                   PIC 9(02) VALUE ZEROS.
       77  WRK-DEC-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-QT-DECIMO                PIC 9(05) VALUE ZEROS.
       77  WRK-DEC-BRUTO                PIC 9(13)V99 VALUE ZEROS.
       77  WRK-DEC-INSS                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-DEC-IRRF                 PIC 9(13)V99 VALUE ZEROS.
       77  WRK-DEC-LIQUIDO              PIC 9(13)V99 VALUE ZEROS.
       77  WRK-ANO                      PIC 9(04) VALUE ZEROS.
       77  WRK-QT-FUNCIONARIOS          PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-BRUTO                PIC 9(13)V99 VALUE ZEROS.
       77  WRK-ED4                      PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-NOME                     PIC X(30) VALUE SPACES.
       77  WRK-LINHA                    PIC X(120) VALUE SPACES.
       77  WRK-ARQ-DEPENDENTES          PIC X(80) VALUE SPACES.
       77  FS-DEPENDENTES               PIC 9(02) VALUE ZEROS.
       77  WRK-DEP-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-MES-DEP                  PIC 9(02) VALUE ZEROS.
       77  WRK-MESES-DEP                PIC 9(02) VALUE ZEROS.
       COPY DEPWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
               GOBACK
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           OPEN INPUT DECTERC.
           IF FS-DECTERC = 0
               MOVE 'S' TO WRK-DEC-ABERTO
           END-IF.
           OPEN INPUT DEPENDENTES.
           IF FS-DEPENDENTES = 0
               MOVE 'S' TO WRK-DEP-ABERTO
           END-IF.
           OPEN OUTPUT INFOREL.
           MOVE SPACES TO WRK-LINHA.
           STRING 'INFORME DE RENDIMENTOS - ANO ' DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0500-GRAVA-LINHA
               IF WRK-DEC-ABERTO = 'S'
                   PERFORM 0250-DECIMO-TERCEIRO
               END-IF
               IF WRK-DEP-ABERTO = 'S'
                   PERFORM 0270-DEPENDENTES
               END-IF
               READ FOLHACUM NEXT RECORD
           END-PERFORM.
           CLOSE FOLHACUM.
           IF WRK-DEC-ABERTO = 'S'
               CLOSE DECTERC
           END-IF.
           IF WRK-DEP-ABERTO = 'S'
               CLOSE DEPENDENTES
           END-IF.
           IF FS-FUNCIONARIOS = 0
               CLOSE FUNCIONARIOS
           END-IF.

      *    13O PAGO NO ANO: O BRUTO E O LIQUIDO JA SOMAM AS DUAS
      *    PARCELAS NO DECTERC.
       0250-DECIMO-TERCEIRO          SECTION.
           MOVE ACUM-ANO     TO DEC-ANO.
           MOVE ACUM-FUNC-ID TO DEC-FUNC-ID.
           READ DECTERC
             INVALID KEY
               GO TO 0250-SAIDA
           END-READ.
           ADD 1 TO WRK-QT-DECIMO.
           ADD DEC-BRUTO   TO WRK-DEC-BRUTO.
           ADD DEC-INSS    TO WRK-DEC-INSS.
           ADD DEC-IRRF    TO WRK-DEC-IRRF.
           ADD DEC-LIQUIDO TO WRK-DEC-LIQUIDO.
           MOVE DEC-BRUTO   TO WRK-ED1.
           MOVE DEC-INSS    TO WRK-ED2.
           MOVE DEC-IRRF    TO WRK-ED3.
           MOVE DEC-LIQUIDO TO WRK-ED4.
           MOVE SPACES TO WRK-LINHA.
           STRING '      13O SALARIO' DELIMITED BY SIZE
                  ' BRUTO '    DELIMITED BY SIZE
                  WRK-ED1      DELIMITED BY SIZE
                  ' INSS '     DELIMITED BY SIZE
                  WRK-ED2      DELIMITED BY SIZE
                  ' IRRF '     DELIMITED BY SIZE
                  WRK-ED3      DELIMITED BY SIZE
                  ' LIQUIDO '  DELIMITED BY SIZE
                  WRK-ED4      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.

       0250-SAIDA.
           EXIT.

       0270-DEPENDENTES              SECTION.
           MOVE ACUM-FUNC-ID TO DEP-FUNC-ID.
           MOVE ZEROS        TO DEP-SEQ.
           START DEPENDENTES KEY IS NOT LESS DEP-CHAVE
             INVALID KEY
               GO TO 0270-SAIDA
           END-START.
           READ DEPENDENTES NEXT RECORD
           PERFORM UNTIL FS-DEPENDENTES NOT = 0
                         OR DEP-FUNC-ID NOT = ACUM-FUNC-ID
               MOVE ZEROS TO WRK-MESES-DEP
               PERFORM VARYING WRK-MES-DEP FROM 1 BY 1
                       UNTIL WRK-MES-DEP > 12
                   MOVE WRK-ANO     TO WRK-DEP-C-ANO
                   MOVE WRK-MES-DEP TO WRK-DEP-C-MES
                   PERFORM 9670-DEP-ELEGIVEL
                   IF DEP-ELEGIVEL
                       ADD 1 TO WRK-MESES-DEP
                   END-IF
               END-PERFORM
               IF WRK-MESES-DEP > ZEROS
                   MOVE SPACES TO WRK-LINHA
                   STRING '      DEPENDENTE ' DELIMITED BY SIZE
                          DEP-NOME            DELIMITED BY SIZE
                          ' PARENTESCO '      DELIMITED BY SIZE
                          DEP-PARENTESCO      DELIMITED BY SIZE
                          ' NASC '            DELIMITED BY SIZE
                          DEP-NASCIMENTO      DELIMITED BY SIZE
                          ' MESES '           DELIMITED BY SIZE
                          WRK-MESES-DEP       DELIMITED BY SIZE
                     INTO WRK-LINHA
                   END-STRING
                   PERFORM 0500-GRAVA-LINHA
               END-IF
               READ DEPENDENTES NEXT RECORD
           END-PERFORM.

       0270-SAIDA.
           EXIT.

       0300-FINALIZAR                SECTION.
           MOVE '----- TOTAIS DA EMPRESA -----' TO WRK-LINHA.
           PERFORM 0500-GRAVA-LINHA.
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           IF WRK-QT-DECIMO > ZEROS
               MOVE WRK-DEC-BRUTO   TO WRK-ED1
               MOVE WRK-DEC-INSS    TO WRK-ED2
               MOVE WRK-DEC-IRRF    TO WRK-ED3
               MOVE WRK-DEC-LIQUIDO TO WRK-ED4
               MOVE SPACES TO WRK-LINHA
               STRING '13O SALARIO BRUTO ' DELIMITED BY SIZE
                      WRK-ED1       DELIMITED BY SIZE
                      ' INSS '      DELIMITED BY SIZE
                      WRK-ED2       DELIMITED BY SIZE
                      ' IRRF '      DELIMITED BY SIZE
                      WRK-ED3       DELIMITED BY SIZE
                      ' LIQUIDO '   DELIMITED BY SIZE
                      WRK-ED4       DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0500-GRAVA-LINHA
           END-IF.
           CLOSE INFOREL.

       0500-GRAVA-LINHA              SECTION.
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DECTERC.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'DECTERC.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DECTERC
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DEPENDENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'DEPENDENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DEPENDENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-INFOREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'INFORREN.RPT.TXT' DELIMITED BY SIZE
           END-STRING.

       COPY CFGLER.

       COPY DEPELEG.
