       IDENTIFICATION DIVISION.
       PROGRAM-ID. POPIMC.
      ******************************************************************
      *OBJETIVO: RESUMO MENSAL DE SAUDE DA POPULACAO ATENDIDA PELA
      *          CLINICA, PARA O PARCEIRO DO PLANO DE SAUDE. CRUZA O
      *          HISTIMC.LOG.TXT COM O PACIENTES.DAT.TXT E, POR FAIXA
      *          ETARIA (IDADE NA VISITA, DO PAC-NASCIMENTO) E SEXO:
      *            - PACIENTES ATENDIDOS NO MES;
      *            - DISTRIBUICAO DA ULTIMA CLASSIFICACAO DO MES DE
      *              CADA PACIENTE (ROTINA CLASIMC, A MESMA DO
      *              ATIVIDADE02 - CRIANCA PELO PERCENTIL);
      *            - MOVIMENTO CONTRA A ULTIMA CLASSIFICACAO ANTERIOR
      *              AO MES: MELHOROU / ESTAVEL / PIOROU PELA
      *              DISTANCIA ATE O PESO NORMAL (SAIR DO ABAIXO DO
      *              PESO PARA O NORMAL E MELHORA); SEM MEDICAO
      *              ANTERIOR OU SEM REFERENCIA = SEM BASE;
      *            - RETORNOS DA AGENDA (RETORNO.DAT.TXT) PREVISTOS NO
      *              MES ATE HOJE E QUANTOS FORAM CUMPRIDOS, COM A
      *              TAXA DE COMPARECIMENTO.
      *          VISITA SEM NUMERO DE PACIENTE (EPOCA DO NOME LIVRE)
      *          FICA DE FORA E E CONTADA NO RODAPE.
      *          MES = O CORRENTE, OU 'MES AAAAMM' NA LINHA DE COMANDO.
      *          SAI NA TELA, EM POPIMC.RPT.TXT E EM POPIMC.CSV.TXT
      *          (SEPARADOR ';', VIRGULA DECIMAL) PARA O PARCEIRO -
      *          SO NUMEROS AGREGADOS, SEM NOME NEM TELEFONE.
      *          RETURN-CODE 4 QUANDO A TABELA DE PACIENTES ENCHE.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT HISTIMC ASSIGN TO WRK-ARQ-HISTIMC
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-HISTIMC.

           SELECT PACIENTES ASSIGN TO WRK-ARQ-PACIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PACIENTES
               RECORD KEY      IS PAC-NUMERO.

           SELECT RETORNO ASSIGN TO WRK-ARQ-RETORNO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RETORNO
               RECORD KEY      IS RETORNO-CHAVE.

           SELECT POPREL ASSIGN TO WRK-ARQ-POPREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-POPREL.

           SELECT POPCSV ASSIGN TO WRK-ARQ-POPCSV
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-POPCSV.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  HISTIMC.
       COPY HISTIMCR.

       FD  PACIENTES.
       COPY PACREG.

       FD  RETORNO.
       COPY RETREG.

       FD  POPREL.
       01  POPREL-REG                   PIC X(120).

       FD  POPCSV.
       01  POPCSV-REG                   PIC X(150).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-HISTIMC              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PACIENTES            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RETORNO              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-POPREL               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-POPCSV               PIC X(80) VALUE SPACES.
       77  FS-HISTIMC                   PIC 9(02) VALUE ZEROS.
       77  FS-PACIENTES                 PIC 9(02) VALUE ZEROS.
       77  FS-RETORNO                   PIC 9(02) VALUE ZEROS.
       77  FS-POPREL                    PIC 9(02) VALUE ZEROS.
       77  FS-POPCSV                    PIC 9(02) VALUE ZEROS.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-MES                      PIC 9(06) VALUE ZEROS.
       77  WRK-INICIO-MES               PIC 9(08) VALUE ZEROS.
       77  WRK-FIM-MES                  PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-LIMITE-RET               PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-VISITA              PIC 9(08) VALUE ZEROS.
       77  WRK-T                        PIC 9(04) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-TAB-CHEIA                PIC X(01) VALUE 'N'.
       77  WRK-QT-PACIENTES             PIC 9(04) VALUE ZEROS.
       77  WRK-QT-SEM-NUMERO            PIC 9(07) VALUE ZEROS.
       77  WRK-QT-SEM-CADASTRO          PIC 9(07) VALUE ZEROS.
       77  WRK-RET-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-IDADE                    PIC 9(03) VALUE ZEROS.
       77  WRK-B                        PIC 9(01) VALUE ZEROS.
       77  WRK-S                        PIC 9(01) VALUE ZEROS.
       77  WRK-K                        PIC 9(02) VALUE ZEROS.
       77  WRK-FX-MES                   PIC 9(01) VALUE ZEROS.
       77  WRK-FX-ANT                   PIC 9(01) VALUE ZEROS.
       77  WRK-DIST-MES                 PIC 9(01) VALUE ZEROS.
       77  WRK-DIST-ANT                 PIC 9(01) VALUE ZEROS.
       77  WRK-MOV                      PIC 9(01) VALUE ZEROS.
       77  WRK-TAXA                     PIC 9(03)V9 VALUE ZEROS.
       77  WRK-PTR                      PIC 9(03) VALUE ZEROS.
       77  WRK-LINHA                    PIC X(120) VALUE SPACES.
       77  WRK-CSV                      PIC X(150) VALUE SPACES.
       COPY CLASIMCW.
       COPY DATAUTW.
      *    PACIENTES COM VISITA ATE O FIM DO MES: A ULTIMA MEDICAO
      *    DENTRO DO MES E A ULTIMA ANTERIOR A ELE.
       01  WRK-PACIENTES.
           05 WRK-PAC-ITEM OCCURS 2000 TIMES.
              10 WRK-PAC-NUMERO         PIC 9(06).
              10 WRK-PAC-TEM-MES        PIC X(01).
              10 WRK-PAC-IMC-MES        PIC 9(03)V99.
              10 WRK-PAC-DATA-MES       PIC 9(08).
              10 WRK-PAC-TEM-ANT        PIC X(01).
              10 WRK-PAC-IMC-ANT        PIC 9(03)V99.
              10 WRK-PAC-DATA-ANT       PIC 9(08).
      *    QUADRO POR FAIXA ETARIA (1 0-9, 2 10-19, 3 20-39, 4 40-59,
      *    5 60+, 6 NASCIMENTO NAO INFORMADO; 7 = TOTAL GERAL, SO NO
      *    SEXO 1) E SEXO (1 M, 2 F, 3 NAO INFORMADO). CLASSE = FAIXA
      *    DA CLASIMC + 1 (1 SEM REFERENCIA, 2 ABAIXO DO PESO ... 7
      *    OBESIDADE GRAU III); MOVIMENTO 1 MELHOROU, 2 ESTAVEL,
      *    3 PIOROU, 4 SEM BASE.
       01  WRK-QUADRO.
           05 WRK-QD-FAIXA OCCURS 7 TIMES.
              10 WRK-QD-SEXO OCCURS 3 TIMES.
                 15 WRK-QD-ATENDIDOS    PIC 9(05).
                 15 WRK-QD-CLASSE       PIC 9(05) OCCURS 7 TIMES.
                 15 WRK-QD-MOV          PIC 9(05) OCCURS 4 TIMES.
                 15 WRK-QD-RET-PREV     PIC 9(05).
                 15 WRK-QD-RET-CUMP     PIC 9(05).
       01  WRK-ROTULOS-FAIXA-VAL        PIC X(35)
           VALUE '0-9  10-1920-3940-5960+  N/I  TOTAL'.
       01  FILLER REDEFINES WRK-ROTULOS-FAIXA-VAL.
           05 WRK-ROTULO-FAIXA          PIC X(05) OCCURS 7 TIMES.
       01  WRK-ROTULOS-SEXO-VAL         PIC X(09) VALUE 'M  F  N/I'.
       01  FILLER REDEFINES WRK-ROTULOS-SEXO-VAL.
           05 WRK-ROTULO-SEXO           PIC X(03) OCCURS 3 TIMES.
       01  WRK-CABEC1.
           05 FILLER                    PIC X(29)
              VALUE 'FAIXA SEX ATEND | S/REF ABAIX'.
           05 FILLER                    PIC X(30)
              VALUE ' NORML SOBRE  OB-I OB-II OBIII'.
           05 FILLER                    PIC X(28)
              VALUE ' | MELH. ESTAV PIOR. S/BAS |'.
           05 FILLER                    PIC X(19)
              VALUE ' RPREV RCUMP  TAXA%'.
       01  WRK-DETALHE.
           05 DET-FAIXA                 PIC X(05).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-SEXO                  PIC X(03).
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-ATENDIDOS             PIC ZZZZ9.
           05 FILLER                    PIC X(02) VALUE ' |'.
           05 DET-CLASSE-G OCCURS 7 TIMES.
              10 FILLER                 PIC X(01) VALUE SPACE.
              10 DET-CLASSE             PIC ZZZZ9.
           05 FILLER                    PIC X(02) VALUE ' |'.
           05 DET-MOV-G OCCURS 4 TIMES.
              10 FILLER                 PIC X(01) VALUE SPACE.
              10 DET-MOV                PIC ZZZZ9.
           05 FILLER                    PIC X(02) VALUE ' |'.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-RET-PREV              PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-RET-CUMP              PIC ZZZZ9.
           05 FILLER                    PIC X(01) VALUE SPACE.
           05 DET-TAXA                  PIC ZZZ9,9.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-VARRE-HISTORICO.
           PERFORM 0300-APURA-PACIENTES.
           PERFORM 0400-RETORNOS.
           PERFORM 0500-IMPRIME.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           INITIALIZE WRK-QUADRO.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:3) = 'MES'
                   AND WRK-PARAMETRO(5:6) IS NUMERIC
               MOVE WRK-PARAMETRO(5:6) TO WRK-MES
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-MES
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           COMPUTE WRK-INICIO-MES = WRK-MES * 100 + 1.
           COMPUTE WRK-FIM-MES = WRK-MES * 100 + 31.
      *    RETORNO SO CONTA COMO PREVISTO QUANDO A DATA JA CHEGOU.
           IF WRK-FIM-MES > WRK-HOJE
               MOVE WRK-HOJE TO WRK-LIMITE-RET
           ELSE
               MOVE WRK-FIM-MES TO WRK-LIMITE-RET
           END-IF.
           OPEN INPUT PACIENTES.
           IF FS-PACIENTES NOT = 0
               DISPLAY "CADASTRO DE PACIENTES NAO FOI ABERTO, STATUS="
                       FS-PACIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT HISTIMC.
           IF FS-HISTIMC NOT = 0
               DISPLAY "HISTORICO DE IMC NAO FOI ABERTO, STATUS="
                       FS-HISTIMC
               CLOSE PACIENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT RETORNO.
           IF FS-RETORNO = 0
               MOVE 'S' TO WRK-RET-ABERTO
           END-IF.
           OPEN OUTPUT POPREL.
           OPEN OUTPUT POPCSV.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RESUMO DE SAUDE DA POPULACAO ATENDIDA - MES '
                                    DELIMITED BY SIZE
                  WRK-MES           DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-CABEC1 TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'MES;FAIXA_ETARIA;SEXO;ATENDIDOS;SEM_REFERENCIA;'
             TO WRK-CSV.
           MOVE 48 TO WRK-PTR.
           STRING 'ABAIXO_PESO;PESO_NORMAL;SOBREPESO;OBESIDADE_I;'
                                    DELIMITED BY SIZE
                  'OBESIDADE_II;OBESIDADE_III;MELHOROU;ESTAVEL;'
                                    DELIMITED BY SIZE
                  'PIOROU;SEM_BASE;RETORNOS_PREVISTOS;'
                                    DELIMITED BY SIZE
                  'RETORNOS_CUMPRIDOS;TAXA_RETORNO'
                                    DELIMITED BY SIZE
             INTO WRK-CSV WITH POINTER WRK-PTR
           END-STRING.
           MOVE WRK-CSV TO POPCSV-REG.
           WRITE POPCSV-REG.

      *    O HISTORICO E GRAVADO EM ORDEM CRONOLOGICA; VISITA DEPOIS DO
      *    FIM DO MES NAO INTERESSA.
       0200-VARRE-HISTORICO          SECTION.
           READ HISTIMC NEXT RECORD.
           PERFORM UNTIL FS-HISTIMC NOT = 0
               PERFORM 0250-ACUMULA-VISITA
               READ HISTIMC NEXT RECORD
           END-PERFORM.
           CLOSE HISTIMC.

       0250-ACUMULA-VISITA           SECTION.
           IF HISTIMC-NUMERO NOT NUMERIC OR HISTIMC-NUMERO = ZEROS
                   OR HISTIMC-DATA NOT NUMERIC
               ADD 1 TO WRK-QT-SEM-NUMERO
               GO TO 0250-SAIDA
           END-IF.
           MOVE HISTIMC-DATA TO WRK-DATA-VISITA.
           IF WRK-DATA-VISITA > WRK-FIM-MES
               GO TO 0250-SAIDA
           END-IF.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-PACIENTES OR TAB-ACHOU
               IF WRK-PAC-NUMERO(WRK-T) = HISTIMC-NUMERO
                   MOVE 'S' TO WRK-TAB-ACHOU
                   SUBTRACT 1 FROM WRK-T
               END-IF
           END-PERFORM.
           IF NOT TAB-ACHOU
               IF WRK-QT-PACIENTES = 2000
                   IF WRK-TAB-CHEIA NOT = 'S'
                       MOVE 'S' TO WRK-TAB-CHEIA
                       DISPLAY "TABELA DE PACIENTES CHEIA - "
                               "RESUMO PARCIAL"
                   END-IF
                   GO TO 0250-SAIDA
               END-IF
               ADD 1 TO WRK-QT-PACIENTES
               MOVE WRK-QT-PACIENTES TO WRK-T
               MOVE HISTIMC-NUMERO TO WRK-PAC-NUMERO(WRK-T)
               MOVE 'N'   TO WRK-PAC-TEM-MES(WRK-T)
                             WRK-PAC-TEM-ANT(WRK-T)
               MOVE ZEROS TO WRK-PAC-DATA-MES(WRK-T)
                             WRK-PAC-DATA-ANT(WRK-T)
           END-IF.
           IF WRK-DATA-VISITA < WRK-INICIO-MES
               IF WRK-DATA-VISITA >= WRK-PAC-DATA-ANT(WRK-T)
                   MOVE 'S'             TO WRK-PAC-TEM-ANT(WRK-T)
                   MOVE HISTIMC-IMC     TO WRK-PAC-IMC-ANT(WRK-T)
                   MOVE WRK-DATA-VISITA TO WRK-PAC-DATA-ANT(WRK-T)
               END-IF
           ELSE
               IF WRK-DATA-VISITA >= WRK-PAC-DATA-MES(WRK-T)
                   MOVE 'S'             TO WRK-PAC-TEM-MES(WRK-T)
                   MOVE HISTIMC-IMC     TO WRK-PAC-IMC-MES(WRK-T)
                   MOVE WRK-DATA-VISITA TO WRK-PAC-DATA-MES(WRK-T)
               END-IF
           END-IF.

       0250-SAIDA.
           EXIT.

      *    SO QUEM FOI ATENDIDO NO MES ENTRA NO QUADRO; A MEDICAO
      *    ANTERIOR E RECLASSIFICADA NA IDADE QUE O PACIENTE TINHA.
       0300-APURA-PACIENTES          SECTION.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-PACIENTES
               IF WRK-PAC-TEM-MES(WRK-T) = 'S'
                   PERFORM 0350-APURA-PACIENTE
               END-IF
           END-PERFORM.

       0350-APURA-PACIENTE           SECTION.
           MOVE WRK-PAC-NUMERO(WRK-T) TO PAC-NUMERO.
           READ PACIENTES
             INVALID KEY
               ADD 1 TO WRK-QT-SEM-CADASTRO
               GO TO 0350-SAIDA
           END-READ.
           PERFORM 0360-SEXO.
           MOVE WRK-PAC-DATA-MES(WRK-T) TO WRK-DATA-VISITA.
           PERFORM 0370-FAIXA-ETARIA.
           MOVE WRK-PAC-IMC-MES(WRK-T)  TO CLASIMC-IMC.
           MOVE WRK-PAC-DATA-MES(WRK-T) TO CLASIMC-DATA.
           MOVE PAC-NASCIMENTO          TO CLASIMC-NASCIMENTO.
           MOVE PAC-SEXO                TO CLASIMC-SEXO.
           CALL 'CLASIMC' USING CLASIMC-PARM.
           MOVE CLASIMC-FAIXA TO WRK-FX-MES.
           MOVE 4 TO WRK-MOV.
           IF WRK-PAC-TEM-ANT(WRK-T) = 'S' AND WRK-FX-MES > 0
               MOVE WRK-PAC-IMC-ANT(WRK-T)  TO CLASIMC-IMC
               MOVE WRK-PAC-DATA-ANT(WRK-T) TO CLASIMC-DATA
               CALL 'CLASIMC' USING CLASIMC-PARM
               MOVE CLASIMC-FAIXA TO WRK-FX-ANT
               IF WRK-FX-ANT > 0
                   PERFORM 0380-MOVIMENTO
               END-IF
           END-IF.
           ADD 1 TO WRK-QD-ATENDIDOS(WRK-B, WRK-S)
                    WRK-QD-ATENDIDOS(7, 1).
           ADD 1 TO WRK-QD-CLASSE(WRK-B, WRK-S, WRK-FX-MES + 1)
                    WRK-QD-CLASSE(7, 1, WRK-FX-MES + 1).
           ADD 1 TO WRK-QD-MOV(WRK-B, WRK-S, WRK-MOV)
                    WRK-QD-MOV(7, 1, WRK-MOV).

       0350-SAIDA.
           EXIT.

       0360-SEXO                     SECTION.
           EVALUATE PAC-SEXO
             WHEN 'M'
               MOVE 1 TO WRK-S
             WHEN 'F'
               MOVE 2 TO WRK-S
             WHEN OTHER
               MOVE 3 TO WRK-S
           END-EVALUATE.

      *    IDADE EM ANOS COMPLETOS NA DATA DE REFERENCIA
      *    (WRK-DATA-VISITA), PELA ROTINA DE DATAS COMO NO PIORIMC E
      *    NO EVOLIMC.
       0370-FAIXA-ETARIA             SECTION.
           IF PAC-NASCIMENTO = ZEROS
                   OR PAC-NASCIMENTO > WRK-DATA-VISITA
               MOVE 6 TO WRK-B
               GO TO 0370-SAIDA
           END-IF.
           MOVE 'D'             TO DATAUTIL-FUNCAO.
           MOVE PAC-NASCIMENTO  TO DATAUTIL-DATA.
           MOVE WRK-DATA-VISITA TO DATAUTIL-DATA-2.
           CALL 'DATAUTIL' USING DATAUTIL-PARM.
           IF DATAUTIL-RETORNO NOT = 'S'
               MOVE 6 TO WRK-B
               GO TO 0370-SAIDA
           END-IF.
           MOVE DATAUTIL-ANOS TO WRK-IDADE.
           EVALUATE TRUE
             WHEN WRK-IDADE < 10
               MOVE 1 TO WRK-B
             WHEN WRK-IDADE < 20
               MOVE 2 TO WRK-B
             WHEN WRK-IDADE < 40
               MOVE 3 TO WRK-B
             WHEN WRK-IDADE < 60
               MOVE 4 TO WRK-B
             WHEN OTHER
               MOVE 5 TO WRK-B
           END-EVALUATE.

       0370-SAIDA.
           EXIT.

      *    DISTANCIA ATE O PESO NORMAL (FAIXA 2): QUANTO MENOR, MELHOR.
       0380-MOVIMENTO                SECTION.
           IF WRK-FX-MES < 2
               COMPUTE WRK-DIST-MES = 2 - WRK-FX-MES
           ELSE
               COMPUTE WRK-DIST-MES = WRK-FX-MES - 2
           END-IF.
           IF WRK-FX-ANT < 2
               COMPUTE WRK-DIST-ANT = 2 - WRK-FX-ANT
           ELSE
               COMPUTE WRK-DIST-ANT = WRK-FX-ANT - 2
           END-IF.
           EVALUATE TRUE
             WHEN WRK-DIST-MES < WRK-DIST-ANT
               MOVE 1 TO WRK-MOV
             WHEN WRK-DIST-MES = WRK-DIST-ANT
               MOVE 2 TO WRK-MOV
             WHEN OTHER
               MOVE 3 TO WRK-MOV
           END-EVALUATE.

      *    RETORNOS COM DATA ALVO NO MES (ATE HOJE): PREVISTOS, E OS
      *    BAIXADOS PELA MEDICAO NOVA ('C') COMO CUMPRIDOS. A FAIXA
      *    ETARIA E A DA DATA ALVO.
       0400-RETORNOS                 SECTION.
           IF WRK-RET-ABERTO NOT = 'S'
               GO TO 0400-SAIDA
           END-IF.
           READ RETORNO NEXT RECORD.
           PERFORM UNTIL FS-RETORNO NOT = 0
               IF RET-DATA-ALVO >= WRK-INICIO-MES
                       AND RET-DATA-ALVO <= WRK-LIMITE-RET
                   PERFORM 0450-CONTA-RETORNO
               END-IF
               READ RETORNO NEXT RECORD
           END-PERFORM.
           CLOSE RETORNO.

       0400-SAIDA.
           EXIT.

       0450-CONTA-RETORNO            SECTION.
           MOVE RET-NUMERO TO PAC-NUMERO.
           READ PACIENTES
             INVALID KEY
               MOVE ZEROS TO PAC-NASCIMENTO
               MOVE SPACE TO PAC-SEXO
           END-READ.
           PERFORM 0360-SEXO.
           MOVE RET-DATA-ALVO TO WRK-DATA-VISITA.
           PERFORM 0370-FAIXA-ETARIA.
           ADD 1 TO WRK-QD-RET-PREV(WRK-B, WRK-S)
                    WRK-QD-RET-PREV(7, 1).
           IF RET-COMPARECEU
               ADD 1 TO WRK-QD-RET-CUMP(WRK-B, WRK-S)
                        WRK-QD-RET-CUMP(7, 1)
           END-IF.

      *    UMA LINHA POR FAIXA ETARIA E SEXO COM MOVIMENTO NO MES, E A
      *    LINHA DE TOTAL; A MESMA LINHA VAI PARA O CSV.
       0500-IMPRIME                  SECTION.
           PERFORM VARYING WRK-B FROM 1 BY 1 UNTIL WRK-B > 6
               PERFORM VARYING WRK-S FROM 1 BY 1 UNTIL WRK-S > 3
                   IF WRK-QD-ATENDIDOS(WRK-B, WRK-S) > 0
                           OR WRK-QD-RET-PREV(WRK-B, WRK-S) > 0
                       MOVE WRK-ROTULO-SEXO(WRK-S) TO DET-SEXO
                       PERFORM 0550-LINHA-QUADRO
                   END-IF
               END-PERFORM
           END-PERFORM.
           MOVE ALL '-' TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 7 TO WRK-B.
           MOVE 1 TO WRK-S.
           MOVE '*' TO DET-SEXO.
           PERFORM 0550-LINHA-QUADRO.

       0550-LINHA-QUADRO             SECTION.
           MOVE WRK-ROTULO-FAIXA(WRK-B)        TO DET-FAIXA.
           MOVE WRK-QD-ATENDIDOS(WRK-B, WRK-S) TO DET-ATENDIDOS.
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 7
               MOVE WRK-QD-CLASSE(WRK-B, WRK-S, WRK-K)
                 TO DET-CLASSE(WRK-K)
           END-PERFORM.
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 4
               MOVE WRK-QD-MOV(WRK-B, WRK-S, WRK-K)
                 TO DET-MOV(WRK-K)
           END-PERFORM.
           MOVE WRK-QD-RET-PREV(WRK-B, WRK-S) TO DET-RET-PREV.
           MOVE WRK-QD-RET-CUMP(WRK-B, WRK-S) TO DET-RET-CUMP.
           IF WRK-QD-RET-PREV(WRK-B, WRK-S) > 0
               COMPUTE WRK-TAXA ROUNDED =
                       WRK-QD-RET-CUMP(WRK-B, WRK-S) * 100
                       / WRK-QD-RET-PREV(WRK-B, WRK-S)
           ELSE
               MOVE ZEROS TO WRK-TAXA
           END-IF.
           MOVE WRK-TAXA TO DET-TAXA.
           MOVE WRK-DETALHE TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-CSV.
           MOVE 1 TO WRK-PTR.
           STRING WRK-MES                    DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  FUNCTION TRIM(DET-FAIXA)   DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  FUNCTION TRIM(DET-SEXO)    DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  FUNCTION TRIM(DET-ATENDIDOS) DELIMITED BY SIZE
             INTO WRK-CSV WITH POINTER WRK-PTR
           END-STRING.
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 7
               STRING ';'                    DELIMITED BY SIZE
                      FUNCTION TRIM(DET-CLASSE(WRK-K))
                                             DELIMITED BY SIZE
                 INTO WRK-CSV WITH POINTER WRK-PTR
               END-STRING
           END-PERFORM.
           PERFORM VARYING WRK-K FROM 1 BY 1 UNTIL WRK-K > 4
               STRING ';'                    DELIMITED BY SIZE
                      FUNCTION TRIM(DET-MOV(WRK-K))
                                             DELIMITED BY SIZE
                 INTO WRK-CSV WITH POINTER WRK-PTR
               END-STRING
           END-PERFORM.
           STRING ';'                        DELIMITED BY SIZE
                  FUNCTION TRIM(DET-RET-PREV) DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  FUNCTION TRIM(DET-RET-CUMP) DELIMITED BY SIZE
                  ';'                        DELIMITED BY SIZE
                  FUNCTION TRIM(DET-TAXA)    DELIMITED BY SIZE
             INTO WRK-CSV WITH POINTER WRK-PTR
           END-STRING.
           MOVE WRK-CSV TO POPCSV-REG.
           WRITE POPCSV-REG.

       0700-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VISITAS SEM NUMERO DE PACIENTE (FORA DO RESUMO): '
                                        DELIMITED BY SIZE
                  WRK-QT-SEM-NUMERO     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           IF WRK-QT-SEM-CADASTRO > 0
               MOVE SPACES TO WRK-LINHA
               STRING 'PACIENTES FORA DO CADASTRO (FORA DO RESUMO): '
                                        DELIMITED BY SIZE
                      WRK-QT-SEM-CADASTRO DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0800-GRAVA-LINHA
           END-IF.
           IF WRK-RET-ABERTO NOT = 'S'
               MOVE 'AGENDA DE RETORNOS NAO DISPONIVEL - SEM TAXA'
                 TO WRK-LINHA
               PERFORM 0800-GRAVA-LINHA
           END-IF.
           IF WRK-TAB-CHEIA = 'S'
               MOVE '** RESUMO PARCIAL: TABELA DE PACIENTES CHEIA'
                 TO WRK-LINHA
               PERFORM 0800-GRAVA-LINHA
               MOVE 4 TO RETURN-CODE
           END-IF.
           CLOSE PACIENTES.
           CLOSE POPREL.
           CLOSE POPCSV.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO POPREL-REG.
           WRITE POPREL-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-HISTIMC.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'HISTIMC.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-HISTIMC
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PACIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PACIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PACIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RETORNO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RETORNO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RETORNO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-POPREL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'POPIMC.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-POPREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-POPCSV.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'POPIMC.CSV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-POPCSV
           END-STRING.

       COPY CFGLER.
