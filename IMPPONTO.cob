       IDENTIFICATION DIVISION.
       PROGRAM-ID. IMPPONTO.
      ******************************************************************
      *OBJETIVO: IMPORTACAO MENSAL DO RELOGIO DE PONTO PARA AS
      *          VARIAVEIS DA FOLHA (FOLHA.VAR.TXT, VIDE VARREG.cpy),
      *          NO LUGAR DA REDIGITACAO DO ESPELHO NO MANTVAR.
      *          O RELOGIO DESCARREGA PONTO.MARC.TXT, UMA LINHA POR PAR
      *          DE MARCACOES: CRACHA X(10) + DATA AAAAMMDD + ENTRADA
      *          HHMM + SAIDA HHMM (O INTERVALO DE ALMOCO VEM COMO DOIS
      *          PARES NO MESMO DIA). O CRACHA E LIGADO A MATRICULA E A
      *          JORNADA DIARIA PELO CADASTRO CRACHA.DAT.TXT (MANTCRA).
      *          POR FUNCIONARIO COM CRACHA E POR DIA DA COMPETENCIA:
      *            - HORAS TRABALHADAS = SOMA DOS PARES DO DIA;
      *            - DIA UTIL (ROTINA DIAUTIL: SEGUNDA A SEXTA FORA DO
      *              CADASTRO DE FERIADOS) ESPERA A JORNADA; FIM DE
      *              SEMANA E FERIADO ESPERAM ZERO, TUDO E EXTRA;
      *            - O QUE PASSAR DA JORNADA E HORA EXTRA, DESDE QUE A
      *              DIFERENCA DO DIA PASSE DE 10 MINUTOS (TOLERANCIA
      *              DIARIA DA CLT); HORA A MENOS NAO E DESCONTADA AQUI;
      *            - DIA UTIL SEM NENHUMA MARCACAO E FALTA
      *              INJUSTIFICADA, SALVO GOZO DE FERIAS AGENDADO NO
      *              FERIAS.DAT.TXT.
      *          NA COMPETENCIA CORRENTE A FALTA SO E APURADA ATE
      *          ONTEM. DIA COM MARCACAO INCOMPLETA (ENTRADA OU SAIDA EM
      *          BRANCO, HORARIO INVALIDO OU SAIDA NAO POSTERIOR A
      *          ENTRADA) NAO CONTA NEM COMO TRABALHADO NEM COMO FALTA:
      *          VAI PARA O RELATORIO DE REJEITADOS (PONTO.REJ.TXT),
      *          JUNTO COM AS LINHAS DE CRACHA DESCONHECIDO OU DE
      *          FUNCIONARIO INATIVO, PARA O RH ACERTAR ANTES DO
      *          FOLHAPAG (CORRIGIDO O ARQUIVO, E SO RODAR DE NOVO).
      *          COMPETENCIA = MES CORRENTE (A MESMA DO FOLHAPAG), OU
      *          'COMP AAAAMM' NA LINHA DE COMANDO. COMO NO COMISMES,
      *          RODAR DE NOVO SUBSTITUI HORAS EXTRAS E FALTAS, NAO
      *          SOMA; BONUS, DESCONTO E COMISSAO DA COMPETENCIA SAO
      *          PRESERVADOS; VARIAVEL DE COMPETENCIA ANTERIOR DA LUGAR
      *          A UMA NOVA E DE COMPETENCIA POSTERIOR NAO E TOCADA.
      *          RESUMO POR FUNCIONARIO EM PONTO.RPT.TXT. RETURN-CODE 4
      *          QUANDO HA REJEITADOS OU VARIAVEL NAO GRAVADA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT MARCACOES ASSIGN TO WRK-ARQ-MARCACOES
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MARCACOES.

           SELECT CRACHA ASSIGN TO WRK-ARQ-CRACHA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CRACHA
               RECORD KEY      IS CRA-CRACHA.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

           SELECT FERIAS ASSIGN TO WRK-ARQ-FERIAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FERIAS
               RECORD KEY      IS FERIAS-CHAVE.

           SELECT VARIAVEIS ASSIGN TO WRK-ARQ-VARIAVEIS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-VARIAVEIS
               RECORD KEY      IS VAR-FUNC-ID.

           SELECT RESUMO ASSIGN TO WRK-ARQ-RESUMO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RESUMO.

           SELECT REJEITA ASSIGN TO WRK-ARQ-REJEITA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-REJEITA.

           SELECT ORDMARC ASSIGN TO "SORTWK".

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  MARCACOES.
       01  MARC-REG.
           05 MARC-CRACHA               PIC X(10).
           05 MARC-DATA                 PIC X(08).
           05 MARC-ENTRADA.
              10 MARC-ENT-HH            PIC 9(02).
              10 MARC-ENT-MM            PIC 9(02).
           05 MARC-SAIDA.
              10 MARC-SAI-HH            PIC 9(02).
              10 MARC-SAI-MM            PIC 9(02).

       FD  CRACHA.
       COPY CRAREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  FERIAS.
       COPY FERIREG.

       FD  VARIAVEIS.
       COPY VARREG.

       FD  RESUMO.
       01  RESUMO-REG                   PIC X(100).

       FD  REJEITA.
       01  REJEITA-REG                  PIC X(100).

      *    TIPO '0' = MARCA DO CRACHA (DATA ZERO, VEM ANTES DE TUDO DO
      *    FUNCIONARIO); TIPO '1' = PAR DE MARCACOES DO DIA, COM
      *    ORDM-ERRO 'S' QUANDO INCOMPLETO. OS HORARIOS SAO EM MINUTOS
      *    DESDE A MEIA-NOITE.
       SD  ORDMARC.
       01  ORDMARC-REG.
           05 ORDM-FUNC-ID              PIC 9(05).
           05 ORDM-DATA                 PIC 9(08).
           05 ORDM-TIPO                 PIC X(01).
           05 ORDM-ENTRADA              PIC 9(04).
           05 ORDM-SAIDA                PIC 9(04).
           05 ORDM-ERRO                 PIC X(01).
           05 ORDM-CRACHA               PIC X(10).
           05 ORDM-JORNADA              PIC 9(02)V99.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-MARCACOES            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CRACHA               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FERIAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-VARIAVEIS            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RESUMO               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REJEITA              PIC X(80) VALUE SPACES.
       77  FS-MARCACOES                 PIC 9(02) VALUE ZEROS.
       77  FS-CRACHA                    PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  FS-FERIAS                    PIC 9(02) VALUE ZEROS.
       77  FS-VARIAVEIS                 PIC 9(02) VALUE ZEROS.
       77  FS-RESUMO                    PIC 9(02) VALUE ZEROS.
       77  FS-REJEITA                   PIC 9(02) VALUE ZEROS.
       77  FS-ORDMARC                   PIC 9(02) VALUE ZEROS.
       77  WRK-FERIAS-ABERTO            PIC X(01) VALUE 'N'.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-COMP-INICIO              PIC 9(08) VALUE ZEROS.
       77  WRK-COMP-FIM                 PIC 9(08) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-DIA                  PIC 9(02) VALUE ZEROS.
       77  WRK-LIMITE-DIA               PIC 9(02) VALUE ZEROS.
       77  WRK-D                        PIC 9(02) VALUE ZEROS.
       77  WRK-G                        PIC 9(01) VALUE ZEROS.
       77  WRK-K                        PIC 9(03) VALUE ZEROS.
       77  WRK-DATA-AUX                 PIC 9(08) VALUE ZEROS.
       77  WRK-INT-INICIO               PIC 9(08) VALUE ZEROS.
       77  WRK-MOTIVO                   PIC X(30) VALUE SPACES.
      *    DIA EM APURACAO.
       77  WRK-DIA-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-DIA-ERRO                 PIC X(01) VALUE 'N'.
       77  WRK-DIA-CRACHA               PIC X(10) VALUE SPACES.
       77  WRK-DIA-MINUTOS              PIC 9(05) VALUE ZEROS.
       77  WRK-DIA-ESPERADO             PIC 9(05) VALUE ZEROS.
      *    FUNCIONARIO EM APURACAO.
       77  WRK-FUN-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-FUN-ID                   PIC 9(05) VALUE ZEROS.
       77  WRK-FUN-JORNADA              PIC 9(02)V99 VALUE ZEROS.
       77  WRK-FUN-JORNADA-MIN          PIC 9(05) VALUE ZEROS.
       77  WRK-FUN-EXTRA-MIN            PIC 9(06) VALUE ZEROS.
       77  WRK-FUN-FALTAS               PIC 9(02) VALUE ZEROS.
       77  WRK-FUN-REJEITADOS           PIC 9(02) VALUE ZEROS.
       77  WRK-FUN-HORAS                PIC 9(03)V99 VALUE ZEROS.
       77  WRK-SITUACAO-VAR             PIC X(30) VALUE SPACES.
      *    TOTAIS DO PROCESSAMENTO.
       77  WRK-QT-LINHAS                PIC 9(07) VALUE ZEROS.
       77  WRK-QT-FORA                  PIC 9(07) VALUE ZEROS.
       77  WRK-QT-REJEITADOS            PIC 9(07) VALUE ZEROS.
       77  WRK-QT-FUNCIONARIOS          PIC 9(05) VALUE ZEROS.
       77  WRK-QT-GRAVADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-NAO-GRAVADOS          PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-HORAS                PIC 9(07)V99 VALUE ZEROS.
       77  WRK-TOT-FALTAS               PIC 9(05) VALUE ZEROS.
       77  WRK-HORAS-ED                 PIC ZZ9,99 VALUE ZEROS.
       77  WRK-JORNADA-ED               PIC Z9,99 VALUE ZEROS.
       77  WRK-TOT-HORAS-ED             PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       01  WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO              PIC 9(04).
           05 WRK-COMP-MES              PIC 9(02).
       01  WRK-DIA-ATUAL                PIC 9(08) VALUE ZEROS.
       01  WRK-DIA-ATUAL-R REDEFINES WRK-DIA-ATUAL.
           05 WRK-DIA-ATUAL-COMP        PIC 9(06).
           05 WRK-DIA-ATUAL-DD          PIC 9(02).
       01  WRK-DATA-GOZO                PIC 9(08) VALUE ZEROS.
       01  WRK-DATA-GOZO-R REDEFINES WRK-DATA-GOZO.
           05 WRK-GOZO-COMP             PIC 9(06).
           05 WRK-GOZO-DD               PIC 9(02).
      *    CALENDARIO DA COMPETENCIA ('S' = DIA UTIL), MONTADO UMA VEZ
      *    COM O DIAUTIL, E A SITUACAO DE CADA DIA DO FUNCIONARIO:
      *    ' ' SEM MARCACAO, 'M' MARCADO, 'R' REJEITADO, 'F' FERIAS.
       01  WRK-CALENDARIO.
           05 WRK-DIA-UTIL OCCURS 31 TIMES PIC X(01).
       01  WRK-DIAS-FUNC.
           05 WRK-DIA-SIT OCCURS 31 TIMES  PIC X(01).
       COPY DIAUTILW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           SORT ORDMARC ON ASCENDING KEY ORDM-FUNC-ID
                           ASCENDING KEY ORDM-DATA
                           ASCENDING KEY ORDM-TIPO
                           ASCENDING KEY ORDM-ENTRADA
               INPUT PROCEDURE IS 0200-LE-MARCACOES
               OUTPUT PROCEDURE IS 0300-APURA.
           PERFORM 0700-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           ACCEPT WRK-PARAMETRO FROM COMMAND-LINE.
           IF WRK-PARAMETRO(1:4) = 'COMP'
                   AND WRK-PARAMETRO(6:6) IS NUMERIC
               MOVE WRK-PARAMETRO(6:6) TO WRK-COMPETENCIA
           ELSE
               MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-COMPETENCIA
           END-IF.
           COMPUTE WRK-COMP-INICIO = WRK-COMPETENCIA * 100 + 1.
           IF WRK-COMP-MES = 12
               COMPUTE WRK-DATA-AUX = (WRK-COMP-ANO + 1) * 10000 + 101
           ELSE
               COMPUTE WRK-DATA-AUX = (WRK-COMPETENCIA + 1) * 100 + 1
           END-IF.
           COMPUTE WRK-COMP-FIM = FUNCTION DATE-OF-INTEGER(
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-AUX) - 1).
           MOVE WRK-COMP-FIM(7:2) TO WRK-ULT-DIA.
      *    NA COMPETENCIA CORRENTE HOJE AINDA ESTA EM ANDAMENTO.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           IF WRK-HOJE > WRK-COMP-FIM
               MOVE WRK-ULT-DIA TO WRK-LIMITE-DIA
           ELSE
               IF WRK-HOJE < WRK-COMP-INICIO
                   MOVE ZEROS TO WRK-LIMITE-DIA
               ELSE
                   COMPUTE WRK-LIMITE-DIA = WRK-HOJE - WRK-COMP-INICIO
               END-IF
           END-IF.
           OPEN INPUT MARCACOES.
           IF FS-MARCACOES NOT = 0
               DISPLAY "ARQUIVO DO RELOGIO NAO FOI ABERTO, STATUS="
                       FS-MARCACOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT CRACHA.
           IF FS-CRACHA NOT = 0
               DISPLAY "CADASTRO DE CRACHAS NAO FOI ABERTO, STATUS="
                       FS-CRACHA " - CADASTRE PELO MANTCRA"
               CLOSE MARCACOES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT = 0
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO FOI ABERTO, "
                       "STATUS=" FS-FUNCIONARIOS
               CLOSE MARCACOES CRACHA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O VARIAVEIS.
           IF FS-VARIAVEIS = 35
               OPEN OUTPUT VARIAVEIS
               CLOSE VARIAVEIS
               OPEN I-O VARIAVEIS
           END-IF.
           IF FS-VARIAVEIS NOT = 0
               DISPLAY "VARIAVEIS DA FOLHA NAO FORAM ABERTAS, STATUS="
                       FS-VARIAVEIS
               CLOSE MARCACOES CRACHA FUNCIONARIOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM O CONTROLE DE FERIAS TODO DIA UTIL SEM MARCACAO E FALTA.
           OPEN INPUT FERIAS.
           IF FS-FERIAS = 0
               MOVE 'S' TO WRK-FERIAS-ABERTO
           ELSE
               DISPLAY "CONTROLE DE FERIAS NAO FOI ABERTO - GOZOS NAO "
                       "DESCONTADOS DAS FALTAS"
           END-IF.
           MOVE SPACES TO WRK-CALENDARIO.
           PERFORM VARYING WRK-D FROM 1 BY 1 UNTIL WRK-D > WRK-ULT-DIA
               MOVE 'E' TO DIAUTIL-FUNCAO
               COMPUTE DIAUTIL-DATA = WRK-COMP-INICIO + WRK-D - 1
               CALL 'DIAUTIL' USING DIAUTIL-PARM
               MOVE DIAUTIL-EH-UTIL TO WRK-DIA-UTIL(WRK-D)
           END-PERFORM.
           OPEN OUTPUT RESUMO.
           OPEN OUTPUT REJEITA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'RELOGIO DE PONTO - COMPETENCIA '
                                  DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE 'MATRIC NOME                           JORNADA  EXTRAS'
             TO WRK-LINHA.
           MOVE 'FALTAS REJ SITUACAO' TO WRK-LINHA(56:).
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO REJEITA-REG.
           STRING 'MARCACOES REJEITADAS - COMPETENCIA '
                                  DELIMITED BY SIZE
                  WRK-COMPETENCIA DELIMITED BY SIZE
             INTO REJEITA-REG
           END-STRING.
           WRITE REJEITA-REG.

      *    PRIMEIRO UMA MARCA POR CRACHA DE FUNCIONARIO ATIVO (E ELA
      *    QUE FAZ APURAR FALTA DE QUEM NAO BATEU PONTO NENHUM), DEPOIS
      *    OS PARES DE MARCACOES DA COMPETENCIA.
       0200-LE-MARCACOES             SECTION.
           MOVE LOW-VALUES TO CRA-CRACHA.
           START CRACHA KEY IS NOT LESS CRA-CRACHA
             INVALID KEY
               MOVE 23 TO FS-CRACHA
           END-START.
           IF FS-CRACHA = 0
               READ CRACHA NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CRACHA NOT = 0
               MOVE CRA-FUNC-ID TO FUNC-ID
               READ FUNCIONARIOS
                 INVALID KEY
                   MOVE 'I' TO FUNC-SITUACAO
               END-READ
               IF FUNC-ATIVO
                   INITIALIZE ORDMARC-REG
                   MOVE CRA-FUNC-ID TO ORDM-FUNC-ID
                   MOVE '0'         TO ORDM-TIPO
                   MOVE CRA-CRACHA  TO ORDM-CRACHA
                   MOVE CRA-JORNADA TO ORDM-JORNADA
                   RELEASE ORDMARC-REG
               END-IF
               READ CRACHA NEXT RECORD
           END-PERFORM.
           READ MARCACOES
           PERFORM UNTIL FS-MARCACOES NOT = 0
               ADD 1 TO WRK-QT-LINHAS
               PERFORM 0250-UMA-MARCACAO
               READ MARCACOES
           END-PERFORM.
           CLOSE MARCACOES.

       0250-UMA-MARCACAO             SECTION.
           IF MARC-DATA IS NOT NUMERIC
               MOVE 'DATA INVALIDA' TO WRK-MOTIVO
               PERFORM 0260-REJEITA-LINHA
               GO TO 0250-SAIDA
           END-IF.
           IF MARC-DATA < WRK-COMP-INICIO OR MARC-DATA > WRK-COMP-FIM
               ADD 1 TO WRK-QT-FORA
               GO TO 0250-SAIDA
           END-IF.
           MOVE MARC-CRACHA TO CRA-CRACHA.
           READ CRACHA
             INVALID KEY
               MOVE 'CRACHA DESCONHECIDO' TO WRK-MOTIVO
               PERFORM 0260-REJEITA-LINHA
               GO TO 0250-SAIDA
           END-READ.
           MOVE CRA-FUNC-ID TO FUNC-ID.
           READ FUNCIONARIOS
             INVALID KEY
               MOVE 'I' TO FUNC-SITUACAO
           END-READ.
           IF NOT FUNC-ATIVO
               MOVE 'MATRICULA INATIVA/INEXISTENTE' TO WRK-MOTIVO
               PERFORM 0260-REJEITA-LINHA
               GO TO 0250-SAIDA
           END-IF.
           INITIALIZE ORDMARC-REG.
           MOVE CRA-FUNC-ID TO ORDM-FUNC-ID.
           MOVE MARC-DATA   TO ORDM-DATA.
           MOVE '1'         TO ORDM-TIPO.
           MOVE MARC-CRACHA TO ORDM-CRACHA.
           MOVE 'N'         TO ORDM-ERRO.
           IF MARC-ENTRADA IS NOT NUMERIC
                   OR MARC-SAIDA IS NOT NUMERIC
               MOVE 'S' TO ORDM-ERRO
           ELSE
               IF MARC-ENT-HH > 23 OR MARC-ENT-MM > 59
                       OR MARC-SAI-HH > 23 OR MARC-SAI-MM > 59
                   MOVE 'S' TO ORDM-ERRO
               ELSE
                   COMPUTE ORDM-ENTRADA = MARC-ENT-HH * 60
                                        + MARC-ENT-MM
                   COMPUTE ORDM-SAIDA   = MARC-SAI-HH * 60
                                        + MARC-SAI-MM
                   IF ORDM-SAIDA NOT > ORDM-ENTRADA
                       MOVE 'S' TO ORDM-ERRO
                   END-IF
               END-IF
           END-IF.
           RELEASE ORDMARC-REG.

       0250-SAIDA.
           EXIT.

       0260-REJEITA-LINHA            SECTION.
           ADD 1 TO WRK-QT-REJEITADOS.
           MOVE SPACES TO REJEITA-REG.
           STRING MARC-CRACHA DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  MARC-DATA   DELIMITED BY SIZE
                  ' '         DELIMITED BY SIZE
                  WRK-MOTIVO  DELIMITED BY SIZE
             INTO REJEITA-REG
           END-STRING.
           WRITE REJEITA-REG.

      *    QUEBRA POR FUNCIONARIO E, DENTRO DELE, POR DIA.
       0300-APURA                    SECTION.
           MOVE 'N' TO WRK-FUN-ABERTO WRK-DIA-ABERTO.
           RETURN ORDMARC
             AT END
               MOVE 10 TO FS-ORDMARC
             NOT AT END
               MOVE 0 TO FS-ORDMARC
           END-RETURN.
           PERFORM UNTIL FS-ORDMARC = 10
               IF WRK-FUN-ABERTO NOT = 'S'
                       OR ORDM-FUNC-ID NOT = WRK-FUN-ID
                   IF WRK-FUN-ABERTO = 'S'
                       PERFORM 0350-FECHA-FUNCIONARIO
                   END-IF
                   MOVE 'S'          TO WRK-FUN-ABERTO
                   MOVE ORDM-FUNC-ID TO WRK-FUN-ID
                   MOVE ZEROS        TO WRK-FUN-EXTRA-MIN
                                        WRK-FUN-FALTAS
                                        WRK-FUN-REJEITADOS
                   MOVE ORDM-JORNADA TO WRK-FUN-JORNADA
                   IF WRK-FUN-JORNADA = ZEROS
                       MOVE 8 TO WRK-FUN-JORNADA
                   END-IF
                   COMPUTE WRK-FUN-JORNADA-MIN = WRK-FUN-JORNADA * 60
                   MOVE SPACES       TO WRK-DIAS-FUNC
               END-IF
               IF ORDM-TIPO = '1'
                   IF WRK-DIA-ABERTO NOT = 'S'
                           OR ORDM-DATA NOT = WRK-DIA-ATUAL
                       IF WRK-DIA-ABERTO = 'S'
                           PERFORM 0330-FECHA-DIA
                       END-IF
                       MOVE 'S'         TO WRK-DIA-ABERTO
                       MOVE 'N'         TO WRK-DIA-ERRO
                       MOVE ORDM-DATA   TO WRK-DIA-ATUAL
                       MOVE ORDM-CRACHA TO WRK-DIA-CRACHA
                       MOVE ZEROS       TO WRK-DIA-MINUTOS
                   END-IF
                   IF ORDM-ERRO = 'S'
                       MOVE 'S' TO WRK-DIA-ERRO
                   ELSE
                       COMPUTE WRK-DIA-MINUTOS = WRK-DIA-MINUTOS
                               + ORDM-SAIDA - ORDM-ENTRADA
                   END-IF
               END-IF
               RETURN ORDMARC
                 AT END
                   MOVE 10 TO FS-ORDMARC
               END-RETURN
           END-PERFORM.
           IF WRK-FUN-ABERTO = 'S'
               PERFORM 0350-FECHA-FUNCIONARIO
           END-IF.

      *    DIA COM ALGUM PAR INCOMPLETO VAI INTEIRO PARA OS REJEITADOS.
       0330-FECHA-DIA                SECTION.
           MOVE 'N' TO WRK-DIA-ABERTO.
           IF WRK-DIA-ERRO = 'S'
               MOVE 'R' TO WRK-DIA-SIT(WRK-DIA-ATUAL-DD)
               ADD 1 TO WRK-FUN-REJEITADOS
               ADD 1 TO WRK-QT-REJEITADOS
               MOVE SPACES TO REJEITA-REG
               STRING WRK-DIA-CRACHA       DELIMITED BY SIZE
                      ' '                  DELIMITED BY SIZE
                      WRK-DIA-ATUAL        DELIMITED BY SIZE
                      ' MARCACAO INCOMPLETA - MATRICULA '
                                           DELIMITED BY SIZE
                      WRK-FUN-ID           DELIMITED BY SIZE
                 INTO REJEITA-REG
               END-STRING
               WRITE REJEITA-REG
               GO TO 0330-SAIDA
           END-IF.
           MOVE 'M' TO WRK-DIA-SIT(WRK-DIA-ATUAL-DD).
           IF WRK-DIA-UTIL(WRK-DIA-ATUAL-DD) = 'S'
               MOVE WRK-FUN-JORNADA-MIN TO WRK-DIA-ESPERADO
           ELSE
               MOVE ZEROS TO WRK-DIA-ESPERADO
           END-IF.
           IF WRK-DIA-MINUTOS > WRK-DIA-ESPERADO + 10
               COMPUTE WRK-FUN-EXTRA-MIN = WRK-FUN-EXTRA-MIN
                       + WRK-DIA-MINUTOS - WRK-DIA-ESPERADO
           END-IF.

       0330-SAIDA.
           EXIT.

       0350-FECHA-FUNCIONARIO        SECTION.
           IF WRK-DIA-ABERTO = 'S'
               PERFORM 0330-FECHA-DIA
           END-IF.
           ADD 1 TO WRK-QT-FUNCIONARIOS.
           IF WRK-FERIAS-ABERTO = 'S'
               PERFORM 0360-MARCA-FERIAS
           END-IF.
           PERFORM VARYING WRK-D FROM 1 BY 1
                   UNTIL WRK-D > WRK-LIMITE-DIA
               IF WRK-DIA-UTIL(WRK-D) = 'S'
                       AND WRK-DIA-SIT(WRK-D) = SPACE
                   ADD 1 TO WRK-FUN-FALTAS
               END-IF
           END-PERFORM.
           COMPUTE WRK-FUN-HORAS ROUNDED = WRK-FUN-EXTRA-MIN / 60.
           ADD WRK-FUN-HORAS  TO WRK-TOT-HORAS.
           ADD WRK-FUN-FALTAS TO WRK-TOT-FALTAS.
           PERFORM 0400-GRAVA-VARIAVEL.
           MOVE WRK-FUN-ID TO FUNC-ID.
           READ FUNCIONARIOS
             INVALID KEY
               MOVE SPACES TO FUNC-NOME
           END-READ.
           MOVE WRK-FUN-JORNADA TO WRK-JORNADA-ED.
           MOVE WRK-FUN-HORAS   TO WRK-HORAS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING WRK-FUN-ID         DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  FUNC-NOME          DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WRK-JORNADA-ED     DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-HORAS-ED       DELIMITED BY SIZE
                  '     '            DELIMITED BY SIZE
                  WRK-FUN-FALTAS     DELIMITED BY SIZE
                  '  '               DELIMITED BY SIZE
                  WRK-FUN-REJEITADOS DELIMITED BY SIZE
                  ' '                DELIMITED BY SIZE
                  WRK-SITUACAO-VAR   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

      *    DIAS DE GOZO DE FERIAS DENTRO DA COMPETENCIA NAO SAO FALTA.
       0360-MARCA-FERIAS             SECTION.
           MOVE WRK-FUN-ID TO FERIAS-FUNC-ID.
           MOVE ZEROS      TO FERIAS-AQUIS-INI.
           START FERIAS KEY IS NOT LESS FERIAS-CHAVE
             INVALID KEY
               MOVE 23 TO FS-FERIAS
           END-START.
           IF FS-FERIAS = 0
               READ FERIAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-FERIAS NOT = 0
                   OR FERIAS-FUNC-ID NOT = WRK-FUN-ID
               PERFORM VARYING WRK-G FROM 1 BY 1 UNTIL WRK-G > 3
                   IF FERIAS-GOZO-INI(WRK-G) > ZEROS
                       COMPUTE WRK-INT-INICIO = FUNCTION
                               INTEGER-OF-DATE(FERIAS-GOZO-INI(WRK-G))
                       PERFORM VARYING WRK-K FROM 0 BY 1
                               UNTIL WRK-K NOT < FERIAS-GOZO-DIAS(WRK-G)
                           COMPUTE WRK-DATA-GOZO = FUNCTION
                                   DATE-OF-INTEGER(WRK-INT-INICIO
                                   + WRK-K)
                           IF WRK-GOZO-COMP = WRK-COMPETENCIA
                                   AND WRK-DIA-SIT(WRK-GOZO-DD) = SPACE
                               MOVE 'F' TO WRK-DIA-SIT(WRK-GOZO-DD)
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM
               READ FERIAS NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-FERIAS.

      *    SUBSTITUI HORAS EXTRAS E FALTAS DA COMPETENCIA, PRESERVANDO
      *    AS DEMAIS VARIAVEIS (MESMA REGRA DO COMISMES).
       0400-GRAVA-VARIAVEL           SECTION.
           MOVE 'GRAVADO NAS VARIAVEIS' TO WRK-SITUACAO-VAR.
           MOVE WRK-FUN-ID TO VAR-FUNC-ID.
           READ VARIAVEIS
             INVALID KEY
               IF WRK-FUN-HORAS = ZEROS AND WRK-FUN-FALTAS = ZEROS
                   MOVE 'SEM VARIAVEL' TO WRK-SITUACAO-VAR
                   GO TO 0400-SAIDA
               END-IF
               INITIALIZE VAR-REG
               MOVE WRK-FUN-ID      TO VAR-FUNC-ID
               MOVE WRK-COMPETENCIA TO VAR-COMPETENCIA
               MOVE WRK-FUN-HORAS   TO VAR-HORAS-EXTRAS
               MOVE WRK-FUN-FALTAS  TO VAR-DIAS-FALTA
               WRITE VAR-REG
             NOT INVALID KEY
               IF VAR-COMPETENCIA > WRK-COMPETENCIA
                   ADD 1 TO WRK-QT-NAO-GRAVADOS
                   MOVE 'VARIAVEL EM COMPETENCIA POSTERIOR'
                     TO WRK-SITUACAO-VAR
                   GO TO 0400-SAIDA
               END-IF
               IF VAR-COMPETENCIA < WRK-COMPETENCIA
                   INITIALIZE VAR-REG
                   MOVE WRK-FUN-ID      TO VAR-FUNC-ID
                   MOVE WRK-COMPETENCIA TO VAR-COMPETENCIA
               END-IF
               MOVE WRK-FUN-HORAS   TO VAR-HORAS-EXTRAS
               MOVE WRK-FUN-FALTAS  TO VAR-DIAS-FALTA
               REWRITE VAR-REG
           END-READ.
           IF FS-VARIAVEIS NOT = 0
               ADD 1 TO WRK-QT-NAO-GRAVADOS
               MOVE SPACES TO WRK-SITUACAO-VAR
               STRING 'ERRO AO GRAVAR, STATUS=' DELIMITED BY SIZE
                      FS-VARIAVEIS              DELIMITED BY SIZE
                 INTO WRK-SITUACAO-VAR
               END-STRING
               GO TO 0400-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-GRAVADOS.

       0400-SAIDA.
           EXIT.

       0700-FINALIZAR                SECTION.
           MOVE WRK-TOT-HORAS TO WRK-TOT-HORAS-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FUNCIONARIOS: '    DELIMITED BY SIZE
                  WRK-QT-FUNCIONARIOS DELIMITED BY SIZE
                  '  HORAS EXTRAS: '  DELIMITED BY SIZE
                  WRK-TOT-HORAS-ED    DELIMITED BY SIZE
                  '  FALTAS: '        DELIMITED BY SIZE
                  WRK-TOT-FALTAS      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'LINHAS LIDAS: '    DELIMITED BY SIZE
                  WRK-QT-LINHAS       DELIMITED BY SIZE
                  '  FORA DA COMPETENCIA: ' DELIMITED BY SIZE
                  WRK-QT-FORA         DELIMITED BY SIZE
                  '  REJEITADOS: '    DELIMITED BY SIZE
                  WRK-QT-REJEITADOS   DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'VARIAVEIS GRAVADAS: ' DELIMITED BY SIZE
                  WRK-QT-GRAVADOS        DELIMITED BY SIZE
                  '  NAO GRAVADAS: '     DELIMITED BY SIZE
                  WRK-QT-NAO-GRAVADOS    DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           IF WRK-QT-REJEITADOS = ZEROS
               MOVE 'NENHUMA MARCACAO REJEITADA' TO REJEITA-REG
               WRITE REJEITA-REG
           END-IF.
           CLOSE CRACHA FUNCIONARIOS VARIAVEIS RESUMO REJEITA.
           IF WRK-FERIAS-ABERTO = 'S'
               CLOSE FERIAS
           END-IF.
           IF WRK-QT-REJEITADOS > 0 OR WRK-QT-NAO-GRAVADOS > 0
               DISPLAY "HA PENDENCIAS - VER PONTO.REJ.TXT E "
                       "PONTO.RPT.TXT ANTES DO FOLHAPAG"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO RESUMO-REG.
           WRITE RESUMO-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-MARCACOES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PONTO.MARC.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MARCACOES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CRACHA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CRACHA.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CRACHA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FERIAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FERIAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FERIAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-VARIAVEIS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.VAR.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-VARIAVEIS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RESUMO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PONTO.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RESUMO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REJEITA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PONTO.REJ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REJEITA
           END-STRING.

       COPY CFGLER.
