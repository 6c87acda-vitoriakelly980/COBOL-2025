       IDENTIFICATION DIVISION.
       PROGRAM-ID. FATMENS.
      ******************************************************************
      *OBJETIVO: FATURAMENTO MENSAL DAS MENSALIDADES ESCOLARES, NO
      *          LUGAR DO CADERNO DA SECRETARIA. PARA CADA ALUNO ATIVO
      *          DO CADASTRO (ALUNOS.DAT.TXT) GERA UMA MENSALIDADE NA
      *          COMPETENCIA (MENSALID.DAT.TXT, VIDE FATAREG.cpy) COM
      *          A SOMA DO PRECO (TABMENS.DAT.TXT, MANTMENS) DAS
      *          MATERIAS EM QUE ELE ESTA NA TURMA DO PERIODO LETIVO.
      *          ALUNO SEM TURMA NO PERIODO NAO E COBRADO; ALUNO COM
      *          MATERIA SEM PRECO NA TABELA FICA SEM MENSALIDADE E VAI
      *          PARA O RELATORIO COMO PENDENCIA (CADASTRADO O PRECO, E
      *          SO RODAR DE NOVO: QUEM JA TEM A MENSALIDADE DO MES NAO
      *          E COBRADO DUAS VEZES). VENCIMENTO NO DIA 10 DA
      *          COMPETENCIA, DESLIZADO PARA O PROXIMO DIA UTIL PELA
      *          ROTINA DIAUTIL.
      *          DEBITO AUTOMATICO: ALUNO COM CONTA DO RESPONSAVEL
      *          (ALUNO-CONTA-RESP, MANTALU) EXISTENTE E ATIVA NO
      *          CADASTRO DE CONTAS GANHA UM AGENDAMENTO UNICO NA
      *          AGENDA DE PAGAMENTOS (AGENDA.PAG.TXT) PARA O DIA DO
      *          VENCIMENTO, COM A DESCRICAO 'MENSALIDADE MMMMMM/
      *          AAAAMM'; A MENSALIDADE FICA 'D' ATE O INADALU
      *          CONCILIAR O RESULTADO DO LANCAMENTO DO AGENDPAG.
      *          PARAMETROS: 'COMP AAAAMM' (PADRAO O MES CORRENTE) E,
      *          NA POSICAO 13, 'PER XXXXXX' (PADRAO AAAA.1 PARA JANEIRO
      *          A JUNHO E AAAA.2 PARA JULHO A DEZEMBRO, NO FORMATO
      *          DIGITADO NO PROGRAM13). RELATORIO EM FATMENS.RPT.TXT.
      *          RETURN-CODE 4 QUANDO HA PENDENCIAS.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT ALUNOS ASSIGN TO WRK-ARQ-ALUNOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ALUNOS
               RECORD KEY      IS ALUNO-MATRICULA.

           SELECT TURMA ASSIGN TO WRK-ARQ-TURMA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-TURMA
               RECORD KEY      IS TURMA-CHAVE.

           SELECT TABMENS ASSIGN TO WRK-ARQ-TABMENS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-TABMENS
               RECORD KEY      IS TABM-CHAVE.

           SELECT MENSALID ASSIGN TO WRK-ARQ-MENSALID
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MENSALID
               RECORD KEY      IS FAT-CHAVE.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CONTAS
               RECORD KEY      IS CONTA-NUMERO.

           SELECT AGENDA ASSIGN TO WRK-ARQ-AGENDA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-AGENDA.

           SELECT RELAT ASSIGN TO WRK-ARQ-RELAT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-RELAT.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  ALUNOS.
       COPY ALUNREG.

       FD  TURMA.
       COPY TURMAREG.

       FD  TABMENS.
       COPY TABMREG.

       FD  MENSALID.
       COPY FATAREG.

       FD  CONTAS.
       COPY CONTAREG.

       FD  AGENDA.
       COPY AGPREG.

       FD  RELAT.
       01  RELAT-REG                    PIC X(100).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ALUNOS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TURMA                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TABMENS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-MENSALID             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-AGENDA               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RELAT                PIC X(80) VALUE SPACES.
       77  FS-ALUNOS                    PIC 9(02) VALUE ZEROS.
       77  FS-TURMA                     PIC 9(02) VALUE ZEROS.
       77  FS-TABMENS                   PIC 9(02) VALUE ZEROS.
       77  FS-MENSALID                  PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS                    PIC 9(02) VALUE ZEROS.
       77  FS-AGENDA                    PIC 9(02) VALUE ZEROS.
       77  FS-RELAT                     PIC 9(02) VALUE ZEROS.
       77  WRK-CONTAS-ABERTO            PIC X(01) VALUE 'N'.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-PERIODO                  PIC X(06) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-VENCIMENTO               PIC 9(08) VALUE ZEROS.
      *    DIA DO MES DO VENCIMENTO, ANTES DO DESLIZE PARA DIA UTIL.
       77  WRK-DIA-VENCIMENTO           PIC 9(02) VALUE 10.
       77  WRK-ALUNO-CHAVE              PIC X(30) VALUE SPACES.
       77  WRK-MOTIVO                   PIC X(40) VALUE SPACES.
       77  WRK-FORMA                    PIC X(20) VALUE SPACES.
      *    ALUNO EM FATURAMENTO.
       77  WRK-QT-TURMAS                PIC 9(02) VALUE ZEROS.
       77  WRK-QT-SEM-PRECO             PIC 9(02) VALUE ZEROS.
       77  WRK-VALOR                    PIC 9(05)V99 VALUE ZEROS.
      *    TOTAIS DO PROCESSAMENTO.
       77  WRK-QT-ALUNOS                PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FATURADOS             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-DEBITO                PIC 9(05) VALUE ZEROS.
       77  WRK-QT-JA-FATURADOS          PIC 9(05) VALUE ZEROS.
       77  WRK-QT-SEM-TURMA             PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PENDENTES             PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-VALOR                PIC 9(09)V99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-VALOR-ED             PIC ZZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       01  WRK-COMPETENCIA              PIC 9(06) VALUE ZEROS.
       01  WRK-COMPETENCIA-R REDEFINES WRK-COMPETENCIA.
           05 WRK-COMP-ANO              PIC 9(04).
           05 WRK-COMP-MES              PIC 9(02).
       COPY DIAUTILW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY IS NOT LESS ALUNO-MATRICULA
             INVALID KEY
               MOVE 23 TO FS-ALUNOS
             NOT INVALID KEY
               READ ALUNOS NEXT RECORD
           END-START.
           PERFORM UNTIL FS-ALUNOS NOT = 0
               IF ALUNO-ATIVO
                   ADD 1 TO WRK-QT-ALUNOS
                   PERFORM 0300-FATURA-ALUNO
               END-IF
               READ ALUNOS NEXT RECORD
           END-PERFORM.
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
           IF WRK-PARAMETRO(13:4) = 'PER '
                   AND WRK-PARAMETRO(17:6) NOT = SPACES
               MOVE WRK-PARAMETRO(17:6) TO WRK-PERIODO
           ELSE
               MOVE SPACES TO WRK-PERIODO
               IF WRK-COMP-MES < 7
                   STRING WRK-COMP-ANO DELIMITED BY SIZE
                          '.1'         DELIMITED BY SIZE
                     INTO WRK-PERIODO
                   END-STRING
               ELSE
                   STRING WRK-COMP-ANO DELIMITED BY SIZE
                          '.2'         DELIMITED BY SIZE
                     INTO WRK-PERIODO
                   END-STRING
               END-IF
           END-IF.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE 'P' TO DIAUTIL-FUNCAO.
           COMPUTE DIAUTIL-DATA = WRK-COMPETENCIA * 100
                                + WRK-DIA-VENCIMENTO.
           CALL 'DIAUTIL' USING DIAUTIL-PARM.
           MOVE DIAUTIL-RESULTADO TO WRK-VENCIMENTO.
           OPEN INPUT ALUNOS.
           IF FS-ALUNOS NOT = 0
               DISPLAY "CADASTRO DE ALUNOS NAO FOI ABERTO, STATUS="
                       FS-ALUNOS " - CADASTRE PELO MANTALU"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TURMA.
           IF FS-TURMA NOT = 0
               DISPLAY "ARQUIVO DE TURMAS NAO FOI ABERTO, STATUS="
                       FS-TURMA
               CLOSE ALUNOS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT TABMENS.
           IF FS-TABMENS NOT = 0
               DISPLAY "TABELA DE MENSALIDADES NAO FOI ABERTA, STATUS="
                       FS-TABMENS " - CADASTRE PELO MANTMENS"
               CLOSE ALUNOS TURMA
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O MENSALID.
           IF FS-MENSALID = 35
               OPEN OUTPUT MENSALID
               CLOSE MENSALID
               OPEN I-O MENSALID
           END-IF.
           IF FS-MENSALID NOT = 0
               DISPLAY "ARQUIVO DE MENSALIDADES NAO FOI ABERTO, STATUS="
                       FS-MENSALID
               CLOSE ALUNOS TURMA TABMENS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM O CADASTRO DE CONTAS TODA MENSALIDADE E DE BALCAO.
           OPEN INPUT CONTAS.
           IF FS-CONTAS = 0
               MOVE 'S' TO WRK-CONTAS-ABERTO
           ELSE
               DISPLAY "CADASTRO DE CONTAS NAO FOI ABERTO - SEM DEBITO "
                       "AUTOMATICO NESTA EXECUCAO"
           END-IF.
           OPEN EXTEND AGENDA.
           IF FS-AGENDA = 35
               OPEN OUTPUT AGENDA
               CLOSE AGENDA
               OPEN EXTEND AGENDA
           END-IF.
           OPEN OUTPUT RELAT.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FATURAMENTO DE MENSALIDADES - COMPETENCIA '
                                       DELIMITED BY SIZE
                  WRK-COMPETENCIA      DELIMITED BY SIZE
                  '  PERIODO '         DELIMITED BY SIZE
                  WRK-PERIODO          DELIMITED BY SIZE
                  '  VENCIMENTO '      DELIMITED BY SIZE
                  WRK-VENCIMENTO       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.

      *    UMA MENSALIDADE POR ALUNO E COMPETENCIA: A QUE JA EXISTE
      *    (BAIXADA OU NAO) NUNCA E REFEITA NEM DUPLICADA.
       0300-FATURA-ALUNO             SECTION.
           MOVE ALUNO-MATRICULA TO FAT-MATRICULA.
           MOVE WRK-COMPETENCIA TO FAT-COMPETENCIA.
           READ MENSALID
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               ADD 1 TO WRK-QT-JA-FATURADOS
               GO TO 0300-SAIDA
           END-READ.
           PERFORM 0310-SOMA-MATERIAS.
           IF WRK-QT-TURMAS = ZEROS
               ADD 1 TO WRK-QT-SEM-TURMA
               GO TO 0300-SAIDA
           END-IF.
           IF WRK-QT-SEM-PRECO > ZEROS
               ADD 1 TO WRK-QT-PENDENTES
               MOVE 'NAO FATURADO - MATERIA SEM PRECO' TO WRK-MOTIVO
               PERFORM 0390-LINHA-PENDENCIA
               GO TO 0300-SAIDA
           END-IF.
           INITIALIZE FAT-REG.
           MOVE ALUNO-MATRICULA TO FAT-MATRICULA.
           MOVE WRK-COMPETENCIA TO FAT-COMPETENCIA.
           MOVE WRK-PERIODO     TO FAT-PERIODO.
           MOVE WRK-QT-TURMAS   TO FAT-QT-MATERIAS.
           MOVE WRK-VALOR       TO FAT-VALOR.
           MOVE WRK-HOJE        TO FAT-EMISSAO.
           MOVE WRK-VENCIMENTO  TO FAT-VENCIMENTO.
           SET FAT-ABERTA TO TRUE.
           MOVE 'BALCAO' TO WRK-FORMA.
           IF ALUNO-CONTA-RESP IS NUMERIC
                   AND ALUNO-CONTA-RESP NOT = ZEROS
               PERFORM 0320-VERIFICA-DEBITO
           END-IF.
           WRITE FAT-REG
             INVALID KEY
               ADD 1 TO WRK-QT-PENDENTES
               MOVE 'MENSALIDADE NAO GRAVADA' TO WRK-MOTIVO
               PERFORM 0390-LINHA-PENDENCIA
               GO TO 0300-SAIDA
           END-WRITE.
           IF FAT-DEBITO-AGENDADO
               PERFORM 0330-GRAVA-AGENDA
           END-IF.
           ADD 1 TO WRK-QT-FATURADOS.
           ADD FAT-VALOR TO WRK-TOT-VALOR.
           MOVE FAT-VALOR TO WRK-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING FAT-MATRICULA   DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ALUNO-NOME      DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  FAT-QT-MATERIAS DELIMITED BY SIZE
                  ' MAT '         DELIMITED BY SIZE
                  WRK-VALOR-ED    DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  WRK-FORMA       DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0300-SAIDA.
           EXIT.

      *    A MATRICULA VAI EM DIGITOS NO CAMPO DO ALUNO DA CHAVE DA
      *    TURMA; AS MATERIAS DO ALUNO FICAM JUNTAS NA ORDEM DA CHAVE.
       0310-SOMA-MATERIAS            SECTION.
           MOVE ZEROS TO WRK-QT-TURMAS WRK-QT-SEM-PRECO WRK-VALOR.
           MOVE SPACES TO WRK-ALUNO-CHAVE.
           MOVE ALUNO-MATRICULA TO WRK-ALUNO-CHAVE.
           MOVE LOW-VALUES TO TURMA-CHAVE.
           MOVE WRK-ALUNO-CHAVE TO TURMA-ALUNO.
           START TURMA KEY IS NOT LESS TURMA-CHAVE
             INVALID KEY
               MOVE 23 TO FS-TURMA
             NOT INVALID KEY
               READ TURMA NEXT RECORD
           END-START.
           PERFORM UNTIL FS-TURMA NOT = 0
                   OR TURMA-ALUNO NOT = WRK-ALUNO-CHAVE
               IF TURMA-PERIODO = WRK-PERIODO
                   ADD 1 TO WRK-QT-TURMAS
                   MOVE TURMA-MATERIA TO TABM-MATERIA
                   MOVE TURMA-PERIODO TO TABM-PERIODO
                   READ TABMENS
                     INVALID KEY
                       ADD 1 TO WRK-QT-SEM-PRECO
                       MOVE SPACES TO WRK-MOTIVO
                       STRING 'SEM PRECO: ' DELIMITED BY SIZE
                              TURMA-MATERIA DELIMITED BY SIZE
                         INTO WRK-MOTIVO
                       END-STRING
                       PERFORM 0390-LINHA-PENDENCIA
                     NOT INVALID KEY
                       ADD TABM-VALOR TO WRK-VALOR
                   END-READ
               END-IF
               READ TURMA NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-TURMA.

      *    CONTA INEXISTENTE OU FORA DE USO NAO IMPEDE A COBRANCA: A
      *    MENSALIDADE SAI PARA O BALCAO E O RELATORIO AVISA.
       0320-VERIFICA-DEBITO          SECTION.
           IF WRK-CONTAS-ABERTO NOT = 'S'
               GO TO 0320-SAIDA
           END-IF.
           MOVE ALUNO-CONTA-RESP TO CONTA-NUMERO.
           READ CONTAS
             INVALID KEY
               MOVE 'CONTA RESP NAO CADASTRADA - BALCAO' TO WRK-MOTIVO
               PERFORM 0390-LINHA-PENDENCIA
               GO TO 0320-SAIDA
           END-READ.
           IF NOT CONTA-ATIVA
               MOVE 'CONTA RESP NAO ATIVA - BALCAO' TO WRK-MOTIVO
               PERFORM 0390-LINHA-PENDENCIA
               GO TO 0320-SAIDA
           END-IF.
           SET FAT-DEBITO-AGENDADO TO TRUE.
           MOVE ALUNO-CONTA-RESP TO FAT-CONTA-DEB.
           MOVE SPACES TO WRK-FORMA.
           STRING 'DEBITO CONTA '  DELIMITED BY SIZE
                  ALUNO-CONTA-RESP DELIMITED BY SIZE
             INTO WRK-FORMA
           END-STRING.

       0320-SAIDA.
           EXIT.

      *    AGENDAMENTO UNICO (SEM FREQUENCIA), LANCADO PELO AGENDPAG
      *    NO VENCIMENTO. A DESCRICAO E A CHAVE DA CONCILIACAO DO
      *    INADALU: 'MENSALIDADE ' + MATRICULA + '/' + COMPETENCIA.
       0330-GRAVA-AGENDA             SECTION.
           MOVE FAT-CONTA-DEB  TO AGP-CONTA.
           MOVE FAT-VALOR      TO AGP-VALOR.
           MOVE SPACES         TO AGP-DESCRICAO.
           STRING 'MENSALIDADE '  DELIMITED BY SIZE
                  FAT-MATRICULA   DELIMITED BY SIZE
                  '/'             DELIMITED BY SIZE
                  FAT-COMPETENCIA DELIMITED BY SIZE
             INTO AGP-DESCRICAO
           END-STRING.
           MOVE FAT-VENCIMENTO TO AGP-VENCIMENTO.
           MOVE 'P'            TO AGP-SITUACAO.
           MOVE SPACE          TO AGP-FREQUENCIA.
           MOVE ZEROS          TO AGP-DIA AGP-DATA-FIM.
           MOVE SPACES         TO AGP-LINHA-BOLETO.
           WRITE AGENDA-REG.
           ADD 1 TO WRK-QT-DEBITO.

       0390-LINHA-PENDENCIA          SECTION.
           MOVE SPACES TO WRK-LINHA.
           STRING ALUNO-MATRICULA DELIMITED BY SIZE
                  ' '             DELIMITED BY SIZE
                  ALUNO-NOME      DELIMITED BY SIZE
                  ' *** '         DELIMITED BY SIZE
                  WRK-MOTIVO      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.

       0700-FINALIZAR                SECTION.
           MOVE SPACES TO WRK-LINHA.
           PERFORM 0800-GRAVA-LINHA.
           MOVE WRK-TOT-VALOR TO WRK-TOT-VALOR-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ALUNOS ATIVOS: '   DELIMITED BY SIZE
                  WRK-QT-ALUNOS       DELIMITED BY SIZE
                  '  FATURADOS: '     DELIMITED BY SIZE
                  WRK-QT-FATURADOS    DELIMITED BY SIZE
                  '  VALOR: '         DELIMITED BY SIZE
                  WRK-TOT-VALOR-ED    DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DEBITO AUTOMATICO: ' DELIMITED BY SIZE
                  WRK-QT-DEBITO         DELIMITED BY SIZE
                  '  JA FATURADOS: '    DELIMITED BY SIZE
                  WRK-QT-JA-FATURADOS   DELIMITED BY SIZE
                  '  SEM TURMA: '       DELIMITED BY SIZE
                  WRK-QT-SEM-TURMA      DELIMITED BY SIZE
                  '  PENDENTES: '       DELIMITED BY SIZE
                  WRK-QT-PENDENTES      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0800-GRAVA-LINHA.
           CLOSE ALUNOS TURMA TABMENS MENSALID AGENDA RELAT.
           IF WRK-CONTAS-ABERTO = 'S'
               CLOSE CONTAS
           END-IF.
           IF WRK-QT-PENDENTES > 0
               DISPLAY "HA ALUNOS NAO FATURADOS - VER FATMENS.RPT.TXT"
               MOVE 4 TO RETURN-CODE
           END-IF.

       0800-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO RELAT-REG.
           WRITE RELAT-REG.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-ALUNOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALUNOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALUNOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-TURMA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'TURMA.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TURMA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-TABMENS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'TABMENS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TABMENS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MENSALID.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MENSALID.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MENSALID
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-AGENDA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'AGENDA.PAG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-AGENDA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RELAT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FATMENS.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RELAT
           END-STRING.

       COPY CFGLER.
