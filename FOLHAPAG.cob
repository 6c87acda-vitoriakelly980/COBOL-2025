      *          SAI EM FOLHA.LIQ.TXT (MATRICULA + LIQUIDO EM DIGITOS
      *          CORRIDOS), A INTERFACE QUE O CREDITO DE SALARIOS
      *          (SALARIOS) LANCA NAS CONTAS.
      *          OS TOTAIS DA RODADA (BRUTO, PREVIDENCIA, RENDA E
      *          LIQUIDO) GANHAM UMA LINHA EM FOLHA.TOT.TXT (VIDE
      *          FOLTOTRG.cpy), QUE O LANCCTB CONTABILIZA NO RAZAO
      *          GERAL.
      *          SEM O ARQUIVO DE TABELAS, USA AS FAIXAS PADRAO
      *          EMBUTIDAS E AVISA. A COMISSAO DE VENDAS GRAVADA PELO
      *          COMISMES NAS VARIAVEIS DA COMPETENCIA ENTRA NO BRUTO.
      *          OS ENCARGOS DO EMPREGADOR SAEM DAS LINHAS DE ALIQUOTA
      *          DO MESMO FOLHA.TAB.TXT (TIPO 'F' = FGTS, 'P' =
      *          PREVIDENCIA PATRONAL, 'O' = OUTROS ENCARGOS COMO RAT E
      *          TERCEIROS - VARIAS LINHAS DO MESMO TIPO SOMAM; O TETO
      *          NAO E USADO E VAI ZERADO), APLICADAS SOBRE O BRUTO DE
      *          CADA FUNCIONARIO; SEM ESSAS LINHAS, USA 8% DE FGTS,
      *          20% PATRONAL E 7,8% DE OUTROS E AVISA. CADA PAGO GANHA
      *          UM REGISTRO EM ENCARGOS.DAT.TXT (VIDE ENCREG.cpy),
      *          DE ONDE O ENCARGOS TIRA A GUIA DO FGTS E O CUSTO DO
      *          EMPREGADOR; OS ENCARGOS SOMAM TAMBEM NO ACUMULADOR DO
      *          ANO E NA PAGINA DE TOTAIS.
      *          CADA DEPENDENTE ELEGIVEL NA COMPETENCIA (CADASTRO
      *          DEPENDENTES.DAT.TXT DO MANTDEP, VIDE DEPELEG.cpy)
      *          ABATE DO BRUTO, SO PARA O IMPOSTO DE RENDA, O VALOR
      *          POR DEPENDENTE DA LINHA TIPO 'D' DE FOLHA.TAB.TXT
      *          (VALOR NO CAMPO DO TETO, ALIQUOTA ZERADA; SEM A LINHA,
      *          189,59). A FAIXA E A ALIQUOTA DE RENDA SAEM DA BASE JA
      *          ABATIDA. FILHO QUE PASSOU DA IDADE TEM O FIM DA
      *          ELEGIBILIDADE GRAVADO NO CADASTRO.
      *          OS EMPRESTIMOS CONSIGNADOS ATIVOS (CONSIG.DAT.TXT DO
      *          MANTCSG, VIDE CSGREG.cpy) DESCONTAM UMA PARCELA POR
      *          COMPETENCIA DO LIQUIDO, ATE A MARGEM CONSIGNAVEL - O
      *          PERCENTUAL DO LIQUIDO DA LINHA TIPO 'M' DE
      *          FOLHA.TAB.TXT (NA ALIQUOTA, TETO ZERADO; SEM A LINHA,
      *          35%). O QUE NAO COUBE NA MARGEM FICA PENDENTE NO
      *          CONTRATO PARA O MES SEGUINTE; A ULTIMA PARCELA PAGA
      *          FECHA O CONTRATO. CADA PARCELA PROCESSADA SAI EM
      *          CONSIG.MOV.TXT (VIDE CSGMOVRG.cpy) PARA O REPASSE DO
      *          REMCONSG.
      *          CADA PAGO E APROPRIADO AO CENTRO DE CUSTO EM QUE ESTA
      *          LOTADO NO MES DA COMPETENCIA (LOTACAO.DAT.TXT DO
      *          MANTCC, VIDE LOTACHA.cpy; TRANSFERENCIA NO MEIO DO MES
      *          LEVA O MES INTEIRO PARA O CENTRO NOVO). O CENTRO VAI NO
      *          REGISTRO DE ENCARGOS E A PAGINA DE TOTAIS FECHA COM O
      *          BRUTO E OS ENCARGOS DE CADA CENTRO; O CUSTOCC TIRA DAI
      *          O RELATORIO E A EXPORTACAO CONTABIL POR CENTRO.
      *          COMO O FOLHA.PAG.TXT E REESCRITO A CADA RODADA, AS
      *          LINHAS DO CONTRACHEQUE DE CADA PAGO E O RESUMO DO MES
      *          FICAM TAMBEM NO ARQUIVO HOLERITE.DAT.TXT (VIDE
      *          HOLREG.cpy), DE ONDE SAEM A SEGUNDA VIA (REIMPHOL) E O
      *          HISTORICO DO FUNCIONARIO (HISTHOL).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-LIQUIDOS.

           SELECT FOLHATOT ASSIGN TO WRK-ARQ-FOLHATOT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FOLHATOT.

           SELECT FOLHACUM ASSIGN TO WRK-ARQ-FOLHACUM
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FERIAS
               RECORD KEY      IS FERIAS-CHAVE.

           SELECT ENCARGOS ASSIGN TO WRK-ARQ-ENCARGOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ENCARGOS
               RECORD KEY      IS ENC-CHAVE.

           SELECT DEPENDENTES ASSIGN TO WRK-ARQ-DEPENDENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-DEPENDENTES
               RECORD KEY      IS DEP-CHAVE.

           SELECT CONSIG ASSIGN TO WRK-ARQ-CONSIG
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CONSIG
               RECORD KEY      IS CSG-CHAVE.

           SELECT CONSMOV ASSIGN TO WRK-ARQ-CONSMOV
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CONSMOV.

           SELECT LOTACAO ASSIGN TO WRK-ARQ-LOTACAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-LOTACAO
               RECORD KEY      IS LOT-CHAVE.

           SELECT HOLERITE ASSIGN TO WRK-ARQ-HOLERITE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-HOLERITE
               RECORD KEY      IS HOL-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
           05 LIQ-FUNC-ID               PIC 9(05).
           05 LIQ-VALOR                 PIC 9(10)V99.

       FD  FOLHATOT.
       COPY FOLTOTRG.

       FD  FOLHACUM.
       COPY ACUMREG.

       FD  FERIAS.
       COPY FERIREG.

       FD  ENCARGOS.
       COPY ENCREG.

       FD  DEPENDENTES.
       COPY DEPREG.

       FD  CONSIG.
       COPY CSGREG.

       FD  CONSMOV.
       COPY CSGMOVRG.

       FD  LOTACAO.
       COPY LOTREG.

       FD  HOLERITE.
       COPY HOLREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-LIQUIDOS             PIC X(80) VALUE SPACES.
       77  FS-LIQUIDOS                  PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-FOLHACUM             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FOLHATOT             PIC X(80) VALUE SPACES.
       77  FS-FOLHATOT                  PIC 9(02) VALUE ZEROS.
       77  FS-FOLHACUM                  PIC 9(02) VALUE ZEROS.
       77  WRK-ANO-FOLHA                PIC 9(04) VALUE ZEROS.
       77  WRK-ARQ-VARIAVEIS            PIC X(80) VALUE SPACES.
       77  WRK-TOT-BRUTO                PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-DESCONTOS            PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-LIQUIDO              PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-INSS                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-IRRF                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ARQ-ENCARGOS             PIC X(80) VALUE SPACES.
       77  FS-ENCARGOS                  PIC 9(02) VALUE ZEROS.
       77  WRK-ENC-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-TEM-ENCARGOS             PIC X(01) VALUE 'N'.
       77  WRK-ALIQ-FGTS                PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-PATRONAL            PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ALIQ-OUTROS              PIC 9(02)V99 VALUE ZEROS.
       77  WRK-ENC-FGTS                 PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ENC-PATRONAL             PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ENC-OUTROS               PIC 9(10)V99 VALUE ZEROS.
       77  WRK-TOT-FGTS                 PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-PATRONAL             PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-OUTROS               PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ARQ-DEPENDENTES          PIC X(80) VALUE SPACES.
       77  FS-DEPENDENTES               PIC 9(02) VALUE ZEROS.
       77  WRK-DEP-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-TEM-VALOR-DEP            PIC X(01) VALUE 'N'.
       77  WRK-VALOR-DEPENDENTE         PIC 9(08)V99 VALUE ZEROS.
       77  WRK-QT-DEP                   PIC 9(02) VALUE ZEROS.
       77  WRK-QT-DEP-TOTAL             PIC 9(05) VALUE ZEROS.
       77  WRK-DEDUCAO-DEP              PIC 9(10)V99 VALUE ZEROS.
       77  WRK-BASE-IRRF                PIC 9(10)V99 VALUE ZEROS.
       77  WRK-ARQ-CONSIG               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONSMOV              PIC X(80) VALUE SPACES.
       77  FS-CONSIG                    PIC 9(02) VALUE ZEROS.
       77  FS-CONSMOV                   PIC 9(02) VALUE ZEROS.
       77  WRK-CSG-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-TEM-MARGEM               PIC X(01) VALUE 'N'.
       77  WRK-PCT-MARGEM               PIC 9(02)V99 VALUE ZEROS.
       77  WRK-MARGEM                   PIC 9(10)V99 VALUE ZEROS.
       77  WRK-CSG-DEVIDO               PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CSG-DESC                 PIC 9(08)V99 VALUE ZEROS.
       77  WRK-CONSIGNADO               PIC 9(10)V99 VALUE ZEROS.
       77  WRK-QT-PARCELAS-CSG          PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CONSIGNADO           PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-CSG-PENDENTE         PIC 9(12)V99 VALUE ZEROS.
       77  WRK-ARQ-LOTACAO              PIC X(80) VALUE SPACES.
       77  FS-LOTACAO                   PIC 9(02) VALUE ZEROS.
       77  WRK-LOT-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-ARQ-HOLERITE             PIC X(80) VALUE SPACES.
       77  FS-HOLERITE                  PIC 9(02) VALUE ZEROS.
       77  WRK-HOL-ABERTO               PIC X(01) VALUE 'N'.
      *    CONTRACHEQUE EM MONTAGEM: ENQUANTO 'S', CADA LINHA GRAVADA
      *    NO FOLHA.PAG.TXT VAI TAMBEM PARA O HOLERITE.DAT.TXT.
       77  WRK-HOL-ATIVO                PIC X(01) VALUE 'N'.
       77  WRK-HOL-LINHA                PIC 9(03) VALUE ZEROS.
       77  WRK-HOL-EXCLUIDOS            PIC 9(07) VALUE ZEROS.
       77  WRK-CCUSTO                   PIC X(06) VALUE SPACES.
       77  WRK-QT-CC                    PIC 9(03) VALUE ZEROS.
       77  WRK-C                        PIC 9(03) VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED2                PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-VALOR-ED3                PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOT-ED                   PIC Z.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(100) VALUE SPACES.
       COPY DEPWS.
       COPY LOTWS.
      *    BRUTO E ENCARGOS POR CENTRO DE CUSTO PARA A PAGINA DE
      *    TOTAIS; PASSANDO DE 50 CENTROS, O RESTO SOMA NA ULTIMA
      *    LINHA ('DEMAIS').
       01  WRK-CENTROS.
           05 WRK-CC-ITEM OCCURS 50 TIMES.
              10 WRK-CC-CODIGO          PIC X(06).
              10 WRK-CC-QT              PIC 9(05).
              10 WRK-CC-BRUTO           PIC 9(12)V99.
              10 WRK-CC-ENCARGOS        PIC 9(12)V99.
      *    TABELAS DE FAIXAS EM MEMORIA: TETO CRESCENTE; O SALARIO
      *    PAGA A ALIQUOTA DA PRIMEIRA FAIXA CUJO TETO O COMPORTA.
       01  WRK-FAIXAS-INSS.
                   PERFORM 0150-FAIXAS-PADRAO
               END-IF
           END-IF.
           IF WRK-TEM-ENCARGOS = 'N'
               DISPLAY "SEM ALIQUOTAS DE ENCARGOS NA TABELA - USANDO "
                       "AS ALIQUOTAS PADRAO EMBUTIDAS"
               MOVE 08,00 TO WRK-ALIQ-FGTS
               MOVE 20,00 TO WRK-ALIQ-PATRONAL
               MOVE 07,80 TO WRK-ALIQ-OUTROS
           END-IF.
           IF WRK-TEM-VALOR-DEP = 'N'
               MOVE 189,59 TO WRK-VALOR-DEPENDENTE
           END-IF.
           IF WRK-TEM-MARGEM = 'N'
               MOVE 35,00 TO WRK-PCT-MARGEM
           END-IF.

       0120-CARREGA-FAIXA            SECTION.
           IF TAB-TETO NOT NUMERIC OR TAB-ALIQUOTA NOT NUMERIC
                       COMPUTE WRK-IRRF-ALIQ(WRK-QT-IRRF) =
                               FUNCTION NUMVAL(TAB-ALIQUOTA) / 100
                   END-IF
                 WHEN 'F'
                   MOVE 'S' TO WRK-TEM-ENCARGOS
                   COMPUTE WRK-ALIQ-FGTS = WRK-ALIQ-FGTS
                           + FUNCTION NUMVAL(TAB-ALIQUOTA) / 100
                 WHEN 'P'
                   MOVE 'S' TO WRK-TEM-ENCARGOS
                   COMPUTE WRK-ALIQ-PATRONAL = WRK-ALIQ-PATRONAL
                           + FUNCTION NUMVAL(TAB-ALIQUOTA) / 100
                 WHEN 'O'
                   MOVE 'S' TO WRK-TEM-ENCARGOS
                   COMPUTE WRK-ALIQ-OUTROS = WRK-ALIQ-OUTROS
                           + FUNCTION NUMVAL(TAB-ALIQUOTA) / 100
                 WHEN 'D'
                   MOVE 'S' TO WRK-TEM-VALOR-DEP
                   COMPUTE WRK-VALOR-DEPENDENTE =
                           FUNCTION NUMVAL(TAB-TETO) / 100
                 WHEN 'M'
                   MOVE 'S' TO WRK-TEM-MARGEM
                   COMPUTE WRK-PCT-MARGEM =
                           FUNCTION NUMVAL(TAB-ALIQUOTA) / 100
                 WHEN OTHER
                   DISPLAY "TIPO DE FAIXA DESCONHECIDO IGNORADO: "
                           TAB-TIPO
           OPEN OUTPUT LIQUIDOS.
           MOVE FUNCTION CURRENT-DATE(1:4) TO WRK-ANO-FOLHA.
           MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-COMPETENCIA.
           MOVE WRK-COMPETENCIA TO WRK-DEP-COMP.
           INITIALIZE WRK-CENTROS.
           OPEN I-O DEPENDENTES.
           IF FS-DEPENDENTES = 0
               MOVE 'S' TO WRK-DEP-ABERTO
           END-IF.
           OPEN INPUT VARIAVEIS.
           IF FS-VARIAVEIS = 0
               MOVE 'S' TO WRK-VAR-ABERTO
               CLOSE FOLHACUM
               OPEN I-O FOLHACUM
           END-IF.
           OPEN I-O ENCARGOS.
           IF FS-ENCARGOS = 35
               OPEN OUTPUT ENCARGOS
               CLOSE ENCARGOS
               OPEN I-O ENCARGOS
           END-IF.
           IF FS-ENCARGOS = 0
               MOVE 'S' TO WRK-ENC-ABERTO
           ELSE
               DISPLAY "ENCARGOS.DAT.TXT NAO FOI ABERTO, STATUS="
                       FS-ENCARGOS " - ENCARGOS SO NOS TOTAIS"
           END-IF.
           OPEN I-O CONSIG.
           IF FS-CONSIG = 0
               MOVE 'S' TO WRK-CSG-ABERTO
           END-IF.
           OPEN OUTPUT CONSMOV.
           OPEN INPUT LOTACAO.
           IF FS-LOTACAO = 0
               MOVE 'S' TO WRK-LOT-ABERTO
           ELSE
               DISPLAY "SEM CADASTRO DE LOTACAO - CUSTO TODO SEM "
                       "CENTRO"
           END-IF.
           OPEN I-O HOLERITE.
           IF FS-HOLERITE = 35
               OPEN OUTPUT HOLERITE
               CLOSE HOLERITE
               OPEN I-O HOLERITE
           END-IF.
           IF FS-HOLERITE = 0
               MOVE 'S' TO WRK-HOL-ABERTO
               PERFORM 0210-LIMPA-HOLERITES
           ELSE
               DISPLAY "HOLERITE.DAT.TXT NAO FOI ABERTO, STATUS="
                       FS-HOLERITE " - CONTRACHEQUES NAO ARQUIVADOS"
           END-IF.
           MOVE 'FOLHA DE PAGAMENTO' TO WRK-LINHA.
           PERFORM 0500-GRAVA-LINHA.
           MOVE ZEROS TO FUNC-ID.
           CLOSE FUNCIONARIOS.
           CLOSE LIQUIDOS.
           CLOSE FOLHACUM.
           IF WRK-ENC-ABERTO = 'S'
               CLOSE ENCARGOS
           END-IF.
           IF WRK-DEP-ABERTO = 'S'
               CLOSE DEPENDENTES
           END-IF.
           IF WRK-CSG-ABERTO = 'S'
               CLOSE CONSIG
           END-IF.
           CLOSE CONSMOV.
           IF WRK-LOT-ABERTO = 'S'
               CLOSE LOTACAO
           END-IF.
           IF WRK-HOL-ABERTO = 'S'
               CLOSE HOLERITE
           END-IF.
           IF WRK-VAR-ABERTO = 'S'
               PERFORM 0450-CONFERE-VARIAVEIS
               CLOSE VARIAVEIS
      *    SALARIO/30 POR DIA, BONUS E DESCONTO FIXOS); AS FAIXAS DE
      *    DESCONTO INCIDEM SOBRE O BRUTO AJUSTADO.
       0250-PAGA-UM                  SECTION.
           MOVE ZEROS TO WRK-HOL-LINHA.
           MOVE WRK-HOL-ABERTO TO WRK-HOL-ATIVO.
           PERFORM 0240-APLICA-VARIAVEIS.
           PERFORM 0245-APLICA-FERIAS.
           PERFORM 0255-DEPENDENTES.
           PERFORM 0260-ACHA-ALIQUOTAS.
           COMPUTE WRK-DESC-INSS ROUNDED =
                   WRK-BRUTO * WRK-ALIQ-INSS / 100.
           COMPUTE WRK-DESC-IRRF ROUNDED =
                   WRK-BASE-IRRF * WRK-ALIQ-IRRF / 100.
           COMPUTE WRK-LIQUIDO =
                   WRK-BRUTO - WRK-DESC-INSS - WRK-DESC-IRRF.
           PERFORM 0275-CONSIGNADOS.
           ADD 1 TO WRK-QT-PAGOS.
           ADD WRK-BRUTO     TO WRK-TOT-BRUTO.
           ADD WRK-DESC-INSS TO WRK-TOT-DESCONTOS.
           ADD WRK-DESC-IRRF TO WRK-TOT-DESCONTOS.
           ADD WRK-CONSIGNADO TO WRK-TOT-DESCONTOS.
           ADD WRK-LIQUIDO   TO WRK-TOT-LIQUIDO.
           ADD WRK-DESC-INSS TO WRK-TOT-INSS.
           ADD WRK-DESC-IRRF TO WRK-TOT-IRRF.
           MOVE WRK-BRUTO    TO WRK-VALOR-ED.
           COMPUTE WRK-VALOR-ED2 = WRK-DESC-INSS + WRK-DESC-IRRF
                   + WRK-CONSIGNADO.
           MOVE WRK-LIQUIDO  TO WRK-VALOR-ED3.
           MOVE FUNC-ID      TO LIQ-FUNC-ID.
           MOVE WRK-LIQUIDO  TO LIQ-VALOR.
           WRITE LIQUIDOS-REG.
           PERFORM 0270-ENCARGOS.
           PERFORM 0280-ACUMULA-ANO.
           MOVE SPACES TO WRK-LINHA.
           STRING FUNC-ID         DELIMITED BY SIZE
                      VAR-BONUS           DELIMITED BY SIZE
                      ' DESCONTO '        DELIMITED BY SIZE
                      VAR-DESCONTO        DELIMITED BY SIZE
                      ' COMISSAO '        DELIMITED BY SIZE
                      VAR-COMISSAO        DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0500-GRAVA-LINHA
           END-IF.
           IF WRK-QT-DEP > ZEROS
               MOVE WRK-DEDUCAO-DEP TO WRK-VALOR-ED
               MOVE SPACES TO WRK-LINHA
               STRING '   DEPENDENTES NO IR: ' DELIMITED BY SIZE
                      WRK-QT-DEP               DELIMITED BY SIZE
                      ' DEDUCAO '              DELIMITED BY SIZE
                      WRK-VALOR-ED             DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0500-GRAVA-LINHA
           END-IF.
           IF WRK-HOL-ATIVO = 'S'
               PERFORM 0295-RESUMO-HOLERITE
           END-IF.

      *    RODADA REPETIDA NA COMPETENCIA: OS CONTRACHEQUES ARQUIVADOS
      *    DA RODADA ANTERIOR SAEM ANTES DE A FOLHA GRAVAR OS NOVOS.
       0210-LIMPA-HOLERITES          SECTION.
           MOVE ZEROS TO WRK-HOL-EXCLUIDOS.
           MOVE WRK-COMPETENCIA TO HOL-COMPETENCIA.
           MOVE ZEROS           TO HOL-FUNC-ID HOL-LINHA.
           START HOLERITE KEY IS NOT LESS HOL-CHAVE
             INVALID KEY
               MOVE 23 TO FS-HOLERITE
           END-START.
           IF FS-HOLERITE = 0
               READ HOLERITE NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-HOLERITE NOT = 0
                   OR HOL-COMPETENCIA NOT = WRK-COMPETENCIA
               DELETE HOLERITE RECORD
               ADD 1 TO WRK-HOL-EXCLUIDOS
               READ HOLERITE NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-HOLERITE.
           IF WRK-HOL-EXCLUIDOS > ZEROS
               DISPLAY "CONTRACHEQUES ARQUIVADOS DA COMPETENCIA "
                       "SUBSTITUIDOS - LINHAS EXCLUIDAS: "
                       WRK-HOL-EXCLUIDOS
           END-IF.

      *    LINHA 000 DO CONTRACHEQUE ARQUIVADO: O RESUMO DO MES PARA O
      *    HISTORICO DO HISTHOL.
       0295-RESUMO-HOLERITE          SECTION.
           MOVE 'N' TO WRK-HOL-ATIVO.
           MOVE SPACES          TO HOL-REG.
           MOVE WRK-COMPETENCIA TO HOL-COMPETENCIA.
           MOVE FUNC-ID         TO HOL-FUNC-ID.
           MOVE ZEROS           TO HOL-LINHA.
           MOVE FUNC-NOME       TO HOL-NOME.
           MOVE WRK-BRUTO       TO HOL-BRUTO.
           COMPUTE HOL-DESCONTOS = WRK-DESC-INSS + WRK-DESC-IRRF
                   + WRK-CONSIGNADO.
           MOVE WRK-LIQUIDO     TO HOL-LIQUIDO.
           ACCEPT HOL-DATA-RODADA FROM DATE YYYYMMDD.
           WRITE HOL-REG
             INVALID KEY
               DISPLAY "RESUMO DO CONTRACHEQUE NAO ARQUIVADO: "
                       FUNC-ID
           END-WRITE.

      *    BASE DO IMPOSTO DE RENDA = BRUTO MENOS O VALOR POR
      *    DEPENDENTE ELEGIVEL NA COMPETENCIA (VIDE DEPELEG.cpy).
       0255-DEPENDENTES              SECTION.
           MOVE ZEROS     TO WRK-QT-DEP WRK-DEDUCAO-DEP.
           MOVE WRK-BRUTO TO WRK-BASE-IRRF.
           IF WRK-DEP-ABERTO NOT = 'S'
               GO TO 0255-SAIDA
           END-IF.
           MOVE FUNC-ID TO DEP-FUNC-ID.
           MOVE ZEROS   TO DEP-SEQ.
           START DEPENDENTES KEY IS NOT LESS DEP-CHAVE
             INVALID KEY
               GO TO 0255-SAIDA
           END-START.
           READ DEPENDENTES NEXT RECORD
           PERFORM UNTIL FS-DEPENDENTES NOT = 0
                         OR DEP-FUNC-ID NOT = FUNC-ID
               PERFORM 9670-DEP-ELEGIVEL
               IF DEP-ELEGIVEL
                   ADD 1 TO WRK-QT-DEP
               END-IF
               IF DEP-PASSOU-IDADE AND DEP-FIM = ZEROS
                   MOVE DEP-NASCIMENTO TO WRK-DEP-DATA
                   ADD WRK-DEP-IDADE-LIMITE TO WRK-DEP-D-ANO
                   MOVE WRK-DEP-DATA TO DEP-FIM
                   REWRITE DEP-REG
                     INVALID KEY
                       DISPLAY "DEPENDENTE NAO ENCERRADO: " FUNC-ID
                   END-REWRITE
               END-IF
               READ DEPENDENTES NEXT RECORD
           END-PERFORM.
           ADD WRK-QT-DEP TO WRK-QT-DEP-TOTAL.
           COMPUTE WRK-DEDUCAO-DEP =
                   WRK-QT-DEP * WRK-VALOR-DEPENDENTE.
           IF WRK-DEDUCAO-DEP < WRK-BRUTO
               SUBTRACT WRK-DEDUCAO-DEP FROM WRK-BASE-IRRF
           ELSE
               MOVE ZEROS TO WRK-BASE-IRRF
           END-IF.

       0255-SAIDA.
           EXIT.

      *    O BRUTO DO MES = SALARIO BASE AJUSTADO PELAS VARIAVEIS DA
      *    COMPETENCIA (HORA EXTRA A SALARIO/220 + 50%, FALTA A
      *    SALARIO/30 POR DIA, BONUS E DESCONTO FIXOS, COMISSAO DE
      *    VENDAS DO COMISMES).
       0240-APLICA-VARIAVEIS         SECTION.
           MOVE 'N' TO WRK-TEM-VARIAVEIS.
           MOVE FUNC-SALARIO TO WRK-BRUTO.
                   VAR-DIAS-FALTA * (FUNC-SALARIO / 30).
           COMPUTE WRK-BRUTO = FUNC-SALARIO + WRK-VALOR-HE
                   - WRK-DESC-FALTAS + VAR-BONUS - VAR-DESCONTO.
           IF VAR-COMISSAO IS NUMERIC
               ADD VAR-COMISSAO TO WRK-BRUTO
           ELSE
               MOVE ZEROS TO VAR-COMISSAO
           END-IF.

       0240-SAIDA.
           EXIT.
           WRITE REJVAR-REG.

      *    O BRUTO AJUSTADO PAGA A ALIQUOTA DA PRIMEIRA FAIXA CUJO
      *    TETO O COMPORTA, EM CADA TABELA (NA DE RENDA, A BASE JA
      *    ABATIDA DOS DEPENDENTES).
       0260-ACHA-ALIQUOTAS           SECTION.
           MOVE ZEROS TO WRK-ALIQ-INSS WRK-ALIQ-IRRF.
           PERFORM VARYING WRK-T FROM WRK-QT-INSS BY -1
           END-PERFORM.
           PERFORM VARYING WRK-T FROM WRK-QT-IRRF BY -1
                   UNTIL WRK-T < 1
               IF WRK-BASE-IRRF <= WRK-IRRF-TETO(WRK-T)
                   MOVE WRK-IRRF-ALIQ(WRK-T) TO WRK-ALIQ-IRRF
               END-IF
           END-PERFORM.

      *    ENCARGOS DO EMPREGADOR SOBRE O BRUTO DO MES, GRAVADOS POR
      *    COMPETENCIA PARA A GUIA DO FGTS E O CUSTO (VIDE ENCREG.cpy).
       0270-ENCARGOS                 SECTION.
           COMPUTE WRK-ENC-FGTS ROUNDED =
                   WRK-BRUTO * WRK-ALIQ-FGTS / 100.
           COMPUTE WRK-ENC-PATRONAL ROUNDED =
                   WRK-BRUTO * WRK-ALIQ-PATRONAL / 100.
           COMPUTE WRK-ENC-OUTROS ROUNDED =
                   WRK-BRUTO * WRK-ALIQ-OUTROS / 100.
           ADD WRK-ENC-FGTS     TO WRK-TOT-FGTS.
           ADD WRK-ENC-PATRONAL TO WRK-TOT-PATRONAL.
           ADD WRK-ENC-OUTROS   TO WRK-TOT-OUTROS.
           PERFORM 0272-CENTRO-CUSTO.
           IF WRK-ENC-ABERTO NOT = 'S'
               GO TO 0270-SAIDA
           END-IF.
           MOVE WRK-COMPETENCIA  TO ENC-COMPETENCIA.
           MOVE FUNC-ID          TO ENC-FUNC-ID.
           MOVE WRK-BRUTO        TO ENC-BASE.
           MOVE WRK-ENC-FGTS     TO ENC-FGTS.
           MOVE WRK-ENC-PATRONAL TO ENC-PATRONAL.
           MOVE WRK-ENC-OUTROS   TO ENC-OUTROS.
           MOVE WRK-CCUSTO       TO ENC-CCUSTO.
           WRITE ENC-REG
             INVALID KEY
               REWRITE ENC-REG
                 INVALID KEY
                   DISPLAY "ENCARGOS NAO GRAVADOS: " FUNC-ID
               END-REWRITE
           END-WRITE.

       0270-SAIDA.
           EXIT.

      *    CENTRO EM VIGOR EM QUALQUER DIA DO MES DA COMPETENCIA (A
      *    ULTIMA LOTACAO COM INICIO ATE O FIM DO MES) E SOMA NA
      *    TABELA DE CENTROS DA PAGINA DE TOTAIS.
       0272-CENTRO-CUSTO             SECTION.
           MOVE SPACES TO WRK-CCUSTO.
           IF WRK-LOT-ABERTO = 'S'
               MOVE FUNC-ID TO WRK-LOT-FUNC-ID
               COMPUTE WRK-LOT-DATA = WRK-COMPETENCIA * 100 + 31
               PERFORM 9680-ACHA-LOTACAO
               MOVE WRK-LOT-CCUSTO TO WRK-CCUSTO
           END-IF.
           PERFORM VARYING WRK-C FROM 1 BY 1
                   UNTIL WRK-C > WRK-QT-CC
                      OR WRK-CC-CODIGO(WRK-C) = WRK-CCUSTO
               CONTINUE
           END-PERFORM.
           IF WRK-C > WRK-QT-CC
               IF WRK-QT-CC < 50
                   ADD 1 TO WRK-QT-CC
                   MOVE WRK-QT-CC  TO WRK-C
                   MOVE WRK-CCUSTO TO WRK-CC-CODIGO(WRK-C)
               ELSE
                   MOVE 50       TO WRK-C
                   MOVE 'DEMAIS' TO WRK-CC-CODIGO(WRK-C)
               END-IF
           END-IF.
           ADD 1 TO WRK-CC-QT(WRK-C).
           ADD WRK-BRUTO TO WRK-CC-BRUTO(WRK-C).
           COMPUTE WRK-CC-ENCARGOS(WRK-C) = WRK-CC-ENCARGOS(WRK-C)
                   + WRK-ENC-FGTS + WRK-ENC-PATRONAL + WRK-ENC-OUTROS.

      *    PARCELAS DOS CONSIGNADOS DO FUNCIONARIO (VIDE CSGREG.cpy).
      *    A MARGEM E O PERCENTUAL DO LIQUIDO JA SEM PREVIDENCIA E
      *    RENDA; CADA CONTRATO, NA ORDEM DA SEQUENCIA, DESCONTA O
      *    DEVIDO (PARCELA DO MES MAIS O PENDENTE) ATE O QUE RESTA DA
      *    MARGEM. CONTRATO JA PROCESSADO NA COMPETENCIA (RODADA
      *    REPETIDA) VOLTA A POSICAO DE ANTES E E REFEITO.
       0275-CONSIGNADOS              SECTION.
           MOVE ZEROS TO WRK-CONSIGNADO.
           IF WRK-CSG-ABERTO NOT = 'S'
               GO TO 0275-SAIDA
           END-IF.
           COMPUTE WRK-MARGEM ROUNDED =
                   WRK-LIQUIDO * WRK-PCT-MARGEM / 100.
           MOVE FUNC-ID TO CSG-FUNC-ID.
           MOVE ZEROS   TO CSG-SEQ.
           START CONSIG KEY IS NOT LESS CSG-CHAVE
             INVALID KEY
               GO TO 0275-SAIDA
           END-START.
           READ CONSIG NEXT RECORD
           PERFORM UNTIL FS-CONSIG NOT = 0
                         OR CSG-FUNC-ID NOT = FUNC-ID
               IF NOT CSG-CANCELADO
                       AND CSG-ULT-COMP = WRK-COMPETENCIA
                   MOVE CSG-ANT-PAGAS    TO CSG-QT-PAGAS
                   MOVE CSG-ANT-NAO-DESC TO CSG-NAO-DESCONTADO
                   SET CSG-ATIVO TO TRUE
                   PERFORM 0276-DESCONTA-PARCELA
               ELSE
                   IF CSG-ATIVO
                           AND CSG-PRIMEIRA-COMP <= WRK-COMPETENCIA
                           AND CSG-ULT-COMP < WRK-COMPETENCIA
                       MOVE CSG-QT-PAGAS       TO CSG-ANT-PAGAS
                       MOVE CSG-NAO-DESCONTADO TO CSG-ANT-NAO-DESC
                       PERFORM 0276-DESCONTA-PARCELA
                   END-IF
               END-IF
               READ CONSIG NEXT RECORD
           END-PERFORM.
           SUBTRACT WRK-CONSIGNADO FROM WRK-LIQUIDO.

       0275-SAIDA.
           EXIT.

       0276-DESCONTA-PARCELA         SECTION.
           IF CSG-QT-PAGAS < CSG-QT-PARCELAS
               ADD 1 TO CSG-QT-PAGAS
               COMPUTE WRK-CSG-DEVIDO =
                       CSG-VALOR-PARCELA + CSG-NAO-DESCONTADO
           ELSE
               MOVE CSG-NAO-DESCONTADO TO WRK-CSG-DEVIDO
           END-IF.
           IF WRK-CSG-DEVIDO <= WRK-MARGEM
               MOVE WRK-CSG-DEVIDO TO WRK-CSG-DESC
           ELSE
               MOVE WRK-MARGEM     TO WRK-CSG-DESC
           END-IF.
           SUBTRACT WRK-CSG-DESC FROM WRK-MARGEM.
           COMPUTE CSG-NAO-DESCONTADO = WRK-CSG-DEVIDO - WRK-CSG-DESC.
           MOVE WRK-COMPETENCIA TO CSG-ULT-COMP.
           IF CSG-QT-PAGAS >= CSG-QT-PARCELAS
                   AND CSG-NAO-DESCONTADO = ZEROS
               SET CSG-QUITADO TO TRUE
           END-IF.
           REWRITE CSG-REG
             INVALID KEY
               DISPLAY "CONSIGNADO NAO REGRAVADO: " FUNC-ID
                       " SEQ " CSG-SEQ
           END-REWRITE.
           ADD WRK-CSG-DESC       TO WRK-CONSIGNADO.
           ADD WRK-CSG-DESC       TO WRK-TOT-CONSIGNADO.
           ADD CSG-NAO-DESCONTADO TO WRK-TOT-CSG-PENDENTE.
           ADD 1                  TO WRK-QT-PARCELAS-CSG.
           MOVE WRK-COMPETENCIA    TO CMOV-COMPETENCIA.
           MOVE CSG-CREDOR         TO CMOV-CREDOR.
           MOVE FUNC-ID            TO CMOV-FUNC-ID.
           MOVE CSG-CONTRATO       TO CMOV-CONTRATO.
           MOVE CSG-QT-PAGAS       TO CMOV-PARCELA.
           MOVE CSG-QT-PARCELAS    TO CMOV-QT-PARCELAS.
           MOVE WRK-CSG-DEVIDO     TO CMOV-DEVIDO.
           MOVE WRK-CSG-DESC       TO CMOV-DESCONTADO.
           MOVE CSG-NAO-DESCONTADO TO CMOV-PENDENTE.
           WRITE CMOV-REG.
           MOVE WRK-CSG-DESC       TO WRK-VALOR-ED.
           MOVE CSG-NAO-DESCONTADO TO WRK-VALOR-ED2.
           MOVE SPACES TO WRK-LINHA.
           STRING '   CONSIGNADO: '  DELIMITED BY SIZE
                  CSG-CREDOR         DELIMITED BY SIZE
                  ' PARC '           DELIMITED BY SIZE
                  CSG-QT-PAGAS       DELIMITED BY SIZE
                  '/'                DELIMITED BY SIZE
                  CSG-QT-PARCELAS    DELIMITED BY SIZE
                  ' DESC '           DELIMITED BY SIZE
                  WRK-VALOR-ED       DELIMITED BY SIZE
                  ' PENDENTE '       DELIMITED BY SIZE
                  WRK-VALOR-ED2      DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.

      *    ACUMULADOR DO ANO (VIDE ACUMREG.cpy): A RODADA DO MES SOMA
      *    EM CIMA DO QUE O ANO JA TEM; FUNCIONARIO NOVO NO ANO ENTRA
      *    ZERADO. O INFORME DE RENDIMENTOS SAI PELO INFORREN.
               MOVE WRK-ANO-FOLHA TO ACUM-ANO
               MOVE FUNC-ID       TO ACUM-FUNC-ID
               MOVE ZEROS TO ACUM-BRUTO ACUM-INSS ACUM-IRRF
                             ACUM-LIQUIDO ACUM-FGTS ACUM-ENCARGOS
               ADD WRK-BRUTO     TO ACUM-BRUTO
               ADD WRK-DESC-INSS TO ACUM-INSS
               ADD WRK-DESC-IRRF TO ACUM-IRRF
               ADD WRK-LIQUIDO   TO ACUM-LIQUIDO
               ADD WRK-ENC-FGTS  TO ACUM-FGTS
               COMPUTE ACUM-ENCARGOS = WRK-ENC-PATRONAL
                       + WRK-ENC-OUTROS
               WRITE ACUM-REG
                 INVALID KEY
                   DISPLAY "ACUMULADOR NAO GRAVADO: " FUNC-ID
               END-WRITE
             NOT INVALID KEY
               IF ACUM-FGTS NOT NUMERIC
                       OR ACUM-ENCARGOS NOT NUMERIC
                   MOVE ZEROS TO ACUM-FGTS ACUM-ENCARGOS
               END-IF
               ADD WRK-BRUTO     TO ACUM-BRUTO
               ADD WRK-DESC-INSS TO ACUM-INSS
               ADD WRK-DESC-IRRF TO ACUM-IRRF
               ADD WRK-LIQUIDO   TO ACUM-LIQUIDO
               ADD WRK-ENC-FGTS  TO ACUM-FGTS
               COMPUTE ACUM-ENCARGOS = ACUM-ENCARGOS
                       + WRK-ENC-PATRONAL + WRK-ENC-OUTROS
               REWRITE ACUM-REG
                 INVALID KEY
                   DISPLAY "ACUMULADOR NAO REGRAVADO: " FUNC-ID
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE '----- ENCARGOS DO EMPREGADOR -----' TO WRK-LINHA.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-FGTS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FGTS......: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-PATRONAL TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'PATRONAL..: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-OUTROS TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'OUTROS....: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           COMPUTE WRK-TOT-ED = WRK-TOT-BRUTO + WRK-TOT-FGTS
                   + WRK-TOT-PATRONAL + WRK-TOT-OUTROS.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CUSTO.....: ' DELIMITED BY SIZE
                  WRK-TOT-ED     DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           IF WRK-QT-CC > ZEROS
               MOVE '----- CUSTO POR CENTRO DE CUSTO -----' TO WRK-LINHA
               PERFORM 0500-GRAVA-LINHA
               PERFORM 0320-LINHA-CENTRO
                       VARYING WRK-C FROM 1 BY 1 UNTIL WRK-C > WRK-QT-CC
           END-IF.
           MOVE SPACES TO WRK-LINHA.
           STRING 'FUNCIONARIOS PAGOS: '    DELIMITED BY SIZE
                  WRK-QT-PAGOS               DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DEPENDENTES DEDUZIDOS NO IR: ' DELIMITED BY SIZE
                  WRK-QT-DEP-TOTAL                DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-CONSIGNADO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONSIGNADOS DESCONTADOS: ' DELIMITED BY SIZE
                  WRK-QT-PARCELAS-CSG         DELIMITED BY SIZE
                  ' PARCELAS '                DELIMITED BY SIZE
                  WRK-TOT-ED                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-CSG-PENDENTE TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'CONSIGNADOS PENDENTES..: ' DELIMITED BY SIZE
                  WRK-TOT-ED                  DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           CLOSE CONTRACHEQUE.
           PERFORM 0350-GRAVA-TOTAIS.

       0320-LINHA-CENTRO             SECTION.
           MOVE WRK-CC-BRUTO(WRK-C)    TO WRK-VALOR-ED.
           MOVE WRK-CC-ENCARGOS(WRK-C) TO WRK-VALOR-ED2.
           COMPUTE WRK-VALOR-ED3 = WRK-CC-BRUTO(WRK-C)
                   + WRK-CC-ENCARGOS(WRK-C).
           MOVE SPACES TO WRK-LINHA.
           IF WRK-CC-CODIGO(WRK-C) = SPACES
               MOVE '(SEM)' TO WRK-LINHA(1:6)
           ELSE
               MOVE WRK-CC-CODIGO(WRK-C) TO WRK-LINHA(1:6)
           END-IF.
           STRING ' PAGOS '           DELIMITED BY SIZE
                  WRK-CC-QT(WRK-C)    DELIMITED BY SIZE
                  ' BRUTO '           DELIMITED BY SIZE
                  WRK-VALOR-ED        DELIMITED BY SIZE
                  ' ENCARGOS '        DELIMITED BY SIZE
                  WRK-VALOR-ED2       DELIMITED BY SIZE
                  ' CUSTO '           DELIMITED BY SIZE
                  WRK-VALOR-ED3       DELIMITED BY SIZE
             INTO WRK-LINHA(7:)
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.

      *    TOTAIS DA RODADA PARA A CONTABILIDADE (VIDE FOLTOTRG.cpy):
      *    A FOLHA INTEIRA DA COMPETENCIA, QUE SUBSTITUI NO CONTABIL A
      *    RODADA ANTERIOR DELA. FOLHA SEM NINGUEM PAGO NAO GERA LINHA.
       0350-GRAVA-TOTAIS             SECTION.
           IF WRK-QT-PAGOS = ZEROS
               GO TO 0350-SAIDA
           END-IF.
           OPEN EXTEND FOLHATOT.
           IF FS-FOLHATOT = 35
               OPEN OUTPUT FOLHATOT
               CLOSE FOLHATOT
               OPEN EXTEND FOLHATOT
           END-IF.
           ACCEPT FTOT-DATA FROM DATE YYYYMMDD.
           MOVE WRK-COMPETENCIA TO FTOT-COMPETENCIA.
           MOVE WRK-TOT-BRUTO   TO FTOT-BRUTO.
           MOVE WRK-TOT-INSS    TO FTOT-INSS.
           MOVE WRK-TOT-IRRF    TO FTOT-IRRF.
           MOVE WRK-TOT-LIQUIDO TO FTOT-LIQUIDO.
           MOVE WRK-QT-PAGOS    TO FTOT-QT-PAGOS.
           MOVE 'F'             TO FTOT-ORIGEM.
           WRITE FTOT-REG.
           CLOSE FOLHATOT.

       0350-SAIDA.
           EXIT.

       0500-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO CONTRACHEQUE-REG.
           WRITE CONTRACHEQUE-REG.
           IF WRK-HOL-ATIVO = 'S'
               ADD 1 TO WRK-HOL-LINHA
               MOVE WRK-COMPETENCIA TO HOL-COMPETENCIA
               MOVE FUNC-ID         TO HOL-FUNC-ID
               MOVE WRK-HOL-LINHA   TO HOL-LINHA
               MOVE WRK-LINHA       TO HOL-TEXTO
               WRITE HOL-REG
                 INVALID KEY
                   DISPLAY "LINHA DO CONTRACHEQUE NAO ARQUIVADA: "
                           FUNC-ID
               END-WRITE
           END-IF.

       9790-ROTINAS-CONFIG           SECTION.

                  'FOLHA.ACU.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHACUM
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FOLHATOT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.TOT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FOLHATOT
           END-STRING.
           MOVE SPACES TO WRK-ARQ-VARIAVEIS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FOLHA.VAR.TXT' DELIMITED BY SIZE
                  'FERIAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FERIAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ENCARGOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ENCARGOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENCARGOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DEPENDENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'DEPENDENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DEPENDENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONSIG.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONSIG.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONSIG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONSMOV.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONSIG.MOV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONSMOV
           END-STRING.
           MOVE SPACES TO WRK-ARQ-LOTACAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'LOTACAO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-LOTACAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-HOLERITE.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'HOLERITE.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-HOLERITE
           END-STRING.

       COPY CFGLER.

       COPY DEPELEG.

       COPY LOTACHA.
