       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTCSG.
      ******************************************************************
      *OBJETIVO: CADASTRO DOS EMPRESTIMOS CONSIGNADOS EM FOLHA
      *          (CONSIG.DAT.TXT, VIDE CSGREG.cpy) - ACABA A PARCELA
      *          DIGITADA TODO MES NO MANTVAR COMO DESCONTO FIXO E
      *          ESQUECIDA DEPOIS DO FIM DO CONTRATO. A MATRICULA
      *          PRECISA EXISTIR E ESTAR ATIVA. O FOLHAPAG DESCONTA AS
      *          PARCELAS E FECHA O CONTRATO NA ULTIMA; AQUI SO SE
      *          INCLUI, CONSULTA E CANCELA (QUITACAO ANTECIPADA OU
      *          CONTRATO DIGITADO ERRADO).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT CONSIG ASSIGN TO WRK-ARQ-CONSIG
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CONSIG
               RECORD KEY      IS CSG-CHAVE.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  CONSIG.
       COPY CSGREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CONSIG               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  FS-CONSIG                    PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-FUNC-ID                  PIC 9(05) VALUE ZEROS.
       77  WRK-SEQ                      PIC 9(02) VALUE ZEROS.
       77  WRK-PROX-SEQ                 PIC 9(02) VALUE ZEROS.
       77  WRK-QT-LISTADOS              PIC 9(02) VALUE ZEROS.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-SALDO                    PIC 9(10)V99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-SALDO-ED                 PIC ZZ.ZZZ.ZZ9,99 VALUE ZEROS.
       01  WRK-COMP                     PIC 9(06) VALUE ZEROS.
       01  WRK-COMP-R REDEFINES WRK-COMP.
           05 WRK-COMP-ANO              PIC 9(04).
           05 WRK-COMP-MES              PIC 9(02).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN I-O CONSIG.
           IF FS-CONSIG = 35
               OPEN OUTPUT CONSIG
               CLOSE CONSIG
               OPEN I-O CONSIG
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT = 0
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO FOI ABERTO, "
                       "STATUS=" FS-FUNCIONARIOS
               CLOSE CONSIG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE CONSIG.
           CLOSE FUNCIONARIOS.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "==== EMPRESTIMOS CONSIGNADOS ====".
           DISPLAY "1 - INCLUIR".
           DISPLAY "2 - LISTAR DA MATRICULA".
           DISPLAY "3 - CANCELAR".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-INCLUI
             WHEN '2'
               PERFORM 0400-LISTA
             WHEN '3'
               PERFORM 0500-CANCELA
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-3 OU X"
           END-EVALUATE.

      *    A SEQUENCIA E A PROXIMA LIVRE DA MATRICULA.
       0300-INCLUI                   SECTION.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           MOVE WRK-FUNC-ID TO FUNC-ID.
           READ FUNCIONARIOS
             INVALID KEY
               DISPLAY "MATRICULA NAO CADASTRADA - NADA GRAVADO"
               GO TO 0300-SAIDA
             NOT INVALID KEY
               IF FUNC-INATIVO
                   DISPLAY "FUNCIONARIO DESATIVADO - NADA GRAVADO"
                   GO TO 0300-SAIDA
               END-IF
           END-READ.
           DISPLAY "FUNCIONARIO: " FUNC-NOME.
           MOVE 1 TO WRK-PROX-SEQ.
           MOVE WRK-FUNC-ID TO CSG-FUNC-ID.
           MOVE ZEROS       TO CSG-SEQ.
           START CONSIG KEY IS NOT LESS CSG-CHAVE
             INVALID KEY
               MOVE 23 TO FS-CONSIG
           END-START.
           IF FS-CONSIG = 0
               READ CONSIG NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CONSIG NOT = 0
                   OR CSG-FUNC-ID NOT = WRK-FUNC-ID
               COMPUTE WRK-PROX-SEQ = CSG-SEQ + 1
               READ CONSIG NEXT RECORD
           END-PERFORM.
           IF WRK-PROX-SEQ > 98
               DISPLAY "LIMITE DE CONTRATOS DA MATRICULA ATINGIDO"
               GO TO 0300-SAIDA
           END-IF.
           INITIALIZE CSG-REG.
           MOVE WRK-FUNC-ID  TO CSG-FUNC-ID.
           MOVE WRK-PROX-SEQ TO CSG-SEQ.
           DISPLAY "INSTITUICAO CREDORA : ".
           ACCEPT CSG-CREDOR.
           PERFORM UNTIL CSG-CREDOR NOT = SPACES
               DISPLAY "INFORME A INSTITUICAO CREDORA :"
               ACCEPT CSG-CREDOR
           END-PERFORM.
           DISPLAY "NUMERO DO CONTRATO : ".
           ACCEPT CSG-CONTRATO.
           DISPLAY "VALOR DA PARCELA : ".
           ACCEPT CSG-VALOR-PARCELA.
           PERFORM UNTIL CSG-VALOR-PARCELA > ZEROS
               DISPLAY "VALOR INVALIDO, DIGITE UM VALOR MAIOR "
                       "QUE ZERO :"
               ACCEPT CSG-VALOR-PARCELA
           END-PERFORM.
           DISPLAY "QUANTIDADE DE PARCELAS : ".
           ACCEPT CSG-QT-PARCELAS.
           PERFORM UNTIL CSG-QT-PARCELAS > ZEROS
               DISPLAY "QUANTIDADE INVALIDA, DIGITE DE 1 A 999 :"
               ACCEPT CSG-QT-PARCELAS
           END-PERFORM.
           DISPLAY "PRIMEIRA COMPETENCIA (AAAAMM, 0 = MES ATUAL) : ".
           ACCEPT WRK-COMP.
           IF WRK-COMP = ZEROS
               MOVE FUNCTION CURRENT-DATE(1:6) TO WRK-COMP
           END-IF.
           PERFORM UNTIL WRK-COMP-MES >= 1 AND WRK-COMP-MES <= 12
               DISPLAY "COMPETENCIA INVALIDA, DIGITE AAAAMM :"
               ACCEPT WRK-COMP
           END-PERFORM.
           MOVE WRK-COMP TO CSG-PRIMEIRA-COMP.
           SET CSG-ATIVO TO TRUE.
           WRITE CSG-REG
             INVALID KEY
               DISPLAY "CONTRATO NAO GRAVADO"
             NOT INVALID KEY
               DISPLAY "CONTRATO INCLUIDO - SEQUENCIA " CSG-SEQ
           END-WRITE.

       0300-SAIDA.
           EXIT.

       0400-LISTA                    SECTION.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE WRK-FUNC-ID TO CSG-FUNC-ID.
           MOVE ZEROS       TO CSG-SEQ.
           START CONSIG KEY IS NOT LESS CSG-CHAVE
             INVALID KEY
               MOVE 23 TO FS-CONSIG
           END-START.
           IF FS-CONSIG = 0
               READ CONSIG NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-CONSIG NOT = 0
                   OR CSG-FUNC-ID NOT = WRK-FUNC-ID
               ADD 1 TO WRK-QT-LISTADOS
               IF CSG-ATIVO
                   COMPUTE WRK-SALDO = (CSG-QT-PARCELAS - CSG-QT-PAGAS)
                           * CSG-VALOR-PARCELA + CSG-NAO-DESCONTADO
               ELSE
                   MOVE ZEROS TO WRK-SALDO
               END-IF
               MOVE CSG-VALOR-PARCELA TO WRK-VALOR-ED
               MOVE WRK-SALDO         TO WRK-SALDO-ED
               DISPLAY CSG-SEQ " " CSG-CREDOR " " CSG-CONTRATO
                       " PARCELA " WRK-VALOR-ED " PAGAS "
                       CSG-QT-PAGAS "/" CSG-QT-PARCELAS
                       " DESDE " CSG-PRIMEIRA-COMP
                       " SIT " CSG-SITUACAO " SALDO " WRK-SALDO-ED
               READ CONSIG NEXT RECORD
           END-PERFORM.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "SEM CONTRATOS PARA ESTA MATRICULA"
           END-IF.

       0500-CANCELA                  SECTION.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           DISPLAY "SEQUENCIA : ".
           ACCEPT WRK-SEQ.
           MOVE WRK-FUNC-ID TO CSG-FUNC-ID.
           MOVE WRK-SEQ     TO CSG-SEQ.
           READ CONSIG
             INVALID KEY
               DISPLAY "CONTRATO NAO ENCONTRADO"
               GO TO 0500-SAIDA
           END-READ.
           IF NOT CSG-ATIVO
               DISPLAY "CONTRATO JA QUITADO OU CANCELADO"
               GO TO 0500-SAIDA
           END-IF.
           DISPLAY "CONFIRMA O CANCELAMENTO DO CONTRATO "
                   CSG-CONTRATO " DE " CSG-CREDOR " (S/N) ? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               GO TO 0500-SAIDA
           END-IF.
           SET CSG-CANCELADO TO TRUE.
           REWRITE CSG-REG
             INVALID KEY
               DISPLAY "CONTRATO NAO REGRAVADO"
             NOT INVALID KEY
               DISPLAY "CONTRATO CANCELADO"
           END-REWRITE.

       0500-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CONSIG.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONSIG.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONSIG
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.

       COPY CFGLER.
