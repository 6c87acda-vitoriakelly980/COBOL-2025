       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTDEP.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DO CADASTRO DE DEPENDENTES DOS
      *          FUNCIONARIOS (DEPENDENTES.DAT.TXT, VIDE DEPREG.cpy):
      *          NOME, NASCIMENTO, PARENTESCO (F FILHO/ENTEADO, C
      *          CONJUGE, P PAI/MAE, O OUTRO) E O PERIODO DE
      *          ELEGIBILIDADE. A MATRICULA PRECISA EXISTIR E ESTAR
      *          ATIVA NO CADASTRO DE FUNCIONARIOS. A LISTA MOSTRA SE
      *          CADA DEPENDENTE CONTA NA COMPETENCIA ATUAL (MESMA
      *          REGRA DO FOLHAPAG, VIDE DEPELEG.cpy). ENCERRAR GRAVA O
      *          FIM DA ELEGIBILIDADE SEM APAGAR O HISTORICO QUE O
      *          INFORREN LISTA NO ANO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT DEPENDENTES ASSIGN TO WRK-ARQ-DEPENDENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-DEPENDENTES
               RECORD KEY      IS DEP-CHAVE.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNCIONARIOS
               RECORD KEY      IS FUNC-ID.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  DEPENDENTES.
       COPY DEPREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-DEPENDENTES          PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  FS-DEPENDENTES               PIC 9(02) VALUE ZEROS.
       77  FS-FUNCIONARIOS              PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-FUNC-ID                  PIC 9(05) VALUE ZEROS.
       77  WRK-SEQ                      PIC 9(02) VALUE ZEROS.
       77  WRK-PROX-SEQ                 PIC 9(02) VALUE ZEROS.
       77  WRK-QT-LISTADOS              PIC 9(02) VALUE ZEROS.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-DATA-LIDA                PIC 9(08) VALUE ZEROS.
       77  WRK-SITUACAO                 PIC X(12) VALUE SPACES.
       COPY DATAWS.
       COPY DEPWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           MOVE WRK-HOJE(1:6) TO WRK-DEP-COMP.
           OPEN I-O DEPENDENTES.
           IF FS-DEPENDENTES = 35
               OPEN OUTPUT DEPENDENTES
               CLOSE DEPENDENTES
               OPEN I-O DEPENDENTES
           END-IF.
           OPEN INPUT FUNCIONARIOS.
           IF FS-FUNCIONARIOS NOT = 0
               DISPLAY "CADASTRO DE FUNCIONARIOS NAO FOI ABERTO, "
                       "STATUS=" FS-FUNCIONARIOS
               CLOSE DEPENDENTES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE DEPENDENTES.
           CLOSE FUNCIONARIOS.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "==== DEPENDENTES DOS FUNCIONARIOS ====".
           DISPLAY "1 - INCLUIR".
           DISPLAY "2 - LISTAR DA MATRICULA".
           DISPLAY "3 - ALTERAR".
           DISPLAY "4 - ENCERRAR ELEGIBILIDADE".
           DISPLAY "5 - EXCLUIR".
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
               PERFORM 0500-ALTERA
             WHEN '4'
               PERFORM 0600-ENCERRA
             WHEN '5'
               PERFORM 0700-EXCLUI
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-5 OU X"
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
           MOVE WRK-FUNC-ID TO DEP-FUNC-ID.
           MOVE ZEROS       TO DEP-SEQ.
           START DEPENDENTES KEY IS NOT LESS DEP-CHAVE
             INVALID KEY
               MOVE 23 TO FS-DEPENDENTES
           END-START.
           IF FS-DEPENDENTES = 0
               READ DEPENDENTES NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-DEPENDENTES NOT = 0
                   OR DEP-FUNC-ID NOT = WRK-FUNC-ID
               COMPUTE WRK-PROX-SEQ = DEP-SEQ + 1
               READ DEPENDENTES NEXT RECORD
           END-PERFORM.
           IF WRK-PROX-SEQ > 98
               DISPLAY "LIMITE DE DEPENDENTES DA MATRICULA ATINGIDO"
               GO TO 0300-SAIDA
           END-IF.
           INITIALIZE DEP-REG.
           MOVE WRK-FUNC-ID  TO DEP-FUNC-ID.
           MOVE WRK-PROX-SEQ TO DEP-SEQ.
           PERFORM 0800-PEDE-DADOS.
           WRITE DEP-REG
             INVALID KEY
               DISPLAY "DEPENDENTE NAO GRAVADO"
             NOT INVALID KEY
               DISPLAY "DEPENDENTE INCLUIDO - SEQUENCIA " DEP-SEQ
           END-WRITE.

       0300-SAIDA.
           EXIT.

       0400-LISTA                    SECTION.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           MOVE ZEROS TO WRK-QT-LISTADOS.
           MOVE WRK-FUNC-ID TO DEP-FUNC-ID.
           MOVE ZEROS       TO DEP-SEQ.
           START DEPENDENTES KEY IS NOT LESS DEP-CHAVE
             INVALID KEY
               MOVE 23 TO FS-DEPENDENTES
           END-START.
           IF FS-DEPENDENTES = 0
               READ DEPENDENTES NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-DEPENDENTES NOT = 0
                   OR DEP-FUNC-ID NOT = WRK-FUNC-ID
               ADD 1 TO WRK-QT-LISTADOS
               PERFORM 9670-DEP-ELEGIVEL
               EVALUATE TRUE
                 WHEN DEP-ELEGIVEL
                   MOVE 'CONTA NO IR' TO WRK-SITUACAO
                 WHEN DEP-PASSOU-IDADE
                   MOVE 'FORA (IDADE)' TO WRK-SITUACAO
                 WHEN OTHER
                   MOVE 'NAO CONTA' TO WRK-SITUACAO
               END-EVALUATE
               DISPLAY DEP-SEQ " " DEP-NOME " " DEP-PARENTESCO
                       " NASC " DEP-NASCIMENTO " DE " DEP-INICIO
                       " ATE " DEP-FIM " " WRK-SITUACAO
               READ DEPENDENTES NEXT RECORD
           END-PERFORM.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "SEM DEPENDENTES PARA ESTA MATRICULA"
           END-IF.

       0500-ALTERA                   SECTION.
           PERFORM 0900-LE-DEPENDENTE.
           IF FS-DEPENDENTES NOT = 0
               GO TO 0500-SAIDA
           END-IF.
           DISPLAY "NOME ATUAL: " DEP-NOME.
           PERFORM 0800-PEDE-DADOS.
           REWRITE DEP-REG
             INVALID KEY
               DISPLAY "DEPENDENTE NAO REGRAVADO"
             NOT INVALID KEY
               DISPLAY "DEPENDENTE ALTERADO"
           END-REWRITE.

       0500-SAIDA.
           EXIT.

       0600-ENCERRA                  SECTION.
           PERFORM 0900-LE-DEPENDENTE.
           IF FS-DEPENDENTES NOT = 0
               GO TO 0600-SAIDA
           END-IF.
           DISPLAY "FIM DA ELEGIBILIDADE (AAAAMMDD, 0 = HOJE) : ".
           PERFORM 0850-PEDE-DATA.
           IF WRK-DATA-LIDA < DEP-INICIO
               DISPLAY "FIM ANTERIOR AO INICIO - NADA GRAVADO"
               GO TO 0600-SAIDA
           END-IF.
           MOVE WRK-DATA-LIDA TO DEP-FIM.
           REWRITE DEP-REG
             INVALID KEY
               DISPLAY "DEPENDENTE NAO REGRAVADO"
             NOT INVALID KEY
               DISPLAY "ELEGIBILIDADE ENCERRADA EM " DEP-FIM
           END-REWRITE.

       0600-SAIDA.
           EXIT.

       0700-EXCLUI                   SECTION.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           DISPLAY "SEQUENCIA : ".
           ACCEPT WRK-SEQ.
           MOVE WRK-FUNC-ID TO DEP-FUNC-ID.
           MOVE WRK-SEQ     TO DEP-SEQ.
           DELETE DEPENDENTES RECORD
             INVALID KEY
               DISPLAY "DEPENDENTE NAO ENCONTRADO"
             NOT INVALID KEY
               DISPLAY "DEPENDENTE EXCLUIDO"
           END-DELETE.

       0800-PEDE-DADOS               SECTION.
           DISPLAY "NOME DO DEPENDENTE : ".
           ACCEPT DEP-NOME.
           DISPLAY "NASCIMENTO (AAAAMMDD) : ".
           ACCEPT DEP-NASCIMENTO.
           MOVE DEP-NASCIMENTO TO WRK-DATA-RAW.
           PERFORM 9060-DATA-SPLIT.
           PERFORM UNTIL WRK-DATA-OK AND DEP-NASCIMENTO <= WRK-HOJE
               DISPLAY "DATA INVALIDA, DIGITE AAAAMMDD :"
               ACCEPT DEP-NASCIMENTO
               MOVE DEP-NASCIMENTO TO WRK-DATA-RAW
               PERFORM 9060-DATA-SPLIT
           END-PERFORM.
           DISPLAY "PARENTESCO (F-FILHO C-CONJUGE P-PAI/MAE "
                   "O-OUTRO) : ".
           ACCEPT DEP-PARENTESCO.
           PERFORM UNTIL DEP-PARENTESCO-VALIDO
               DISPLAY "PARENTESCO INVALIDO, DIGITE F, C, P OU O :"
               ACCEPT DEP-PARENTESCO
           END-PERFORM.
           DISPLAY "INICIO DA ELEGIBILIDADE (AAAAMMDD, 0 = HOJE) : ".
           PERFORM 0850-PEDE-DATA.
           MOVE WRK-DATA-LIDA TO DEP-INICIO.

       0850-PEDE-DATA                SECTION.
           ACCEPT WRK-DATA-LIDA.
           IF WRK-DATA-LIDA = ZEROS
               MOVE WRK-HOJE TO WRK-DATA-LIDA
           END-IF.
           MOVE WRK-DATA-LIDA TO WRK-DATA-RAW.
           PERFORM 9060-DATA-SPLIT.
           PERFORM UNTIL WRK-DATA-OK
               DISPLAY "DATA INVALIDA, DIGITE AAAAMMDD :"
               ACCEPT WRK-DATA-LIDA
               MOVE WRK-DATA-LIDA TO WRK-DATA-RAW
               PERFORM 9060-DATA-SPLIT
           END-PERFORM.

       0900-LE-DEPENDENTE            SECTION.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           DISPLAY "SEQUENCIA : ".
           ACCEPT WRK-SEQ.
           MOVE WRK-FUNC-ID TO DEP-FUNC-ID.
           MOVE WRK-SEQ     TO DEP-SEQ.
           READ DEPENDENTES
             INVALID KEY
               DISPLAY "DEPENDENTE NAO ENCONTRADO"
               MOVE 23 TO FS-DEPENDENTES
             NOT INVALID KEY
               MOVE 0 TO FS-DEPENDENTES
           END-READ.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-DEPENDENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'DEPENDENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DEPENDENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.

       COPY CFGLER.

       COPY DATASPLT.

       COPY DEPELEG.
