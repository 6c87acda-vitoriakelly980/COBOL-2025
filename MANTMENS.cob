       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTMENS.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DA TABELA DE PRECO DE MENSALIDADE POR
      *          MATERIA E PERIODO LETIVO (TABMENS.DAT.TXT, VIDE
      *          TABMREG.cpy), QUE SUBSTITUI O CADERNO DA SECRETARIA.
      *          O FATMENS COBRA DE CADA ALUNO A SOMA DO PRECO DAS
      *          MATERIAS EM QUE ELE ESTA NA TURMA DO PERIODO. FUNCOES:
      *          GRAVAR PRECO (MATERIA + PERIODO JA CADASTRADOS SAO
      *          REGRAVADOS COM O NOVO VALOR), LISTAR O PERIODO E
      *          EXCLUIR. A MATERIA E O CODIGO DO CADASTRO DE
      *          MATERIAS (MANTMAT), O MESMO GRAVADO NA TURMA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT TABMENS ASSIGN TO WRK-ARQ-TABMENS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-TABMENS
               RECORD KEY      IS TABM-CHAVE.

           SELECT MATERIAS ASSIGN TO WRK-ARQ-MATERIAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MATERIAS
               RECORD KEY      IS MATE-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  TABMENS.
       COPY TABMREG.

       FD  MATERIAS.
       COPY MATEREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-TABMENS              PIC X(80) VALUE SPACES.
       77  FS-TABMENS                   PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-MATERIAS             PIC X(80) VALUE SPACES.
       77  FS-MATERIAS                  PIC 9(02) VALUE ZEROS.
       77  WRK-MATERIAS-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-MATERIA                  PIC X(15) VALUE SPACES.
       77  WRK-PERIODO                  PIC X(06) VALUE SPACES.
       77  WRK-VALOR                    PIC 9(05)V99 VALUE ZEROS.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-QT-LISTADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-TOTAL                    PIC 9(07)V99 VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-TOTAL-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN I-O TABMENS.
           IF FS-TABMENS = 35
               OPEN OUTPUT TABMENS
               CLOSE TABMENS
               OPEN I-O TABMENS
           END-IF.
           OPEN INPUT MATERIAS.
           IF FS-MATERIAS = 0
               MOVE 'S' TO WRK-MATERIAS-ABERTO
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE TABMENS.
           IF WRK-MATERIAS-ABERTO = 'S'
               CLOSE MATERIAS
           END-IF.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== TABELA DE MENSALIDADES =====".
           DISPLAY "1 - GRAVAR PRECO DA MATERIA NO PERIODO".
           DISPLAY "2 - LISTAR PRECOS DE UM PERIODO".
           DISPLAY "3 - EXCLUIR PRECO".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-GRAVAR
             WHEN '2'
               PERFORM 0400-LISTAR
             WHEN '3'
               PERFORM 0500-EXCLUIR
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-3 OU X"
           END-EVALUATE.

      *    PRECO EXISTENTE E REGRAVADO COM O NOVO VALOR. A MATERIA
      *    PRECISA ESTAR NO CADASTRO DE MATERIAS (MANTMAT).
       0300-GRAVAR                   SECTION.
           DISPLAY "CODIGO DA MATERIA : ".
           MOVE SPACES TO WRK-MATERIA.
           ACCEPT WRK-MATERIA.
           IF WRK-MATERIA = SPACES
               GO TO 0300-SAIDA
           END-IF.
           IF WRK-MATERIAS-ABERTO NOT = 'S'
               DISPLAY "CADASTRO DE MATERIAS NAO FOI ABERTO - "
                       "CADASTRE PELO MANTMAT"
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-MATERIA TO MATE-CODIGO.
           IF WRK-MATERIA(7:9) NOT = SPACES
               MOVE SPACES TO MATE-CODIGO
           END-IF.
           READ MATERIAS
             INVALID KEY
               DISPLAY "MATERIA NAO CADASTRADA - NADA GRAVADO"
               GO TO 0300-SAIDA
           END-READ.
           DISPLAY "MATERIA: " MATE-NOME.
           DISPLAY "PERIODO LETIVO (EX. 2026.1) : ".
           MOVE SPACES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO.
           IF WRK-PERIODO = SPACES
               DISPLAY "PERIODO EM BRANCO - NADA GRAVADO"
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-MATERIA TO TABM-MATERIA.
           MOVE WRK-PERIODO TO TABM-PERIODO.
           READ TABMENS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE TABM-VALOR TO WRK-VALOR-ED
               DISPLAY "PRECO ATUAL: " WRK-VALOR-ED
           END-READ.
           DISPLAY "MENSALIDADE DA MATERIA (EX. 350,00) : ".
           ACCEPT WRK-VALOR.
           IF WRK-VALOR = ZEROS
               DISPLAY "VALOR ZERADO - NADA GRAVADO"
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-MATERIA TO TABM-MATERIA.
           MOVE WRK-PERIODO TO TABM-PERIODO.
           MOVE WRK-VALOR   TO TABM-VALOR.
           WRITE TABM-REG
             INVALID KEY
               REWRITE TABM-REG
                 INVALID KEY
                   DISPLAY "PRECO NAO GRAVADO"
                 NOT INVALID KEY
                   DISPLAY "PRECO REGRAVADO"
               END-REWRITE
             NOT INVALID KEY
               DISPLAY "PRECO GRAVADO"
           END-WRITE.

       0300-SAIDA.
           EXIT.

      *    A CHAVE E MATERIA + PERIODO: LE A TABELA INTEIRA E MOSTRA
      *    SO O PERIODO PEDIDO (A TABELA TEM POUCAS LINHAS).
       0400-LISTAR                   SECTION.
           DISPLAY "PERIODO LETIVO (EX. 2026.1) : ".
           MOVE SPACES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO.
           MOVE ZEROS TO WRK-QT-LISTADOS WRK-TOTAL.
           MOVE LOW-VALUES TO TABM-CHAVE.
           START TABMENS KEY IS NOT LESS TABM-CHAVE
             INVALID KEY
               MOVE 23 TO FS-TABMENS
             NOT INVALID KEY
               READ TABMENS NEXT RECORD
           END-START.
           PERFORM UNTIL FS-TABMENS NOT = 0
               IF TABM-PERIODO = WRK-PERIODO
                   ADD 1 TO WRK-QT-LISTADOS
                   ADD TABM-VALOR TO WRK-TOTAL
                   MOVE TABM-VALOR TO WRK-VALOR-ED
                   DISPLAY TABM-MATERIA " " TABM-PERIODO " "
                           WRK-VALOR-ED
               END-IF
               READ TABMENS NEXT RECORD
           END-PERFORM.
           MOVE 0 TO FS-TABMENS.
           IF WRK-QT-LISTADOS = ZEROS
               DISPLAY "NENHUM PRECO CADASTRADO PARA O PERIODO"
           ELSE
               MOVE WRK-TOTAL TO WRK-TOTAL-ED
               DISPLAY WRK-QT-LISTADOS " MATERIA(S) - GRADE COMPLETA "
                       WRK-TOTAL-ED
           END-IF.

       0500-EXCLUIR                  SECTION.
           DISPLAY "MATERIA : ".
           MOVE SPACES TO WRK-MATERIA.
           ACCEPT WRK-MATERIA.
           DISPLAY "PERIODO LETIVO : ".
           MOVE SPACES TO WRK-PERIODO.
           ACCEPT WRK-PERIODO.
           MOVE WRK-MATERIA TO TABM-MATERIA.
           MOVE WRK-PERIODO TO TABM-PERIODO.
           READ TABMENS
             INVALID KEY
               DISPLAY "PRECO NAO ENCONTRADO"
             NOT INVALID KEY
               MOVE TABM-VALOR TO WRK-VALOR-ED
               DISPLAY "EXCLUIR O PRECO " WRK-VALOR-ED " (S/N) ? "
               ACCEPT WRK-CONFIRMA
               IF WRK-CONFIRMA = 'S'
                   DELETE TABMENS RECORD
                     INVALID KEY
                       DISPLAY "PRECO NAO EXCLUIDO"
                     NOT INVALID KEY
                       DISPLAY "PRECO EXCLUIDO"
                   END-DELETE
               END-IF
           END-READ.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-TABMENS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'TABMENS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TABMENS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-MATERIAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MATERIAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MATERIAS
           END-STRING.

       COPY CFGLER.
