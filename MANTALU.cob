      *          ALUNOS.SEQ.TXT, NINGUEM INVENTA NUMERO), CONSULTAR,
      *          ALTERAR E DESATIVAR LOGICO. O PROGRAM13, A CHAMADA E
      *          O HISTORICO PASSARAM A PEDIR A MATRICULA E BUSCAR O
      *          NOME AQUI. NA INCLUSAO E NA ALTERACAO PEDE A CONTA
      *          (CONTAS.DAT.TXT) DO RESPONSAVEL FINANCEIRO, QUE O
      *          FATMENS USA PARA DEBITAR A MENSALIDADE PELA AGENDA DE
      *          PAGAMENTOS (ZERO = PAGA NO BALCAO); A CONSULTA MOSTRA
      *          A CONTA E O BLOQUEIO POR INADIMPLENCIA (INADALU).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS     IS FS-ALUNOS
               RECORD KEY      IS ALUNO-MATRICULA.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CONTAS
               RECORD KEY      IS CONTA-NUMERO.

           SELECT ALUSEQ ASSIGN TO WRK-ARQ-ALUSEQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-ALUSEQ.
       FD  ALUNOS.
       COPY ALUNREG.

       FD  CONTAS.
       COPY CONTAREG.

       FD  ALUSEQ.
       01  ALUSEQ-REG.
           05 ALUSEQ-NUMERO             PIC 9(06).
       77  WRK-ARQ-ALUSEQ               PIC X(80) VALUE SPACES.
       77  FS-ALUNOS                    PIC 9(02) VALUE ZEROS.
       77  FS-ALUSEQ                    PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  FS-CONTAS                    PIC 9(02) VALUE ZEROS.
       77  WRK-CONTAS-ABERTO            PIC X(01) VALUE 'N'.
       77  WRK-CONTA-RESP               PIC 9(06) VALUE ZEROS.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-MATRICULA                PIC 9(06) VALUE ZEROS.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
               CLOSE ALUNOS
               OPEN I-O ALUNOS
           END-IF.
           OPEN INPUT CONTAS.
           IF FS-CONTAS = 0
               MOVE 'S' TO WRK-CONTAS-ABERTO
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE ALUNOS.
           IF WRK-CONTAS-ABERTO = 'S'
               CLOSE CONTAS
           END-IF.
           GOBACK.

       0100-MENU                     SECTION.
           ACCEPT ALUNO-FONE.
           ACCEPT ALUNO-INGRESSO FROM DATE YYYYMMDD.
           SET ALUNO-ATIVO TO TRUE.
           MOVE ZEROS TO ALUNO-CONTA-RESP.
           SET ALUNO-LIBERADO TO TRUE.
           PERFORM 0700-PEDE-CONTA-RESP.
           WRITE ALUNO-REG
             INVALID KEY
               DISPLAY "ALUNO NAO GRAVADO"
               ELSE
                   DISPLAY "SITUACAO.: ATIVO"
               END-IF
               IF ALUNO-CONTA-RESP IS NUMERIC
                       AND ALUNO-CONTA-RESP NOT = ZEROS
                   DISPLAY "CONTA RESP: " ALUNO-CONTA-RESP
                           " (DEBITO AUTOMATICO DA MENSALIDADE)"
               ELSE
                   DISPLAY "CONTA RESP: NENHUMA (PAGA NO BALCAO)"
               END-IF
               IF ALUNO-BLOQUEADO
                   DISPLAY "*** ALUNO BLOQUEADO POR INADIMPLENCIA"
               END-IF
           END-IF.

       0500-ALTERAR                  SECTION.
               ACCEPT ALUNO-NOME
               DISPLAY "NOVO TELEFONE : "
               ACCEPT ALUNO-FONE
               IF ALUNO-CONTA-RESP NOT NUMERIC
                   MOVE ZEROS TO ALUNO-CONTA-RESP
               END-IF
               IF NOT ALUNO-BLOQUEADO
                   SET ALUNO-LIBERADO TO TRUE
               END-IF
               DISPLAY "CONTA RESP ATUAL: " ALUNO-CONTA-RESP
               PERFORM 0700-PEDE-CONTA-RESP
               REWRITE ALUNO-REG
                 INVALID KEY
                   DISPLAY "ALUNO NAO REGRAVADO"
               END-IF
           END-IF.

      *    CONTA DO RESPONSAVEL: ZERO DESLIGA O DEBITO AUTOMATICO.
      *    COM O CADASTRO DE CONTAS DISPONIVEL, SO ACEITA CONTA
      *    EXISTENTE E ATIVA; SEM ELE A CONTA E GRAVADA COMO DIGITADA
      *    E O FATMENS CONFERE DE NOVO NO FATURAMENTO.
       0700-PEDE-CONTA-RESP          SECTION.
           DISPLAY "CONTA DO RESPONSAVEL P/ DEBITO (0 = NENHUMA) : ".
           ACCEPT WRK-CONTA-RESP.
           IF WRK-CONTA-RESP = ZEROS
               MOVE ZEROS TO ALUNO-CONTA-RESP
               GO TO 0700-SAIDA
           END-IF.
           IF WRK-CONTAS-ABERTO = 'S'
               MOVE WRK-CONTA-RESP TO CONTA-NUMERO
               READ CONTAS
                 INVALID KEY
                   DISPLAY "CONTA NAO CADASTRADA - MANTIDA A ANTERIOR"
                   GO TO 0700-SAIDA
               END-READ
               IF NOT CONTA-ATIVA
                   DISPLAY "CONTA NAO ESTA ATIVA - MANTIDA A ANTERIOR"
                   GO TO 0700-SAIDA
               END-IF
               DISPLAY "TITULAR: " CONTA-NOME
           END-IF.
           MOVE WRK-CONTA-RESP TO ALUNO-CONTA-RESP.

       0700-SAIDA.
           EXIT.

       0900-LE-ALUNO                 SECTION.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-MATRICULA.
                  'ALUNOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALUNOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ALUSEQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALUNOS.SEQ.TXT' DELIMITED BY SIZE
