       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTGERAL.
      ******************************************************************
      *OBJETIVO: RESTAURACAO DOS MESTRES COBERTOS PELO BKPGERAL, NOS
      *          MOLDES DO RESTCLI. LISTA O CATALOGO BKPGERAL.CAT.TXT,
      *          PEDE A DATA E HORA DA GERACAO E O MESTRE A RESTAURAR
      *          (OU TODOS), MOSTRA O MANIFESTO E PEDE CONFIRMACAO.
      *          CADA MESTRE ESCOLHIDO E RECONSTRUIDO A PARTIR DO
      *          ARQUIVO DA GERACAO E DEPOIS RELIDO NA ORDEM DA CHAVE:
      *          A QUANTIDADE DE REGISTROS E A SOMA DAS CHAVES
      *          (VIDE BKPMANRG) TEM DE BATER COM AS DO MANIFESTO.
      *          O MESTRE SO E TOCADO DEPOIS QUE O ARQUIVO DA GERACAO
      *          ABRIU. QUALQUER DIVERGENCIA DEVOLVE RETURN-CODE 8.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS CONTA-NUMERO.

           SELECT FUNCIONARIOS ASSIGN TO WRK-ARQ-FUNCIONARIOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS FUNC-ID.

           SELECT TURMA ASSIGN TO WRK-ARQ-TURMA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS TURMA-CHAVE.

           SELECT ALUNOS ASSIGN TO WRK-ARQ-ALUNOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS ALUNO-MATRICULA.

           SELECT PACIENTES ASSIGN TO WRK-ARQ-PACIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS PAC-NUMERO.

           SELECT PRODUTOS ASSIGN TO WRK-ARQ-PRODUTOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS PROD-CODIGO.

           SELECT COTMESTRE ASSIGN TO WRK-ARQ-COTMESTRE
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS COT-CHAVE.

           SELECT FERIADOS ASSIGN TO WRK-ARQ-FERIADOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS FER-DATA.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MESTRE
               RECORD KEY      IS OPER-ID.

           SELECT BACKUP ASSIGN TO WRK-ARQ-BACKUP
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-BACKUP.

           SELECT MANIFESTO ASSIGN TO WRK-ARQ-MANIFESTO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MANIFESTO.

           SELECT CATALOGO ASSIGN TO WRK-ARQ-BKPCAT
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CATALOGO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  CONTAS.
       COPY CONTAREG.

       FD  FUNCIONARIOS.
       COPY FUNCREG.

       FD  TURMA.
       COPY TURMAREG.

       FD  ALUNOS.
       COPY ALUNREG.

       FD  PACIENTES.
       COPY PACREG.

       FD  PRODUTOS.
       COPY PRODREG.

       FD  COTMESTRE.
       COPY COTREG.

       FD  FERIADOS.
       01  FER-REG.
           05 FER-DATA              PIC 9(08).
           05 FER-DESCRICAO         PIC X(30).

       FD  OPERADOR.
       01  OPER-REG.
           05 OPER-ID                   PIC X(08).
           05 OPER-NOME                 PIC X(30).
           05 OPER-SENHA                PIC X(08).
           05 OPER-PERFIL               PIC X(01).
           05 OPER-FALHAS               PIC 9(02).
           05 OPER-SITUACAO             PIC X(01).
           05 OPER-SENHA-DATA           PIC 9(08).
           05 OPER-SENHA-ANT OCCURS 3 TIMES
                                        PIC X(08).

       FD  BACKUP.
       01  BKP-REG                      PIC X(200).

       FD  MANIFESTO.
       COPY BKPMANRG.

       FD  CATALOGO.
       01  CATALOGO-REG.
           05 CAT-ARQUIVO               PIC X(70).
           05 CAT-DATAHORA              PIC X(14).
           05 CAT-QTREGISTRO            PIC 9(07).
           05 CAT-SITUACAO              PIC X(01).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCIONARIOS         PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TURMA                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-ALUNOS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PACIENTES            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRODUTOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-COTMESTRE            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FERIADOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-OPERADOR             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-BKPCAT               PIC X(80) VALUE SPACES.
       77  FS-MESTRE                    PIC 9(02) VALUE ZEROS.
       77  FS-BACKUP                    PIC 9(02) VALUE ZEROS.
       77  FS-MANIFESTO                 PIC 9(02) VALUE ZEROS.
       77  FS-CATALOGO                  PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-BACKUP               PIC X(70) VALUE SPACES.
       77  WRK-ARQ-MANIFESTO            PIC X(70) VALUE SPACES.
       77  WRK-DATAHORA                 PIC X(14) VALUE SPACES.
       77  WRK-SITUACAO-GER             PIC X(01) VALUE SPACES.
       77  WRK-ESCOLHA                  PIC X(12) VALUE SPACES.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-MESTRE                   PIC X(12) VALUE SPACES.
       77  WRK-MESTRE-OK                PIC X(01) VALUE 'S'.
       77  WRK-QT-GRAVADOS              PIC 9(07) VALUE ZEROS.
       77  WRK-QTDE                     PIC 9(07) VALUE ZEROS.
       77  WRK-SOMA-CHAVE               PIC 9(15) VALUE ZEROS.
       77  WRK-CHAVE-ATUAL              PIC X(60) VALUE SPACES.
       77  WRK-P                        PIC 9(02) VALUE ZEROS.
       77  WRK-M                        PIC 9(02) VALUE ZEROS.
       77  WRK-QT-MAN                   PIC 9(02) VALUE ZEROS.
       77  WRK-QT-ESCOLHIDOS            PIC 9(02) VALUE ZEROS.
       77  WRK-QT-RESTAURADOS           PIC 9(02) VALUE ZEROS.
       77  WRK-QT-DIVERGENTES           PIC 9(02) VALUE ZEROS.
      *    MANIFESTO DA GERACAO ESCOLHIDA EM MEMORIA.
       01  WRK-MANIFESTO.
           05 WRK-MAN-ITEM OCCURS 20 TIMES.
              10 WRK-MAN-MESTRE         PIC X(12).
              10 WRK-MAN-ARQUIVO        PIC X(70).
              10 WRK-MAN-QTREG          PIC 9(07).
              10 WRK-MAN-SOMA           PIC 9(15).
              10 WRK-MAN-SITUACAO       PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-LISTA-CATALOGO.
           PERFORM 0200-ESCOLHE-GERACAO.
           PERFORM 0300-CARREGA-MANIFESTO.
           PERFORM 0400-ESCOLHE-MESTRE.
           IF WRK-CONFIRMA = 'S'
               PERFORM VARYING WRK-M FROM 1 BY 1
                       UNTIL WRK-M > WRK-QT-MAN
                   IF WRK-ESCOLHA = 'TODOS'
                           OR WRK-ESCOLHA = WRK-MAN-MESTRE(WRK-M)
                       PERFORM 0500-RESTAURA-MESTRE
                   END-IF
               END-PERFORM
               PERFORM 0700-FINALIZAR
           ELSE
               DISPLAY "RESTAURACAO CANCELADA"
           END-IF.
           GOBACK.

       0100-LISTA-CATALOGO           SECTION.
           DISPLAY "======= GERACOES DO BACKUP GERAL =======".
           OPEN INPUT CATALOGO.
           IF FS-CATALOGO NOT = 0
               DISPLAY "CATALOGO DE BACKUPS NAO ENCONTRADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           READ CATALOGO NEXT RECORD
           PERFORM UNTIL FS-CATALOGO = 10
               DISPLAY CAT-SITUACAO " " CAT-DATAHORA " "
                       CAT-QTREGISTRO " " CAT-ARQUIVO
               READ CATALOGO NEXT RECORD
           END-PERFORM.
           CLOSE CATALOGO.
           DISPLAY "(A = DISPONIVEL, I = INCOMPLETA, E = EXPURGADA)".

      *    A GERACAO E ESCOLHIDA PELA DATA E HORA; O MANIFESTO VEM DA
      *    LINHA DO CATALOGO. GERACAO EXPURGADA NAO TEM MAIS DADOS.
       0200-ESCOLHE-GERACAO          SECTION.
           DISPLAY "DATA E HORA DA GERACAO (AAAAMMDDHHMMSS) :".
           ACCEPT WRK-DATAHORA.
           MOVE SPACES TO WRK-ARQ-MANIFESTO.
           OPEN INPUT CATALOGO.
           READ CATALOGO NEXT RECORD
           PERFORM UNTIL FS-CATALOGO = 10
               IF CAT-DATAHORA = WRK-DATAHORA
                   MOVE CAT-ARQUIVO  TO WRK-ARQ-MANIFESTO
                   MOVE CAT-SITUACAO TO WRK-SITUACAO-GER
               END-IF
               READ CATALOGO NEXT RECORD
           END-PERFORM.
           CLOSE CATALOGO.
           IF WRK-ARQ-MANIFESTO = SPACES
               DISPLAY "GERACAO NAO CONSTA DO CATALOGO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           IF WRK-SITUACAO-GER = 'E'
               DISPLAY "GERACAO EXPURGADA - NAO PODE SER RESTAURADA"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

       0300-CARREGA-MANIFESTO        SECTION.
           OPEN INPUT MANIFESTO.
           IF FS-MANIFESTO NOT = 0
               DISPLAY "MANIFESTO NAO FOI ABERTO, STATUS=" FS-MANIFESTO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "--------- MANIFESTO DA GERACAO ---------".
           READ MANIFESTO NEXT RECORD
           PERFORM UNTIL FS-MANIFESTO NOT = 0 OR WRK-QT-MAN = 20
               ADD 1 TO WRK-QT-MAN
               MOVE MAN-MESTRE     TO WRK-MAN-MESTRE(WRK-QT-MAN)
               MOVE MAN-ARQUIVO    TO WRK-MAN-ARQUIVO(WRK-QT-MAN)
               MOVE MAN-QTREGISTRO TO WRK-MAN-QTREG(WRK-QT-MAN)
               MOVE MAN-SOMA-CHAVE TO WRK-MAN-SOMA(WRK-QT-MAN)
               MOVE MAN-SITUACAO   TO WRK-MAN-SITUACAO(WRK-QT-MAN)
               DISPLAY MAN-SITUACAO " " MAN-MESTRE " "
                       MAN-QTREGISTRO " REGISTROS"
               READ MANIFESTO NEXT RECORD
           END-PERFORM.
           CLOSE MANIFESTO.
           DISPLAY "(A = COPIADO, N = NAO EXISTIA, F = FALHOU)".
           IF WRK-SITUACAO-GER = 'I'
               DISPLAY "** GERACAO INCOMPLETA: SO OS MESTRES 'A' "
                       "PODEM SER RESTAURADOS **"
           END-IF.

       0400-ESCOLHE-MESTRE           SECTION.
           DISPLAY "MESTRE A RESTAURAR (OU TODOS) :".
           ACCEPT WRK-ESCOLHA.
           MOVE FUNCTION UPPER-CASE(WRK-ESCOLHA) TO WRK-ESCOLHA.
           MOVE 0 TO WRK-QT-ESCOLHIDOS.
           PERFORM VARYING WRK-M FROM 1 BY 1 UNTIL WRK-M > WRK-QT-MAN
               IF WRK-ESCOLHA = 'TODOS'
                       OR WRK-ESCOLHA = WRK-MAN-MESTRE(WRK-M)
                   ADD 1 TO WRK-QT-ESCOLHIDOS
               END-IF
           END-PERFORM.
           IF WRK-QT-ESCOLHIDOS = 0
               DISPLAY "MESTRE NAO CONSTA DO MANIFESTO"
               MOVE 'N' TO WRK-CONFIRMA
               GO TO 0400-SAIDA
           END-IF.
           DISPLAY "OS MESTRES ESCOLHIDOS SERAO SUBSTITUIDOS PELO "
                   "CONTEUDO DA GERACAO " WRK-DATAHORA ".".
           DISPLAY "CONFIRMA (S/N) ? ".
           ACCEPT WRK-CONFIRMA.

       0400-SAIDA.
           EXIT.

      *    RESTAURA O MESTRE WRK-M DO MANIFESTO. O ARQUIVO DA GERACAO
      *    E ABERTO ANTES; SE NAO ABRIR, O MESTRE ATUAL FICA COMO ESTA.
       0500-RESTAURA-MESTRE          SECTION.
           MOVE WRK-MAN-MESTRE(WRK-M) TO WRK-MESTRE.
           MOVE ZEROS TO WRK-QT-GRAVADOS WRK-QTDE WRK-SOMA-CHAVE.
           MOVE 'S' TO WRK-MESTRE-OK.
           IF WRK-MAN-SITUACAO(WRK-M) = 'N'
               DISPLAY WRK-MESTRE " NAO EXISTIA NA GERACAO - "
                       "NADA A RESTAURAR"
               GO TO 0500-SAIDA
           END-IF.
           IF WRK-MAN-SITUACAO(WRK-M) NOT = 'A'
               DISPLAY "** COPIA DE " WRK-MESTRE " FALHOU NESSA "
                       "GERACAO - NAO RESTAURADO **"
               ADD 1 TO WRK-QT-DIVERGENTES
               GO TO 0500-SAIDA
           END-IF.
           MOVE WRK-MAN-ARQUIVO(WRK-M) TO WRK-ARQ-BACKUP.
           OPEN INPUT BACKUP.
           IF FS-BACKUP NOT = 0
               DISPLAY "** ARQUIVO DA GERACAO DE " WRK-MESTRE
                       " NAO FOI ABERTO, STATUS=" FS-BACKUP
                       " - NAO RESTAURADO **"
               ADD 1 TO WRK-QT-DIVERGENTES
               GO TO 0500-SAIDA
           END-IF.
           EVALUATE WRK-MESTRE
             WHEN 'CONTAS'
               PERFORM 0510-RESTAURA-CONTAS
             WHEN 'FUNCIONARIOS'
               PERFORM 0520-RESTAURA-FUNCIONARIOS
             WHEN 'TURMA'
               PERFORM 0530-RESTAURA-TURMA
             WHEN 'ALUNOS'
               PERFORM 0540-RESTAURA-ALUNOS
             WHEN 'PACIENTES'
               PERFORM 0550-RESTAURA-PACIENTES
             WHEN 'PRODUTOS'
               PERFORM 0560-RESTAURA-PRODUTOS
             WHEN 'COTACAO'
               PERFORM 0570-RESTAURA-COTACAO
             WHEN 'FERIADO'
               PERFORM 0580-RESTAURA-FERIADOS
             WHEN 'OPERADOR'
               PERFORM 0590-RESTAURA-OPERADOR
           END-EVALUATE.
           CLOSE BACKUP.
           PERFORM 0630-CONFERE-MESTRE.

       0500-SAIDA.
           EXIT.

      *    UM PARAGRAFO POR MESTRE: RECONSTROI A PARTIR DA GERACAO
      *    (BACKUP JA ABERTO) E RELE O MESTRE NOVO CONTANDO E SOMANDO
      *    AS CHAVES, PARA A CONFERENCIA CONTRA O MANIFESTO.
       0510-RESTAURA-CONTAS          SECTION.
           OPEN OUTPUT CONTAS.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0510-SAIDA
           END-IF.
           READ BACKUP NEXT RECORD
           PERFORM UNTIL FS-BACKUP NOT = 0
               MOVE BKP-REG TO CONTA-REG
               WRITE CONTA-REG
                 INVALID KEY
                   DISPLAY "REGISTRO NAO RESTAURADO: " CONTA-NUMERO
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-GRAVADOS
               END-WRITE
               READ BACKUP NEXT RECORD
           END-PERFORM.
           CLOSE CONTAS.
           OPEN INPUT CONTAS.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0510-SAIDA
           END-IF.
           MOVE ZEROS TO CONTA-NUMERO.
           START CONTAS KEY IS NOT LESS CONTA-NUMERO
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ CONTAS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE CONTA-NUMERO TO WRK-CHAVE-ATUAL
               PERFORM 0610-SOMA-CHAVE
               READ CONTAS NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0620-MESTRE-QUEBRADO
           END-IF.
           CLOSE CONTAS.

       0510-SAIDA.
           EXIT.

       0520-RESTAURA-FUNCIONARIOS    SECTION.
           OPEN OUTPUT FUNCIONARIOS.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0520-SAIDA
           END-IF.
           READ BACKUP NEXT RECORD
           PERFORM UNTIL FS-BACKUP NOT = 0
               MOVE BKP-REG TO FUNC-REG
               WRITE FUNC-REG
                 INVALID KEY
                   DISPLAY "REGISTRO NAO RESTAURADO: " FUNC-ID
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-GRAVADOS
               END-WRITE
               READ BACKUP NEXT RECORD
           END-PERFORM.
           CLOSE FUNCIONARIOS.
           OPEN INPUT FUNCIONARIOS.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0520-SAIDA
           END-IF.
           MOVE ZEROS TO FUNC-ID.
           START FUNCIONARIOS KEY IS NOT LESS FUNC-ID
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ FUNCIONARIOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE FUNC-ID TO WRK-CHAVE-ATUAL
               PERFORM 0610-SOMA-CHAVE
               READ FUNCIONARIOS NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0620-MESTRE-QUEBRADO
           END-IF.
           CLOSE FUNCIONARIOS.

       0520-SAIDA.
           EXIT.

       0530-RESTAURA-TURMA           SECTION.
           OPEN OUTPUT TURMA.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0530-SAIDA
           END-IF.
           READ BACKUP NEXT RECORD
           PERFORM UNTIL FS-BACKUP NOT = 0
               MOVE BKP-REG TO TURMA-REG
               WRITE TURMA-REG
                 INVALID KEY
                   DISPLAY "REGISTRO NAO RESTAURADO: " TURMA-CHAVE
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-GRAVADOS
               END-WRITE
               READ BACKUP NEXT RECORD
           END-PERFORM.
           CLOSE TURMA.
           OPEN INPUT TURMA.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0530-SAIDA
           END-IF.
           MOVE LOW-VALUES TO TURMA-CHAVE.
           START TURMA KEY IS NOT LESS TURMA-CHAVE
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ TURMA NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE TURMA-CHAVE TO WRK-CHAVE-ATUAL
               PERFORM 0610-SOMA-CHAVE
               READ TURMA NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0620-MESTRE-QUEBRADO
           END-IF.
           CLOSE TURMA.

       0530-SAIDA.
           EXIT.

       0540-RESTAURA-ALUNOS          SECTION.
           OPEN OUTPUT ALUNOS.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0540-SAIDA
           END-IF.
           READ BACKUP NEXT RECORD
           PERFORM UNTIL FS-BACKUP NOT = 0
               MOVE BKP-REG TO ALUNO-REG
               WRITE ALUNO-REG
                 INVALID KEY
                   DISPLAY "REGISTRO NAO RESTAURADO: " ALUNO-MATRICULA
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-GRAVADOS
               END-WRITE
               READ BACKUP NEXT RECORD
           END-PERFORM.
           CLOSE ALUNOS.
           OPEN INPUT ALUNOS.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0540-SAIDA
           END-IF.
           MOVE ZEROS TO ALUNO-MATRICULA.
           START ALUNOS KEY IS NOT LESS ALUNO-MATRICULA
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ ALUNOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE ALUNO-MATRICULA TO WRK-CHAVE-ATUAL
               PERFORM 0610-SOMA-CHAVE
               READ ALUNOS NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0620-MESTRE-QUEBRADO
           END-IF.
           CLOSE ALUNOS.

       0540-SAIDA.
           EXIT.

       0550-RESTAURA-PACIENTES       SECTION.
           OPEN OUTPUT PACIENTES.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0550-SAIDA
           END-IF.
           READ BACKUP NEXT RECORD
           PERFORM UNTIL FS-BACKUP NOT = 0
               MOVE BKP-REG TO PAC-REG
               WRITE PAC-REG
                 INVALID KEY
                   DISPLAY "REGISTRO NAO RESTAURADO: " PAC-NUMERO
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-GRAVADOS
               END-WRITE
               READ BACKUP NEXT RECORD
           END-PERFORM.
           CLOSE PACIENTES.
           OPEN INPUT PACIENTES.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0550-SAIDA
           END-IF.
           MOVE ZEROS TO PAC-NUMERO.
           START PACIENTES KEY IS NOT LESS PAC-NUMERO
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ PACIENTES NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE PAC-NUMERO TO WRK-CHAVE-ATUAL
               PERFORM 0610-SOMA-CHAVE
               READ PACIENTES NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0620-MESTRE-QUEBRADO
           END-IF.
           CLOSE PACIENTES.

       0550-SAIDA.
           EXIT.

       0560-RESTAURA-PRODUTOS        SECTION.
           OPEN OUTPUT PRODUTOS.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0560-SAIDA
           END-IF.
           READ BACKUP NEXT RECORD
           PERFORM UNTIL FS-BACKUP NOT = 0
               MOVE BKP-REG TO PROD-REG
               WRITE PROD-REG
                 INVALID KEY
                   DISPLAY "REGISTRO NAO RESTAURADO: " PROD-CODIGO
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-GRAVADOS
               END-WRITE
               READ BACKUP NEXT RECORD
           END-PERFORM.
           CLOSE PRODUTOS.
           OPEN INPUT PRODUTOS.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0560-SAIDA
           END-IF.
           MOVE ZEROS TO PROD-CODIGO.
           START PRODUTOS KEY IS NOT LESS PROD-CODIGO
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ PRODUTOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE PROD-CODIGO TO WRK-CHAVE-ATUAL
               PERFORM 0610-SOMA-CHAVE
               READ PRODUTOS NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0620-MESTRE-QUEBRADO
           END-IF.
           CLOSE PRODUTOS.

       0560-SAIDA.
           EXIT.

       0570-RESTAURA-COTACAO         SECTION.
           OPEN OUTPUT COTMESTRE.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0570-SAIDA
           END-IF.
           READ BACKUP NEXT RECORD
           PERFORM UNTIL FS-BACKUP NOT = 0
               MOVE BKP-REG TO COT-REG
               WRITE COT-REG
                 INVALID KEY
                   DISPLAY "REGISTRO NAO RESTAURADO: " COT-CHAVE
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-GRAVADOS
               END-WRITE
               READ BACKUP NEXT RECORD
           END-PERFORM.
           CLOSE COTMESTRE.
           OPEN INPUT COTMESTRE.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0570-SAIDA
           END-IF.
           MOVE LOW-VALUES TO COT-CHAVE.
           START COTMESTRE KEY IS NOT LESS COT-CHAVE
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ COTMESTRE NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE COT-CHAVE TO WRK-CHAVE-ATUAL
               PERFORM 0610-SOMA-CHAVE
               READ COTMESTRE NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0620-MESTRE-QUEBRADO
           END-IF.
           CLOSE COTMESTRE.

       0570-SAIDA.
           EXIT.

       0580-RESTAURA-FERIADOS        SECTION.
           OPEN OUTPUT FERIADOS.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0580-SAIDA
           END-IF.
           READ BACKUP NEXT RECORD
           PERFORM UNTIL FS-BACKUP NOT = 0
               MOVE BKP-REG TO FER-REG
               WRITE FER-REG
                 INVALID KEY
                   DISPLAY "REGISTRO NAO RESTAURADO: " FER-DATA
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-GRAVADOS
               END-WRITE
               READ BACKUP NEXT RECORD
           END-PERFORM.
           CLOSE FERIADOS.
           OPEN INPUT FERIADOS.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0580-SAIDA
           END-IF.
           MOVE ZEROS TO FER-DATA.
           START FERIADOS KEY IS NOT LESS FER-DATA
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ FERIADOS NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE FER-DATA TO WRK-CHAVE-ATUAL
               PERFORM 0610-SOMA-CHAVE
               READ FERIADOS NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0620-MESTRE-QUEBRADO
           END-IF.
           CLOSE FERIADOS.

       0580-SAIDA.
           EXIT.

       0590-RESTAURA-OPERADOR        SECTION.
           OPEN OUTPUT OPERADOR.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0590-SAIDA
           END-IF.
           READ BACKUP NEXT RECORD
           PERFORM UNTIL FS-BACKUP NOT = 0
               MOVE BKP-REG TO OPER-REG
               WRITE OPER-REG
                 INVALID KEY
                   DISPLAY "REGISTRO NAO RESTAURADO: " OPER-ID
                 NOT INVALID KEY
                   ADD 1 TO WRK-QT-GRAVADOS
               END-WRITE
               READ BACKUP NEXT RECORD
           END-PERFORM.
           CLOSE OPERADOR.
           OPEN INPUT OPERADOR.
           IF FS-MESTRE NOT = 0
               PERFORM 0620-MESTRE-QUEBRADO
               GO TO 0590-SAIDA
           END-IF.
           MOVE LOW-VALUES TO OPER-ID.
           START OPERADOR KEY IS NOT LESS OPER-ID
             INVALID KEY
               MOVE 10 TO FS-MESTRE
           END-START.
           IF FS-MESTRE = 0
               READ OPERADOR NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-MESTRE NOT = 0
               MOVE SPACES TO WRK-CHAVE-ATUAL
               MOVE OPER-ID TO WRK-CHAVE-ATUAL
               PERFORM 0610-SOMA-CHAVE
               READ OPERADOR NEXT RECORD
           END-PERFORM.
           IF FS-MESTRE NOT = 10
               PERFORM 0620-MESTRE-QUEBRADO
           END-IF.
           CLOSE OPERADOR.

       0590-SAIDA.
           EXIT.

      *    MESMA SOMA DO BKPGERAL (VIDE BKPMANRG).
       0610-SOMA-CHAVE               SECTION.
           ADD 1 TO WRK-QTDE.
           PERFORM VARYING WRK-P FROM 1 BY 1 UNTIL WRK-P > 60
               COMPUTE WRK-SOMA-CHAVE = WRK-SOMA-CHAVE
                     + FUNCTION ORD(WRK-CHAVE-ATUAL(WRK-P:1)) * WRK-P
           END-PERFORM.

       0620-MESTRE-QUEBRADO          SECTION.
           MOVE 'N' TO WRK-MESTRE-OK.
           DISPLAY "** " WRK-MESTRE " COM FILE STATUS " FS-MESTRE
                   " NA RESTAURACAO **".

       0630-CONFERE-MESTRE           SECTION.
           DISPLAY "--- " WRK-MESTRE " ---".
           DISPLAY "REGISTROS NA GERACAO....: " WRK-MAN-QTREG(WRK-M).
           DISPLAY "REGISTROS GRAVADOS......: " WRK-QT-GRAVADOS.
           DISPLAY "REGISTROS RELIDOS.......: " WRK-QTDE.
           DISPLAY "SOMA DAS CHAVES GERACAO.: " WRK-MAN-SOMA(WRK-M).
           DISPLAY "SOMA DAS CHAVES RELIDAS.: " WRK-SOMA-CHAVE.
           IF WRK-MESTRE-OK = 'S'
                   AND WRK-QTDE = WRK-MAN-QTREG(WRK-M)
                   AND WRK-QT-GRAVADOS = WRK-MAN-QTREG(WRK-M)
                   AND WRK-SOMA-CHAVE = WRK-MAN-SOMA(WRK-M)
               ADD 1 TO WRK-QT-RESTAURADOS
               DISPLAY "RESTAURACAO COMPLETA: CONTAGEM E CHAVES BATEM"
           ELSE
               ADD 1 TO WRK-QT-DIVERGENTES
               DISPLAY "** ATENCAO: " WRK-MESTRE " NAO CONFERE **"
           END-IF.

       0700-FINALIZAR                SECTION.
           DISPLAY "========================================".
           DISPLAY "MESTRES RESTAURADOS E CONFERIDOS: "
                   WRK-QT-RESTAURADOS.
           DISPLAY "MESTRES COM DIVERGENCIA.........: "
                   WRK-QT-DIVERGENTES.
           IF WRK-QT-DIVERGENTES > 0
               MOVE 8 TO RETURN-CODE
           END-IF.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-CONTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNCIONARIOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNCIONARIOS.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCIONARIOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-TURMA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'TURMA.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TURMA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ALUNOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ALUNOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ALUNOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PACIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PACIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PACIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRODUTOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRODUTOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRODUTOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-COTMESTRE.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'COTACAO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-COTMESTRE
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FERIADOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FERIADO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FERIADOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPERADOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-OPERADOR
           END-STRING.
           MOVE SPACES TO WRK-ARQ-BKPCAT.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'BKPGERAL.CAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-BKPCAT
           END-STRING.

       COPY CFGLER.
