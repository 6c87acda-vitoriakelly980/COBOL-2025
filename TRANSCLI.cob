      *          COMO OS CAMINHOS DE TELA; LINHA RECUSADA VAI PARA
      *          CLIENTES.TRN.REJ.TXT COM O MOTIVO. E O FIM DA
      *          REDIGITACAO DAS LISTAS DE 200 CLIENTES DOS PARCEIROS.
      *          O CPF/CNPJ DA LINHA PASSA PELO 9620-VALIDA-DOCUMENTO
      *          E NAO PODE PERTENCER A OUTRA CHAVE.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               LOCK MODE       IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT ESPELHO ASSIGN TO WRK-ARQ-ESPELHO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ESPELHO
               RECORD KEY      IS ESP-CHAVE
               ALTERNATE RECORD KEY IS ESP-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ESP-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT CLILOG ASSIGN TO WRK-ARQ-CLILOG
               ORGANIZATION    IS SEQUENTIAL

      *    UMA LINHA POR OPERACAO: CODIGO + OS CAMPOS DO CLIENTES-REG
      *    NA ORDEM DO LAYOUT (SEM SITUACAO NEM ULTALT, QUE SAO DO
      *    SISTEMA, NAO DO PARCEIRO). O DOCUMENTO VEM NO FIM DA
      *    LINHA; TIPO EM BRANCO NA INCLUSAO = NAO INFORMADO E NA
      *    ALTERACAO = MANTEM O DOCUMENTO JA CADASTRADO.
       FD  MOVIMENTO.
       01  MOV-REG.
           05 MOV-OPERACAO              PIC X(01).
           05 MOV-CIDADE                PIC X(20).
           05 MOV-UF                    PIC X(02).
           05 MOV-CEP                   PIC 9(08).
           05 MOV-DOC-TIPO              PIC X(01).
           05 MOV-DOCUMENTO             PIC 9(14).

       FD  CLIENTES.
       COPY CLIREG.
              10 ESP-FONE               PIC 9(12).
           05 ESP-NOME                  PIC X(40).
           05 ESP-DADOS                 PIC X(118).
           05 ESP-DOC-CHAVE             PIC X(15).

       FD  CLILOG.
       COPY CLILOGRG.
       COPY CLIJRNRG.

       FD  REJEITOS.
       01  REJEITOS-REG                 PIC X(210).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-END-OK                   PIC X(01) VALUE 'N'.
           88 ENDERECO-VALIDO           VALUE 'S'.
       COPY EMAILWS.
       COPY DOCWS.
       77  WRK-DOC-DUP                  PIC X(01) VALUE 'N'.
           88 DOCUMENTO-REPETIDO        VALUE 'S'.
       77  WRK-DOC-CHAVE-INF            PIC X(15) VALUE SPACES.
       77  WRK-REG-DOC                  PIC X(200) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
               MOVE 'CLIENTE JA CADASTRADO' TO WRK-MOTIVO
           END-READ.
           IF WRK-MOTIVO = SPACES
               MOVE SPACE TO CLIENTES-DOC-TIPO
               MOVE ZEROS TO CLIENTES-DOCUMENTO
               PERFORM 0350-MONTA-REGISTRO
               PERFORM 0660-VALIDA-DADOS
           END-IF.
           MOVE MOV-CIDADE     TO CLIENTES-CIDADE.
           MOVE MOV-UF         TO CLIENTES-UF.
           MOVE MOV-CEP        TO CLIENTES-CEP.
           IF MOV-DOC-TIPO NOT = SPACE
               MOVE MOV-DOC-TIPO  TO CLIENTES-DOC-TIPO
               MOVE MOV-DOCUMENTO TO CLIENTES-DOCUMENTO
           END-IF.

       0660-VALIDA-DADOS             SECTION.
           PERFORM 9600-VALIDA-EMAIL.
                   MOVE 'ENDERECO INCOMPLETO' TO WRK-MOTIVO
               END-IF
           END-IF.
           IF WRK-MOTIVO = SPACES
               PERFORM 9620-VALIDA-DOCUMENTO
               IF NOT DOCUMENTO-VALIDO
                   MOVE 'CPF/CNPJ INVALIDO' TO WRK-MOTIVO
               ELSE
                   PERFORM 0680-DOC-REPETIDO
                   IF DOCUMENTO-REPETIDO
                       MOVE 'DOCUMENTO JA EM OUTRO CLIENTE'
                         TO WRK-MOTIVO
                   END-IF
               END-IF
           END-IF.

      *    MESMA CONFERENCIA DO 9635-DOC-REPETIDO DAS TELAS: OUTRA
      *    CHAVE DE TELEFONE COM O MESMO CPF/CNPJ NA CHAVE ALTERNADA.
      *    O CLIENTES-REG MONTADO E GUARDADO E DEVOLVIDO INTACTO.
       0680-DOC-REPETIDO             SECTION.
           MOVE 'N' TO WRK-DOC-DUP.
           IF CLIENTES-SEM-DOC
               GO TO 0680-SAIDA
           END-IF.
           MOVE CLIENTES-REG       TO WRK-REG-DOC.
           MOVE CLIENTES-DOC-CHAVE TO WRK-DOC-CHAVE-INF.
           START CLIENTES KEY IS EQUAL CLIENTES-DOC-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CLIENTES NEXT RECORD
               PERFORM UNTIL FS-CLIENTES > 9
                       OR CLIENTES-DOC-CHAVE NOT = WRK-DOC-CHAVE-INF
                       OR DOCUMENTO-REPETIDO
                   IF CLIENTES-CHAVE NOT = WRK-REG-DOC(1:15)
                       MOVE 'S' TO WRK-DOC-DUP
                   END-IF
                   READ CLIENTES NEXT RECORD
               END-PERFORM
           END-START.
           MOVE WRK-REG-DOC TO CLIENTES-REG.

       0680-SAIDA.
           EXIT.

      *    MESMA REGRA DO 9650-VALIDA-FONE DAS TELAS: PAIS EM BRANCO
      *    ASSUME 055; NO PAIS 055 O DDD (POSICOES 2-3) PRECISA CAIR

       COPY EMAILVAL.

       0690-ROTINAS-DOCUMENTO        SECTION.

       COPY DOCVAL.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
