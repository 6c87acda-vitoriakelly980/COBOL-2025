      *          ARQUIVO JA APLICADO E RECUSADO E SALTO NA SEQUENCIA
      *          PARA O JOB COM MENSAGEM CLARA - 'FORCA' NA LINHA DE
      *          COMANDO PASSA POR CIMA NO REENVIO LEGITIMO.
      *          DETALHE COM CPF/CNPJ INVALIDO (9620-VALIDA-DOCUMENTO)
      *          OU JA CADASTRADO EM OUTRA CHAVE E RECUSADO SOZINHO,
      *          SEM PARAR O ARQUIVO, E O JOB TERMINA COM CODIGO 4.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               LOCK MODE       IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT SEQCTL ASSIGN TO WRK-ARQ-SEQCTL
               ORGANIZATION    IS SEQUENTIAL
       COPY CFGFD.

       FD  INTERCAM.
       01  INT-REG                      PIC X(200).

       FD  CLIENTES.
       COPY CLIREG.
       77  WRK-PARAMETRO                PIC X(30) VALUE SPACES.
       77  WRK-FORCADO                  PIC X(01) VALUE 'N'.
           88 MODO-FORCADO              VALUE 'S'.
       77  WRK-QT-RECUSADOS             PIC 9(07) VALUE ZEROS.
       77  WRK-DOC-DUP                  PIC X(01) VALUE 'N'.
           88 DOCUMENTO-REPETIDO        VALUE 'S'.
       77  WRK-DOC-CHAVE-INF            PIC X(15) VALUE SPACES.
       77  WRK-REG-DOC                  PIC X(200) VALUE SPACES.
       COPY DOCWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           READ INTERCAM NEXT RECORD
           PERFORM UNTIL FS-INTERCAM = 10
               IF INT-REG(1:2) = '01'
                   MOVE INT-REG(3:188) TO CLIENTES-REG
                   PERFORM 9620-VALIDA-DOCUMENTO
                   IF DOCUMENTO-VALIDO
                       PERFORM 0220-DOC-REPETIDO
                   END-IF
                   EVALUATE TRUE
                     WHEN NOT DOCUMENTO-VALIDO
                       ADD 1 TO WRK-QT-RECUSADOS
                       DISPLAY "DETALHE RECUSADO - CPF/CNPJ INVALIDO: "
                               CLIENTES-FONE
                     WHEN DOCUMENTO-REPETIDO
                       ADD 1 TO WRK-QT-RECUSADOS
                       DISPLAY "DETALHE RECUSADO - DOCUMENTO JA EM "
                               "OUTRO CLIENTE: " CLIENTES-FONE
                     WHEN OTHER
                       WRITE CLIENTES-REG
                         INVALID KEY
                           REWRITE CLIENTES-REG
                             INVALID KEY
                               DISPLAY "DETALHE NAO APLICADO: "
                                       CLIENTES-FONE
                             NOT INVALID KEY
                               ADD 1 TO WRK-QT-ATUALIZADOS
                           END-REWRITE
                         NOT INVALID KEY
                           ADD 1 TO WRK-QT-INCLUIDOS
                       END-WRITE
                   END-EVALUATE
               END-IF
               READ INTERCAM NEXT RECORD
           END-PERFORM.
           DISPLAY "DETALHES NO ARQUIVO..: " WRK-QT-DETALHES.
           DISPLAY "REGISTROS INCLUIDOS..: " WRK-QT-INCLUIDOS.
           DISPLAY "REGISTROS ATUALIZADOS: " WRK-QT-ATUALIZADOS.
           DISPLAY "DETALHES RECUSADOS...: " WRK-QT-RECUSADOS.
           IF WRK-QT-RECUSADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

      *    OUTRA CHAVE DE TELEFONE COM O MESMO CPF/CNPJ NA CHAVE
      *    ALTERNADA (A PROPRIA CHAVE DO DETALHE NAO CONTA - E UMA
      *    ATUALIZACAO). O DETALHE MONTADO E DEVOLVIDO INTACTO.
       0220-DOC-REPETIDO             SECTION.
           MOVE 'N' TO WRK-DOC-DUP.
           IF CLIENTES-SEM-DOC
               GO TO 0220-SAIDA
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

       0220-SAIDA.
           EXIT.

       0290-ROTINAS-DOCUMENTO        SECTION.

       COPY DOCVAL.

       9790-ROTINAS-CONFIG           SECTION.

