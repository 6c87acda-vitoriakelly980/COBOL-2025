      *          CADA FUNCIONARIO EM FOLHA.LIQ.TXT (GRAVADO PELO
      *          FOLHAPAG), ACHA A CONTA PELO VINCULO E LANCA UM
      *          CREDITO 'CR' NO RAZAO COM O CONTA-SALDO ATUALIZADO.
      *          FUNCIONARIO SEM VINCULO DE CONTA MAS COM CONTA EM
      *          OUTRO BANCO CADASTRADA (FUNBANCO.DAT.TXT, OPCOES 4 E 5
      *          DA TELA) VAI PARA A FILA DE REMESSA PELA ROTINA
      *          REMESSA, QUE O GERAREM LEVA AO BANCO. FUNCIONARIO SEM
      *          NENHUM DOS DOIS, COM FAVORECIDO RECUSADO OU COM CONTA
      *          BLOQUEADA/ENCERRADA VAI PARA FOLHA.CRED.REJ.TXT COM O
      *          MOTIVO.
      *          COM 'BATCH 13' O CREDITO E O DO DECIMO TERCEIRO: LE
      *          DECTERC.LIQ.TXT (GRAVADO PELO DECTERC, MESMO LAYOUT)
      *          NO LUGAR DO FOLHA.LIQ.TXT, COM AS MESMAS REGRAS.
      *          COM 'BATCH RESC' CREDITA AS RESCISOES: LE
      *          RESCISAO.LIQ.TXT (ACUMULADO PELA ROTINA RESCISAO A
      *          CADA DESLIGAMENTO) E, CREDITADO, ESVAZIA O ARQUIVO
      *          PARA A RESCISAO NAO SER PAGA DE NOVO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS     IS FS-FUNCONTA
               RECORD KEY      IS FCON-FUNC-ID.

           SELECT FUNBANCO ASSIGN TO WRK-ARQ-FUNBANCO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FUNBANCO
               RECORD KEY      IS FBCO-FUNC-ID.

           SELECT CONTAS ASSIGN TO WRK-ARQ-CONTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               RECORD KEY      IS CONTA-NUMERO.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT REJEITOS ASSIGN TO WRK-ARQ-REJEITOS
               ORGANIZATION    IS SEQUENTIAL
           05 FCON-FUNC-ID              PIC 9(05).
           05 FCON-CONTA                PIC 9(06).

      *    CONTA EM OUTRO BANCO DO FUNCIONARIO QUE NAO TEM CONTA
      *    AQUI: O LIQUIDO SEGUE PELA FILA DE REMESSA.
       FD  FUNBANCO.
       01  FUNBANCO-REG.
           05 FBCO-FUNC-ID              PIC 9(05).
           05 FBCO-BANCO                PIC 9(03).
           05 FBCO-AGENCIA              PIC 9(04).
           05 FBCO-CONTA                PIC X(12).
           05 FBCO-CPF                  PIC 9(11).
           05 FBCO-NOME                 PIC X(30).

       FD  CONTAS.
       COPY CONTAREG.

       COPY CFGWS.
       77  WRK-ARQ-LIQUIDOS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNCONTA             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FUNBANCO             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CONTAS               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REJEITOS             PIC X(80) VALUE SPACES.
       77  FS-LIQUIDOS                  PIC 9(02) VALUE ZEROS.
       77  FS-FUNCONTA                  PIC 9(02) VALUE ZEROS.
       77  FS-FUNBANCO                  PIC 9(02) VALUE ZEROS.
       77  FS-CONTAS                    PIC 9(02) VALUE ZEROS.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-REJEITOS                  PIC 9(02) VALUE ZEROS.
       77  WRK-QT-LIDOS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-CREDITADOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REJEITADOS            PIC 9(05) VALUE ZEROS.
       77  WRK-QT-REMESSA               PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-CREDITADO            PIC 9(12)V99 VALUE ZEROS.
       77  WRK-TOT-REMESSA              PIC 9(12)V99 VALUE ZEROS.
       77  WRK-FUNBANCO-ABERTO          PIC X(01) VALUE 'N'.
       77  WRK-TEM-VINCULO              PIC X(01) VALUE 'N'.
       77  WRK-TOT-ED                   PIC Z.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       COPY REMESSW.
       COPY RAZSEQW.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           ACCEPT WRK-MODO-EXEC FROM COMMAND-LINE.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           IF WRK-MODO-EXEC(1:5) = 'BATCH'
               IF WRK-MODO-EXEC(7:2) = '13'
                   PERFORM 9820-LIQUIDOS-DECTERC
               END-IF
               IF WRK-MODO-EXEC(7:4) = 'RESC'
                   PERFORM 9830-LIQUIDOS-RESCISAO
               END-IF
               PERFORM 0300-CREDITA-FOLHA
           ELSE
               PERFORM 0100-MANTEM-VINCULOS
               CLOSE FUNCONTA
               OPEN I-O FUNCONTA
           END-IF.
           OPEN I-O FUNBANCO.
           IF FS-FUNBANCO = 35
               OPEN OUTPUT FUNBANCO
               CLOSE FUNBANCO
               OPEN I-O FUNBANCO
           END-IF.
           PERFORM UNTIL WRK-OPCAO = 'X'
               DISPLAY " "
               DISPLAY "==== VINCULO FUNCIONARIO X CONTA ===="
               DISPLAY "1 - INCLUIR/ALTERAR"
               DISPLAY "2 - CONSULTAR"
               DISPLAY "3 - EXCLUIR"
               DISPLAY "4 - CONTA EM OUTRO BANCO INCLUIR/ALTERAR"
               DISPLAY "5 - CONTA EM OUTRO BANCO EXCLUIR"
               DISPLAY "X - SAIR"
               DISPLAY "OPCAO: "
               ACCEPT WRK-OPCAO
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE FUNCONTA.
           CLOSE FUNBANCO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
               PERFORM 0220-CONSULTA-VINCULO
             WHEN '3'
               PERFORM 0230-EXCLUI-VINCULO
             WHEN '4'
               PERFORM 0240-INCLUI-OUTRO-BANCO
             WHEN '5'
               PERFORM 0250-EXCLUI-OUTRO-BANCO
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-5 OU X"
           END-EVALUATE.

      *    A CONTA INFORMADA PRECISA EXISTIR E ESTAR ATIVA NO
               DISPLAY "MATRICULA " FCON-FUNC-ID
                       " DEPOSITA NA CONTA " FCON-CONTA
           END-READ.
           MOVE WRK-FUNC-ID TO FBCO-FUNC-ID.
           READ FUNBANCO
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               DISPLAY "CONTA EM OUTRO BANCO: BANCO " FBCO-BANCO
                       " AG " FBCO-AGENCIA " CONTA " FBCO-CONTA
               DISPLAY "FAVORECIDO " FBCO-NOME " CPF " FBCO-CPF
           END-READ.

       0230-EXCLUI-VINCULO           SECTION.
           DISPLAY "MATRICULA : ".
               DISPLAY "VINCULO EXCLUIDO"
           END-DELETE.

      *    O FAVORECIDO E CONFERIDO PELA MESMA ROTINA QUE O CREDITO
      *    NOTURNO USA (FUNCAO 'V'); O VALOR AQUI E SIMBOLICO, SO PARA
      *    A ROTINA NAO RECUSAR POR VALOR ZERADO.
       0240-INCLUI-OUTRO-BANCO       SECTION.
           INITIALIZE REMESSA-PARM.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           DISPLAY "BANCO (999) : ".
           ACCEPT REMESSA-BANCO.
           DISPLAY "AGENCIA (9999) : ".
           ACCEPT REMESSA-AGENCIA.
           DISPLAY "CONTA COM DIGITO : ".
           ACCEPT REMESSA-CONTA-DEST.
           DISPLAY "CPF DO FUNCIONARIO (11 DIGITOS) : ".
           ACCEPT REMESSA-CPF.
           DISPLAY "NOME DO FAVORECIDO : ".
           ACCEPT REMESSA-NOME.
           MOVE FUNCTION UPPER-CASE(REMESSA-NOME) TO REMESSA-NOME.
           MOVE 'V'         TO REMESSA-FUNCAO.
           MOVE 'F'         TO REMESSA-ORIGEM.
           MOVE WRK-FUNC-ID TO REMESSA-FUNC-ID.
           MOVE 1           TO REMESSA-VALOR.
           CALL 'REMESSA' USING REMESSA-PARM.
           IF REMESSA-RETORNO NOT = '00'
               DISPLAY REMESSA-MENSAGEM " - CONTA NAO GRAVADA"
               GO TO 0240-SAIDA
           END-IF.
           MOVE WRK-FUNC-ID        TO FBCO-FUNC-ID.
           MOVE REMESSA-BANCO      TO FBCO-BANCO.
           MOVE REMESSA-AGENCIA    TO FBCO-AGENCIA.
           MOVE REMESSA-CONTA-DEST TO FBCO-CONTA.
           MOVE REMESSA-CPF        TO FBCO-CPF.
           MOVE REMESSA-NOME       TO FBCO-NOME.
           WRITE FUNBANCO-REG
             INVALID KEY
               REWRITE FUNBANCO-REG
                 INVALID KEY
                   DISPLAY "CONTA EM OUTRO BANCO NAO GRAVADA"
                 NOT INVALID KEY
                   DISPLAY "CONTA EM OUTRO BANCO ATUALIZADA"
               END-REWRITE
             NOT INVALID KEY
               DISPLAY "CONTA EM OUTRO BANCO INCLUIDA"
           END-WRITE.

       0240-SAIDA.
           EXIT.

       0250-EXCLUI-OUTRO-BANCO       SECTION.
           DISPLAY "MATRICULA : ".
           ACCEPT WRK-FUNC-ID.
           MOVE WRK-FUNC-ID TO FBCO-FUNC-ID.
           DELETE FUNBANCO RECORD
             INVALID KEY
               DISPLAY "SEM CONTA EM OUTRO BANCO PARA ESTA MATRICULA"
             NOT INVALID KEY
               DISPLAY "CONTA EM OUTRO BANCO EXCLUIDA"
           END-DELETE.

       0300-CREDITA-FOLHA            SECTION.
           OPEN INPUT LIQUIDOS.
           IF FS-LIQUIDOS NOT = 0
               EVALUATE TRUE
                 WHEN WRK-MODO-EXEC(7:2) = '13'
                   DISPLAY "DECTERC.LIQ.TXT NAO FOI ABERTO, STATUS="
                           FS-LIQUIDOS " - RODE O DECTERC ANTES"
                 WHEN WRK-MODO-EXEC(7:4) = 'RESC'
                   DISPLAY "RESCISAO.LIQ.TXT NAO FOI ABERTO, STATUS="
                           FS-LIQUIDOS " - NENHUMA RESCISAO A CREDITAR"
                 WHEN OTHER
                   DISPLAY "FOLHA.LIQ.TXT NAO FOI ABERTO, STATUS="
                           FS-LIQUIDOS " - RODE O FOLHAPAG ANTES"
               END-EVALUATE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
      *    SEM CADASTRO DE CONTAS EM OUTRO BANCO, QUEM NAO TEM VINCULO
      *    E REJEITADO COMO SEMPRE FOI.
           OPEN INPUT FUNBANCO.
           IF FS-FUNBANCO = 0
               MOVE 'S' TO WRK-FUNBANCO-ABERTO
           END-IF.
           OPEN I-O CONTAS.
           IF FS-CONTAS NOT = 0
               DISPLAY "CADASTRO DE CONTAS NAO FOI ABERTO, STATUS="
               READ LIQUIDOS NEXT RECORD
           END-PERFORM.
           CLOSE LIQUIDOS.
           IF WRK-MODO-EXEC(7:4) = 'RESC'
               OPEN OUTPUT LIQUIDOS
               CLOSE LIQUIDOS
           END-IF.
           CLOSE FUNCONTA.
           IF WRK-FUNBANCO-ABERTO = 'S'
               CLOSE FUNBANCO
           END-IF.
           CLOSE CONTAS.
           CLOSE REJEITOS.
           IF WRK-RAZAO-ABERTO = 'S'
           DISPLAY "========= CREDITO DE SALARIOS =========".
           DISPLAY "LIQUIDOS LIDOS........: " WRK-QT-LIDOS.
           DISPLAY "CREDITOS LANCADOS.....: " WRK-QT-CREDITADOS.
           DISPLAY "ENVIADOS A REMESSA....: " WRK-QT-REMESSA.
           DISPLAY "REJEITADOS............: " WRK-QT-REJEITADOS.
           MOVE WRK-TOT-CREDITADO TO WRK-TOT-ED.
           DISPLAY "TOTAL CREDITADO.......: " WRK-TOT-ED.
           MOVE WRK-TOT-REMESSA TO WRK-TOT-ED.
           DISPLAY "TOTAL EM REMESSA......: " WRK-TOT-ED.
           IF WRK-QT-REJEITADOS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.

       0350-CREDITA-UM               SECTION.
           MOVE SPACES TO WRK-MOTIVO.
           MOVE 'S' TO WRK-TEM-VINCULO.
           MOVE LIQ-FUNC-ID TO FCON-FUNC-ID.
           READ FUNCONTA
             INVALID KEY
               MOVE 'N' TO WRK-TEM-VINCULO
             NOT INVALID KEY
               MOVE FCON-CONTA TO CONTA-NUMERO
               READ CONTAS
                   END-IF
               END-READ
           END-READ.
           IF WRK-TEM-VINCULO = 'N'
               PERFORM 0360-ENVIA-REMESSA
               IF WRK-MOTIVO = SPACES
                   GO TO 0350-SAIDA
               END-IF
           END-IF.
           IF WRK-MOTIVO NOT = SPACES
               ADD 1 TO WRK-QT-REJEITADOS
               MOVE SPACES TO REJEITOS-REG
               END-REWRITE
           END-IF.

       0350-SAIDA.
           EXIT.

      *    FUNCIONARIO SEM CONTA AQUI: PROCURA A CONTA EM OUTRO BANCO
      *    E PASSA O LIQUIDO PARA A FILA DE REMESSA. VOLTA COM O
      *    MOTIVO PREENCHIDO QUANDO NAO DEU.
       0360-ENVIA-REMESSA            SECTION.
           IF WRK-FUNBANCO-ABERTO NOT = 'S'
               MOVE 'SEM VINCULO DE CONTA' TO WRK-MOTIVO
               GO TO 0360-SAIDA
           END-IF.
           MOVE LIQ-FUNC-ID TO FBCO-FUNC-ID.
           READ FUNBANCO
             INVALID KEY
               MOVE 'SEM VINCULO DE CONTA' TO WRK-MOTIVO
           END-READ.
           IF WRK-MOTIVO NOT = SPACES
               GO TO 0360-SAIDA
           END-IF.
           IF LIQ-VALOR > 99999999,99
               MOVE 'LIQUIDO ACIMA DO LIMITE DA REMESSA' TO WRK-MOTIVO
               GO TO 0360-SAIDA
           END-IF.
           INITIALIZE REMESSA-PARM.
           MOVE 'I'          TO REMESSA-FUNCAO.
           MOVE 'F'          TO REMESSA-ORIGEM.
           MOVE ZEROS        TO REMESSA-CONTA.
           MOVE LIQ-FUNC-ID  TO REMESSA-FUNC-ID.
           MOVE FBCO-BANCO   TO REMESSA-BANCO.
           MOVE FBCO-AGENCIA TO REMESSA-AGENCIA.
           MOVE FBCO-CONTA   TO REMESSA-CONTA-DEST.
           MOVE FBCO-CPF     TO REMESSA-CPF.
           MOVE FBCO-NOME    TO REMESSA-NOME.
           MOVE LIQ-VALOR    TO REMESSA-VALOR.
           MOVE 'SALARIOS'   TO REMESSA-OPERADOR.
           CALL 'REMESSA' USING REMESSA-PARM.
           IF REMESSA-RETORNO NOT = '00'
               MOVE REMESSA-MENSAGEM TO WRK-MOTIVO
               GO TO 0360-SAIDA
           END-IF.
           ADD 1 TO WRK-QT-REMESSA.
           ADD LIQ-VALOR TO WRK-TOT-REMESSA.
           DISPLAY "REMESSA: MATRICULA " LIQ-FUNC-ID
                   " BANCO " FBCO-BANCO " ITEM " REMESSA-NUMERO.

       0360-SAIDA.
           EXIT.

       0370-REJEITA-REGRAVACAO       SECTION.
           ADD 1 TO WRK-QT-REJEITADOS.
           MOVE SPACES TO REJEITOS-REG.

       0400-GRAVA-RAZAO              SECTION.
           IF WRK-RAZAO-ABERTO NOT = 'S'
               OPEN I-O RAZAO
               IF FS-RAZAO = 35
                   OPEN OUTPUT RAZAO
                   CLOSE RAZAO
                   OPEN I-O RAZAO
               END-IF
               MOVE 'S' TO WRK-RAZAO-ABERTO
           END-IF.
           MOVE CONTA-NUMERO          TO RAZAO-CONTA.
           MOVE WRK-HOJE              TO RAZAO-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE 'CR'                  TO RAZAO-TIPO.
           MOVE 'SALARIOS' TO RAZAO-OPER.
           MOVE SPACES     TO RAZAO-APROV.
           MOVE ZEROS      TO RAZAO-TAXA.
           MOVE SPACES     TO RAZAO-BOLETO.
           PERFORM 9850-PROXIMA-SEQ-RAZAO.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE RAZAO-SEQ TO WRK-SEQ.

       9790-ROTINAS-CONFIG           SECTION.

                  'FUNCONTA.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNCONTA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FUNBANCO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FUNBANCO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FUNBANCO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONTAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REJEITOS
           END-STRING.

      *    CREDITO DO DECIMO TERCEIRO: OS LIQUIDOS VEM DO DECTERC.
       9820-LIQUIDOS-DECTERC.
           MOVE SPACES TO WRK-ARQ-LIQUIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'DECTERC.LIQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-LIQUIDOS
           END-STRING.

      *    CREDITO DAS RESCISOES: OS LIQUIDOS VEM DA ROTINA RESCISAO.
       9830-LIQUIDOS-RESCISAO.
           MOVE SPACES TO WRK-ARQ-LIQUIDOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RESCISAO.LIQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-LIQUIDOS
           END-STRING.

       COPY CFGLER.

       COPY RAZSEQ.
