      *          DA ORIGEM, CADA POSTAGEM APROVADA EMITE O RECIBO
      *          NUMERADO (MESMA DISCIPLINA DO PAGCONTAS) E DIA JA
      *          FECHADO PELO FECHADIA NAO RECEBE LANCAMENTO.
      *          PAGAMENTO DE BOLETO PARCADO (APROV-BOLETO) POSTA COM O
      *          CODIGO DE BARRAS NA LINHA DO RAZAO E NO RECIBO E PASSA
      *          A 'P' NO REGISTRO DE BOLETOS PAGOS (ROTINA BOLETO); A
      *          RECUSA TIRA A RESERVA E O BOLETO PODE SER PAGO DE NOVO.
      *          PEDIDO DE ESTORNO (TIPO EC/ED, PEDIDO PELO ESTORNO) SO
      *          E APROVADO POR SUPERVISOR DIFERENTE DE QUEM PEDIU:
      *          RECONFERE A LINHA ORIGINAL NO RAZAO, LANCA NA DATA DE
      *          HOJE A LINHA DE SENTIDO CONTRARIO APONTANDO A ORIGINAL
      *          (AS DUAS PERNAS, NA TRANSFERENCIA), CANCELA O RECIBO
      *          E, SE ERA BOLETO, LIBERA O BOLETO PARA SER PAGO DE
      *          NOVO. O ESTORNO NAO ESBARRA NO LIMITE DA CONTA (DESFAZ
      *          UM ERRO) - SO AVISA; CONTA ENCERRADA DEIXA PENDENTE.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               RECORD KEY      IS CONTA-NUMERO.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
      *    TABELA DE 300 ENTRADAS: O QUE NAO COUBE NA RODADA VOLTA
      *    INTACTO PARA O ARQUIVO E SAI NA RODADA SEGUINTE.
       FD  APRTMP.
       01  APRTMP-REG                   PIC X(96).

       FD  RECIBOS.
       COPY RECIBREG.
       77  WRK-QT-RECUSADOS             PIC 9(03) VALUE ZEROS.
       77  WRK-A                        PIC 9(03) VALUE ZEROS.
       77  WRK-QT-FILA                  PIC 9(03) VALUE ZEROS.
       77  WRK-QT-ESTORNOS              PIC 9(03) VALUE ZEROS.
       77  WRK-EST-ORI-ACHOU            PIC X(01) VALUE 'N'.
       77  WRK-EST-PAR-ACHOU            PIC X(01) VALUE 'N'.
       77  WRK-EST-JA                   PIC X(01) VALUE 'N'.
       77  WRK-EST-ORI-VALOR            PIC 9(05)V99 VALUE ZEROS.
       77  WRK-EST-ORI-TAXA             PIC 9(03)V99 VALUE ZEROS.
       77  WRK-EST-PAR-TIPO             PIC X(02) VALUE SPACES.
       77  WRK-EST-PAR-VALOR            PIC 9(05)V99 VALUE ZEROS.
       77  WRK-LCT-CONTA                PIC 9(06) VALUE ZEROS.
       77  WRK-LCT-CONTRA               PIC 9(06) VALUE ZEROS.
       77  WRK-LCT-TIPO                 PIC X(02) VALUE SPACES.
       77  WRK-LCT-VALOR                PIC 9(05)V99 VALUE ZEROS.
       77  WRK-LCT-REF-HORA             PIC 9(06) VALUE ZEROS.
       77  WRK-LCT-REF-SEQ              PIC 9(04) VALUE ZEROS.
       77  WRK-LCT-REF-TIPO             PIC X(02) VALUE SPACES.
       COPY BOLETOW.
       COPY RAZSEQW.
      *    REFERENCIA DO PEDIDO DE ESTORNO - MESMO DESENHO DE
      *    APROV-ESTORNO (APRREG.cpy), TIRADA DE WRK-APR-BOLETO.
       01  WRK-EST-REF.
           05 WRK-EST-DATA              PIC 9(08).
           05 WRK-EST-HORA              PIC 9(06).
           05 WRK-EST-SEQ               PIC 9(04).
           05 WRK-EST-TIPO              PIC X(02).
           05 WRK-EST-RECIBO            PIC 9(08).
           05 WRK-EST-PAR-SEQ           PIC 9(04).
           05 WRK-EST-PAR-HORA          PIC 9(06).
           05 FILLER                    PIC X(06).
      *    FILA EM MEMORIA PARA A REGRAVACAO COM AS DECISOES, NA
      *    MECANICA DO AGENDPAG.
       01  WRK-FILA.
           05 WRK-APR-ITEM OCCURS 300 TIMES.
              10 WRK-APR-CONTA          PIC 9(06).
              10 WRK-APR-TIPO           PIC X(02).
                 88 WRK-APR-ESTORNO     VALUE 'EC' 'ED'.
              10 WRK-APR-CONTRA         PIC 9(06).
              10 WRK-APR-VALOR          PIC 9(05)V99.
              10 WRK-APR-DATAHORA       PIC X(14).
              10 WRK-APR-OPERADOR       PIC X(08).
              10 WRK-APR-SITUACAO       PIC X(01).
              10 WRK-APR-APROVADOR      PIC X(08).
              10 WRK-APR-BOLETO         PIC X(44).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
               MOVE APROV-OPERADOR  TO WRK-APR-OPERADOR(WRK-QT-FILA)
               MOVE APROV-SITUACAO  TO WRK-APR-SITUACAO(WRK-QT-FILA)
               MOVE APROV-APROVADOR TO WRK-APR-APROVADOR(WRK-QT-FILA)
               MOVE APROV-BOLETO    TO WRK-APR-BOLETO(WRK-QT-FILA)
               IF APROV-SITUACAO = 'P'
                   ADD 1 TO WRK-QT-PENDENTES
               END-IF
           IF WRK-APR-CONTRA(WRK-A) NOT = ZEROS
               DISPLAY "   DESTINO " WRK-APR-CONTRA(WRK-A)
           END-IF.
           IF WRK-APR-ESTORNO(WRK-A)
               MOVE WRK-APR-BOLETO(WRK-A) TO WRK-EST-REF
               DISPLAY "   ESTORNO DO LANCAMENTO " WRK-EST-TIPO " DE "
                       WRK-EST-DATA(7:2) "/" WRK-EST-DATA(5:2) "/"
                       WRK-EST-DATA(1:4) " " WRK-EST-HORA
                       " SEQUENCIA " WRK-EST-SEQ
               IF WRK-EST-PAR-SEQ NOT = ZEROS
                   DISPLAY "   COM A OUTRA PERNA DA TRANSFERENCIA, "
                           "SEQUENCIA " WRK-EST-PAR-SEQ
               END-IF
               IF WRK-EST-RECIBO NOT = ZEROS
                   DISPLAY "   CANCELA O RECIBO " WRK-EST-RECIBO
               END-IF
           ELSE
               IF WRK-APR-BOLETO(WRK-A) NOT = SPACES
                   DISPLAY "   BOLETO " WRK-APR-BOLETO(WRK-A)
               END-IF
           END-IF.
           DISPLAY "A-APROVAR  R-RECUSAR  ENTER-PULAR : ".
           MOVE SPACE TO WRK-DECISAO.
           ACCEPT WRK-DECISAO.
               MOVE WRK-SUPERVISOR TO WRK-APR-APROVADOR(WRK-A)
               ADD 1 TO WRK-QT-RECUSADOS
               DISPLAY "RECUSADO"
               IF WRK-APR-BOLETO(WRK-A) NOT = SPACES
                       AND NOT WRK-APR-ESTORNO(WRK-A)
                   MOVE 'X' TO BOLETO-FUNCAO
                   MOVE WRK-APR-BOLETO(WRK-A) TO BOLETO-CODIGO
                   CALL 'BOLETO' USING BOLETO-PARM
                   IF BOLETO-RETORNO NOT = 'S'
                       DISPLAY "RESERVA DO BOLETO NAO RETIRADA: "
                               BOLETO-MENSAGEM
                   END-IF
               END-IF
             WHEN OTHER
               DISPLAY "DEIXADO PENDENTE"
           END-EVALUATE.
      *    RECUSAS DE BLOQUEIO E LIMITE DO PAGCONTAS VALEM AQUI - O
      *    SUPERVISOR APROVA A ALCADA, NAO PASSA POR CIMA DO LIMITE.
       0360-POSTA-APROVADO           SECTION.
           IF WRK-APR-ESTORNO(WRK-A)
               PERFORM 0370-POSTA-ESTORNO
               GO TO 0360-SAIDA
           END-IF.
      *    TRANSFERENCIA ENTRE MOEDAS CONVERTE PELA TAXA EM VIGOR NO
      *    DIA DA APROVACAO - E HOJE QUE A LINHA ENTRA NO RAZAO, E A
      *    TAXA E SEMPRE A DO DIA DO LANCAMENTO, COMO NO PAGCONTAS.
               PERFORM 0390-CREDITA-DESTINO
           END-IF.
           PERFORM 0395-GRAVA-RECIBO.
           IF WRK-APR-BOLETO(WRK-A) NOT = SPACES
               PERFORM 0397-BOLETO-PAGO
           END-IF.
           MOVE 'A' TO WRK-APR-SITUACAO(WRK-A).
           MOVE WRK-SUPERVISOR TO WRK-APR-APROVADOR(WRK-A).
           ADD 1 TO WRK-QT-APROVADOS.

       0380-GRAVA-RAZAO-DEBITO       SECTION.
           IF WRK-RAZAO-ABERTO NOT = 'S'
               OPEN I-O RAZAO
               IF FS-RAZAO = 35
                   OPEN OUTPUT RAZAO
                   CLOSE RAZAO
                   OPEN I-O RAZAO
               END-IF
               MOVE 'S' TO WRK-RAZAO-ABERTO
           END-IF.
           MOVE WRK-APR-CONTA(WRK-A)  TO RAZAO-CONTA.
           MOVE WRK-HOJE              TO RAZAO-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE WRK-APR-TIPO(WRK-A)   TO RAZAO-TIPO.
           MOVE WRK-APR-OPERADOR(WRK-A) TO RAZAO-OPER.
           MOVE WRK-SUPERVISOR        TO RAZAO-APROV.
           MOVE WRK-TAXA-EFETIVA      TO RAZAO-TAXA.
           MOVE WRK-APR-BOLETO(WRK-A) TO RAZAO-BOLETO.
           PERFORM 9850-PROXIMA-SEQ-RAZAO.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE RAZAO-SEQ TO WRK-SEQ.
           MOVE WRK-SEQ   TO WRK-SEQ-RECIBO.

      *    ENTRE MOEDAS DIFERENTES O CREDITO E O VALOR CONVERTIDO
      *    PELA TAXA EFETIVA DO DIA DA APROVACAO.
               DISPLAY "CONTA DESTINO NAO REGRAVADA"
               GO TO 0390-SAIDA
           END-REWRITE.
           MOVE WRK-APR-CONTRA(WRK-A) TO RAZAO-CONTA.
           MOVE WRK-HOJE              TO RAZAO-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE 'TC'                  TO RAZAO-TIPO.
           MOVE WRK-APR-OPERADOR(WRK-A) TO RAZAO-OPER.
           MOVE WRK-SUPERVISOR        TO RAZAO-APROV.
           MOVE WRK-TAXA-EFETIVA      TO RAZAO-TAXA.
           MOVE SPACES                TO RAZAO-BOLETO.
           PERFORM 9850-PROXIMA-SEQ-RAZAO.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE RAZAO-SEQ TO WRK-SEQ.

       0390-SAIDA.
           EXIT.
           MOVE WRK-APR-TIPO(WRK-A)   TO RECIBO-TIPO.
           MOVE WRK-APR-VALOR(WRK-A)  TO RECIBO-VALOR.
           MOVE WRK-SEQ-RECIBO        TO RECIBO-SEQ-RAZAO.
           MOVE WRK-APR-BOLETO(WRK-A) TO RECIBO-BOLETO.
           MOVE SPACE                 TO RECIBO-SITUACAO.
           MOVE ZEROS                 TO RECIBO-CANC-DATA.
           MOVE SPACES                TO RECIBO-CANC-APROV.
           MOVE FUNCTION CURRENT-DATE(1:14) TO RECIBO-DATAHORA.
           OPEN I-O RECIBOS.
           IF FS-RECIBOS = 35
             INTO RECSPOOL-REG
           END-STRING.
           WRITE RECSPOOL-REG.
           IF RECIBO-BOLETO NOT = SPACES
               MOVE SPACES TO RECSPOOL-REG
               STRING 'BOLETO '     DELIMITED BY SIZE
                      RECIBO-BOLETO DELIMITED BY SIZE
                 INTO RECSPOOL-REG
               END-STRING
               WRITE RECSPOOL-REG
           END-IF.
           MOVE '----------------------------------------'
             TO RECSPOOL-REG.
           WRITE RECSPOOL-REG.
           CLOSE RECSPOOL.
           DISPLAY "RECIBO " RECIBO-NUMERO " EMITIDO".

      *    A RESERVA 'A' DO BOLETO VIRA PAGAMENTO 'P' COM O RECIBO
      *    QUE ACABOU DE SAIR - DAQUI EM DIANTE O MESMO BOLETO E
      *    RECUSADO COMO DUPLICADO.
       0397-BOLETO-PAGO              SECTION.
           MOVE WRK-HOJE              TO BOLETO-DATA-PAGTO.
           MOVE WRK-APR-BOLETO(WRK-A) TO BOLETO-CODIGO.
           MOVE 'R'                   TO BOLETO-FUNCAO.
           MOVE 'P'                   TO BOLETO-SITUACAO.
           MOVE WRK-APR-CONTA(WRK-A)  TO BOLETO-CONTA.
           MOVE WRK-APR-VALOR(WRK-A)  TO BOLETO-VALOR-PAGO.
           MOVE 'APROVPAG'            TO BOLETO-ORIGEM.
           MOVE WRK-SUPERVISOR        TO BOLETO-OPERADOR.
           MOVE WRK-RECIBO-NUM        TO BOLETO-RECIBO.
           CALL 'BOLETO' USING BOLETO-PARM.
           IF BOLETO-RETORNO NOT = 'S'
               DISPLAY "ATENCAO: BOLETO NAO MARCADO COMO PAGO - "
                       BOLETO-MENSAGEM
           END-IF.

      *    ESTORNO APROVADO: A LINHA ORIGINAL E RECONFERIDA NO RAZAO
      *    (PODE TER SIDO ESTORNADA OU ARQUIVADA DEPOIS DO PEDIDO), AS
      *    CONTAS ENVOLVIDAS SAO CONFERIDAS ANTES DE QUALQUER POSTAGEM
      *    E CADA PERNA GANHA A SUA LINHA EC/ED NA DATA DE HOJE - MESMO
      *    QUE O DIA ORIGINAL JA ESTEJA FECHADO - COM A DATA, HORA,
      *    SEQUENCIA E TIPO DA LINHA ORIGINAL EM RAZAO-ESTORNO.
       0370-POSTA-ESTORNO            SECTION.
           MOVE WRK-APR-BOLETO(WRK-A) TO WRK-EST-REF.
           IF WRK-APR-OPERADOR(WRK-A) = WRK-SUPERVISOR
               DISPLAY "QUEM PEDIU O ESTORNO NAO PODE APROVA-LO - "
                       "DEIXADO PENDENTE"
               GO TO 0370-SAIDA
           END-IF.
           PERFORM 0371-CONFERE-ORIGINAL.
           IF WRK-EST-JA = 'S'
               MOVE 'R' TO WRK-APR-SITUACAO(WRK-A)
               MOVE WRK-SUPERVISOR TO WRK-APR-APROVADOR(WRK-A)
               ADD 1 TO WRK-QT-RECUSADOS
               DISPLAY "LANCAMENTO JA ESTORNADO - PEDIDO RECUSADO"
               GO TO 0370-SAIDA
           END-IF.
           IF WRK-EST-ORI-ACHOU NOT = 'S'
               DISPLAY "LINHA ORIGINAL NAO ESTA NO RAZAO CORRENTE - "
                       "DEIXADO PENDENTE"
               GO TO 0370-SAIDA
           END-IF.
           IF WRK-EST-PAR-SEQ NOT = ZEROS
                   AND WRK-EST-PAR-ACHOU NOT = 'S'
               DISPLAY "OUTRA PERNA DA TRANSFERENCIA NAO ESTA NO "
                       "RAZAO CORRENTE - DEIXADO PENDENTE"
               GO TO 0370-SAIDA
           END-IF.
           MOVE WRK-APR-CONTA(WRK-A) TO CONTA-NUMERO.
           PERFORM 0372-CONFERE-CONTA.
           IF WRK-DESTINO-OK NOT = 'S'
               GO TO 0370-SAIDA
           END-IF.
           IF WRK-EST-PAR-SEQ NOT = ZEROS
               MOVE WRK-APR-CONTRA(WRK-A) TO CONTA-NUMERO
               PERFORM 0372-CONFERE-CONTA
               IF WRK-DESTINO-OK NOT = 'S'
                   GO TO 0370-SAIDA
               END-IF
           END-IF.
           MOVE WRK-APR-CONTA(WRK-A)  TO WRK-LCT-CONTA.
           MOVE WRK-APR-CONTRA(WRK-A) TO WRK-LCT-CONTRA.
           MOVE WRK-APR-TIPO(WRK-A)   TO WRK-LCT-TIPO.
           MOVE WRK-EST-ORI-VALOR     TO WRK-LCT-VALOR.
           MOVE WRK-EST-HORA          TO WRK-LCT-REF-HORA.
           MOVE WRK-EST-SEQ           TO WRK-LCT-REF-SEQ.
           MOVE WRK-EST-TIPO          TO WRK-LCT-REF-TIPO.
           PERFORM 0373-LANCA-ESTORNO.
      *    A OUTRA PERNA DA TRANSFERENCIA E ESTORNADA PELO VALOR DELA
      *    (ENTRE MOEDAS, O VALOR CONVERTIDO NA EPOCA), EM SENTIDO
      *    CONTRARIO AO DA PRIMEIRA.
           IF WRK-EST-PAR-SEQ NOT = ZEROS
               MOVE WRK-APR-CONTRA(WRK-A) TO WRK-LCT-CONTA
               MOVE WRK-APR-CONTA(WRK-A)  TO WRK-LCT-CONTRA
               IF WRK-APR-TIPO(WRK-A) = 'EC'
                   MOVE 'ED' TO WRK-LCT-TIPO
               ELSE
                   MOVE 'EC' TO WRK-LCT-TIPO
               END-IF
               MOVE WRK-EST-PAR-VALOR TO WRK-LCT-VALOR
               MOVE WRK-EST-PAR-HORA  TO WRK-LCT-REF-HORA
               MOVE WRK-EST-PAR-SEQ   TO WRK-LCT-REF-SEQ
               MOVE WRK-EST-PAR-TIPO  TO WRK-LCT-REF-TIPO
               PERFORM 0373-LANCA-ESTORNO
           END-IF.
           IF WRK-EST-RECIBO NOT = ZEROS
               PERFORM 0376-CANCELA-RECIBO
           END-IF.
           MOVE 'A' TO WRK-APR-SITUACAO(WRK-A).
           MOVE WRK-SUPERVISOR TO WRK-APR-APROVADOR(WRK-A).
           ADD 1 TO WRK-QT-APROVADOS.
           ADD 1 TO WRK-QT-ESTORNOS.
           DISPLAY "ESTORNO APROVADO E LANCADO".

       0370-SAIDA.
           EXIT.

      *    PELA CHAVE DO RAZAO (FECHADO ANTES, SE A RODADA JA TINHA
      *    ABERTO PARA GRAVAR - O 0380/0373 REABREM): A LINHA ORIGINAL
      *    E A OUTRA PERNA LIDAS DIRETO PELA CONTA + SEQUENCIA, E AS
      *    LINHAS DA CONTA PROCURANDO ESTORNO JA LANCADO PARA ELA.
       0371-CONFERE-ORIGINAL         SECTION.
           MOVE 'N' TO WRK-EST-ORI-ACHOU WRK-EST-PAR-ACHOU WRK-EST-JA.
           MOVE ZEROS TO WRK-EST-ORI-TAXA.
           IF WRK-EST-TIPO = 'TD'
               MOVE 'TC' TO WRK-EST-PAR-TIPO
           ELSE
               MOVE 'TD' TO WRK-EST-PAR-TIPO
           END-IF.
           IF WRK-RAZAO-ABERTO = 'S'
               CLOSE RAZAO
               MOVE 'N' TO WRK-RAZAO-ABERTO
           END-IF.
           OPEN INPUT RAZAO.
           IF FS-RAZAO NOT = 0
               GO TO 0371-SAIDA
           END-IF.
           MOVE WRK-APR-CONTA(WRK-A) TO RAZAO-CONTA.
           MOVE WRK-EST-SEQ          TO RAZAO-SEQ.
           READ RAZAO
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF RAZAO-DATA = WRK-EST-DATA
                       AND RAZAO-HORA = WRK-EST-HORA
                       AND RAZAO-TIPO = WRK-EST-TIPO
                   MOVE 'S'         TO WRK-EST-ORI-ACHOU
                   MOVE RAZAO-VALOR TO WRK-EST-ORI-VALOR
                   MOVE RAZAO-TAXA  TO WRK-EST-ORI-TAXA
               END-IF
           END-READ.
           IF WRK-EST-PAR-SEQ NOT = ZEROS
               MOVE WRK-APR-CONTRA(WRK-A) TO RAZAO-CONTA
               MOVE WRK-EST-PAR-SEQ       TO RAZAO-SEQ
               READ RAZAO
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   IF RAZAO-DATA = WRK-EST-DATA
                           AND RAZAO-HORA = WRK-EST-PAR-HORA
                           AND RAZAO-TIPO = WRK-EST-PAR-TIPO
                       MOVE 'S'         TO WRK-EST-PAR-ACHOU
                       MOVE RAZAO-VALOR TO WRK-EST-PAR-VALOR
                   END-IF
               END-READ
           END-IF.
           MOVE WRK-APR-CONTA(WRK-A) TO RAZAO-CONTA.
           MOVE ZEROS                TO RAZAO-SEQ.
           START RAZAO KEY IS NOT LESS THAN RAZAO-CHAVE
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO = 0
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO NOT = 0
                   OR RAZAO-CONTA NOT = WRK-APR-CONTA(WRK-A)
               IF RAZAO-TP-ESTORNO
                       AND RAZAO-EST-DATA = WRK-EST-DATA
                       AND RAZAO-EST-SEQ  = WRK-EST-SEQ
                       AND RAZAO-EST-HORA = WRK-EST-HORA
                   MOVE 'S' TO WRK-EST-JA
               END-IF
               READ RAZAO NEXT RECORD
           END-PERFORM.
           CLOSE RAZAO.

       0371-SAIDA.
           EXIT.

      *    CONTA DO ESTORNO: PRECISA EXISTIR E NAO ESTAR ENCERRADA.
      *    BLOQUEADA ACEITA - O BLOQUEIO PARA O MOVIMENTO DO CLIENTE,
      *    NAO A CORRECAO DE UM ERRO NOSSO.
       0372-CONFERE-CONTA            SECTION.
           MOVE 'N' TO WRK-DESTINO-OK.
           READ CONTAS
             INVALID KEY
               DISPLAY "CONTA " CONTA-NUMERO " INEXISTENTE - "
                       "DEIXADO PENDENTE"
               GO TO 0372-SAIDA
           END-READ.
           IF CONTA-ENCERRADA
               DISPLAY "CONTA " CONTA-NUMERO " ENCERRADA - "
                       "DEIXADO PENDENTE"
               GO TO 0372-SAIDA
           END-IF.
           MOVE 'S' TO WRK-DESTINO-OK.

       0372-SAIDA.
           EXIT.

      *    UMA PERNA DO ESTORNO: EC CREDITA, ED DEBITA A CONTA DE
      *    WRK-LCT-CONTA E GRAVA A LINHA COM A REFERENCIA DA ORIGINAL.
       0373-LANCA-ESTORNO            SECTION.
           MOVE WRK-LCT-CONTA TO CONTA-NUMERO.
           READ CONTAS
             INVALID KEY
               DISPLAY "CONTA " WRK-LCT-CONTA " NAO ENCONTRADA - "
                       "ESTORNO NAO LANCADO, CONFIRA COM A TESOURARIA"
               GO TO 0373-SAIDA
           END-READ.
           IF WRK-LCT-TIPO = 'EC'
               ADD WRK-LCT-VALOR TO CONTA-SALDO
           ELSE
               SUBTRACT WRK-LCT-VALOR FROM CONTA-SALDO
           END-IF.
           REWRITE CONTA-REG
             INVALID KEY
               DISPLAY "CONTA " WRK-LCT-CONTA " NAO REGRAVADA - "
                       "ESTORNO NAO LANCADO, CONFIRA COM A TESOURARIA"
               GO TO 0373-SAIDA
           END-REWRITE.
           IF WRK-RAZAO-ABERTO NOT = 'S'
               OPEN I-O RAZAO
               IF FS-RAZAO = 35
                   OPEN OUTPUT RAZAO
                   CLOSE RAZAO
                   OPEN I-O RAZAO
               END-IF
               MOVE 'S' TO WRK-RAZAO-ABERTO
           END-IF.
           MOVE WRK-LCT-CONTA         TO RAZAO-CONTA.
           MOVE WRK-HOJE              TO RAZAO-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO RAZAO-HORA.
           MOVE WRK-LCT-TIPO          TO RAZAO-TIPO.
           MOVE WRK-LCT-CONTRA        TO RAZAO-CONTRA.
           MOVE WRK-LCT-VALOR         TO RAZAO-VALOR.
           MOVE CONTA-SALDO           TO RAZAO-SALDO.
           MOVE WRK-APR-OPERADOR(WRK-A) TO RAZAO-OPER.
           MOVE WRK-SUPERVISOR        TO RAZAO-APROV.
           MOVE WRK-EST-ORI-TAXA      TO RAZAO-TAXA.
           MOVE SPACES                TO RAZAO-BOLETO.
           MOVE WRK-EST-DATA          TO RAZAO-EST-DATA.
           MOVE WRK-LCT-REF-HORA      TO RAZAO-EST-HORA.
           MOVE WRK-LCT-REF-SEQ       TO RAZAO-EST-SEQ.
           MOVE WRK-LCT-REF-TIPO      TO RAZAO-EST-TIPO.
           MOVE WRK-EST-RECIBO        TO RAZAO-EST-RECIBO.
           PERFORM 9850-PROXIMA-SEQ-RAZAO.
           WRITE RAZAO-REG
             INVALID KEY
               DISPLAY "LINHA DO RAZAO NAO GRAVADA - CONTA "
                       RAZAO-CONTA " SEQUENCIA " RAZAO-SEQ
               MOVE 8 TO RETURN-CODE
           END-WRITE.
           MOVE RAZAO-SEQ TO WRK-SEQ.
           IF CONTA-LIMITE IS NUMERIC
               MOVE CONTA-LIMITE TO WRK-LIMITE
           ELSE
               MOVE ZEROS TO WRK-LIMITE
           END-IF.
           IF CONTA-SALDO < (ZERO - WRK-LIMITE)
               DISPLAY "ATENCAO: O ESTORNO DEIXOU A CONTA "
                       WRK-LCT-CONTA " ALEM DO LIMITE"
           END-IF.

       0373-SAIDA.
           EXIT.

      *    O RECIBO DO LANCAMENTO ESTORNADO FICA CANCELADO (DATA E
      *    SUPERVISOR) E O CANCELAMENTO SAI NO SPOOL DE RECIBOS. RECIBO
      *    DE BOLETO LIBERA O BOLETO NO REGISTRO DE BOLETOS PAGOS: O
      *    PAGAMENTO FOI DESFEITO E ELE PODE SER PAGO PELA CONTA CERTA.
       0376-CANCELA-RECIBO           SECTION.
           OPEN I-O RECIBOS.
           IF FS-RECIBOS NOT = 0
               DISPLAY "RECIBO " WRK-EST-RECIBO " NAO CANCELADO - "
                       "ARQUIVO DE RECIBOS INDISPONIVEL, STATUS="
                       FS-RECIBOS
               GO TO 0376-SAIDA
           END-IF.
           MOVE WRK-EST-RECIBO TO RECIBO-NUMERO.
           READ RECIBOS
             INVALID KEY
               DISPLAY "RECIBO " WRK-EST-RECIBO " NAO ENCONTRADO - "
                       "NAO CANCELADO"
             NOT INVALID KEY
               MOVE 'C'            TO RECIBO-SITUACAO
               MOVE WRK-HOJE       TO RECIBO-CANC-DATA
               MOVE WRK-SUPERVISOR TO RECIBO-CANC-APROV
               REWRITE RECIBO-REG
                 INVALID KEY
                   DISPLAY "RECIBO " WRK-EST-RECIBO " NAO REGRAVADO"
                 NOT INVALID KEY
                   PERFORM 0377-IMPRIME-CANCELAMENTO
                   IF RECIBO-BOLETO NOT = SPACES
                       MOVE 'X'           TO BOLETO-FUNCAO
                       MOVE RECIBO-BOLETO TO BOLETO-CODIGO
                       CALL 'BOLETO' USING BOLETO-PARM
                       IF BOLETO-RETORNO NOT = 'S'
                           DISPLAY "BOLETO NAO LIBERADO: "
                                   BOLETO-MENSAGEM
                       END-IF
                   END-IF
               END-REWRITE
           END-READ.
           CLOSE RECIBOS.

       0376-SAIDA.
           EXIT.

       0377-IMPRIME-CANCELAMENTO     SECTION.
           OPEN EXTEND RECSPOOL.
           IF FS-RECSPOOL = 35
               OPEN OUTPUT RECSPOOL
               CLOSE RECSPOOL
               OPEN EXTEND RECSPOOL
           END-IF.
           MOVE SPACES TO RECSPOOL-REG.
           STRING 'RECIBO '            DELIMITED BY SIZE
                  RECIBO-NUMERO        DELIMITED BY SIZE
                  ' CANCELADO EM '     DELIMITED BY SIZE
                  WRK-HOJE(7:2)        DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WRK-HOJE(5:2)        DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  WRK-HOJE(1:4)        DELIMITED BY SIZE
                  ' - ESTORNO APROVADO POR ' DELIMITED BY SIZE
                  WRK-SUPERVISOR       DELIMITED BY SIZE
             INTO RECSPOOL-REG
           END-STRING.
           WRITE RECSPOOL-REG.
           MOVE RECIBO-VALOR TO WRK-REC-VALOR-ED.
           MOVE SPACES TO RECSPOOL-REG.
           STRING 'CONTA '         DELIMITED BY SIZE
                  RECIBO-CONTA     DELIMITED BY SIZE
                  ' TIPO '         DELIMITED BY SIZE
                  RECIBO-TIPO      DELIMITED BY SIZE
                  ' VALOR '        DELIMITED BY SIZE
                  WRK-REC-VALOR-ED DELIMITED BY SIZE
                  ' DE '           DELIMITED BY SIZE
                  RECIBO-DATAHORA(7:2) DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  RECIBO-DATAHORA(5:2) DELIMITED BY SIZE
                  '/'              DELIMITED BY SIZE
                  RECIBO-DATAHORA(1:4) DELIMITED BY SIZE
             INTO RECSPOOL-REG
           END-STRING.
           WRITE RECSPOOL-REG.
           MOVE '----------------------------------------'
             TO RECSPOOL-REG.
           WRITE RECSPOOL-REG.
           CLOSE RECSPOOL.
           DISPLAY "RECIBO " RECIBO-NUMERO " CANCELADO".

       0400-REGRAVA-FILA             SECTION.
           OPEN OUTPUT APROVACAO.
           PERFORM VARYING WRK-A FROM 1 BY 1
               MOVE WRK-APR-OPERADOR(WRK-A)  TO APROV-OPERADOR
               MOVE WRK-APR-SITUACAO(WRK-A)  TO APROV-SITUACAO
               MOVE WRK-APR-APROVADOR(WRK-A) TO APROV-APROVADOR
               MOVE WRK-APR-BOLETO(WRK-A)    TO APROV-BOLETO
               WRITE APROV-REG
           END-PERFORM.
           IF WRK-QT-EXCEDENTE > 0
           DISPLAY "PENDENTES ENCONTRADOS..: " WRK-QT-PENDENTES.
           DISPLAY "APROVADOS E POSTADOS...: " WRK-QT-APROVADOS.
           DISPLAY "RECUSADOS..............: " WRK-QT-RECUSADOS.
           DISPLAY "ESTORNOS LANCADOS......: " WRK-QT-ESTORNOS.
           DISPLAY "DEIXADOS P/ PROXIMA....: " WRK-QT-EXCEDENTE.

       9790-ROTINAS-CONFIG           SECTION.
           END-STRING.

       COPY CFGLER.

       COPY RAZSEQ.
