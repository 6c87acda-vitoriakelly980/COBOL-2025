       IDENTIFICATION DIVISION.
       PROGRAM-ID. ESTORNO.
      ******************************************************************
      *OBJETIVO: PEDIDO DE ESTORNO DE UM LANCAMENTO DO RAZAO POSTADO
      *          ERRADO (CONTA TROCADA, VALOR DIGITADO A MAIS...), NO
      *          LUGAR DO DEPOSITO MANUAL DE COMPENSACAO QUE O RECONPAG,
      *          O EXTRATO E OS RECIBOS NAO DISTINGUIAM DE UM DEPOSITO
      *          DE VERDADE. O OPERADOR LOCALIZA A LINHA PELO NUMERO DO
      *          RECIBO OU PELA CONTA + DATA + SEQUENCIA DO RAZAO (A
      *          SEQUENCIA E POR CONTA NO RAZAO INDEXADO E A BUSCA LE
      *          SO AS LINHAS DA CONTA; A DATA CONFERE A LINHA, E SE
      *          AINDA HOUVER MAIS DE UMA ELE ESCOLHE PELA HORA). A
      *          OUTRA PERNA DA TRANSFERENCIA E PROCURADA SO NAS LINHAS
      *          DA CONTRAPARTE. O PEDIDO NAO POSTA
      *          NADA: VAI PARA A FILA DE APROVACAO (PAGTOS.APR.TXT,
      *          TIPO EC OU ED - VIDE APRREG.cpy) E SO O APROVPAG,
      *          COM UM SUPERVISOR DIFERENTE DE QUEM PEDIU, LANCA A
      *          LINHA DE SENTIDO CONTRARIO APONTANDO A ORIGINAL,
      *          ESTORNA AS DUAS PERNAS DA TRANSFERENCIA E CANCELA O
      *          RECIBO. O ESTORNO SAI NA DATA DA APROVACAO - DIA JA
      *          FECHADO PELO FECHADIA NAO E REABERTO - COM A DATA
      *          ORIGINAL NA LINHA.
      *          RECUSA: SALDO DE ABERTURA, LINHA QUE JA E ESTORNO,
      *          LANCAMENTO JA ESTORNADO OU COM ESTORNO PENDENTE,
      *          TRANSFERENCIA SEM A OUTRA PERNA NO RAZAO CORRENTE E
      *          LINHA JA LEVADA AO ARQUIVO MORTO PELO ARQVPAG E
      *          LANCAMENTO DE EMPRESTIMO (EM/PE, PRESO AO CONTRATO) E
      *          DE OUTRO BANCO (TE/DE, DESFEITO PELO RETORNO DO BANCO).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT RAZAO ASSIGN TO WRK-ARQ-RAZAO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RAZAO
               RECORD KEY      IS RAZAO-CHAVE
               ALTERNATE RECORD KEY IS RAZAO-DATA WITH DUPLICATES.

           SELECT RECIBOS ASSIGN TO WRK-ARQ-RECIBOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RECIBOS
               RECORD KEY      IS RECIBO-NUMERO.

           SELECT APROVACAO ASSIGN TO WRK-ARQ-APROVACAO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-APROVACAO.

           SELECT FECHACTL ASSIGN TO WRK-ARQ-FECHACTL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-FECHACTL.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  RAZAO.
       COPY RAZAOREG.

       FD  RECIBOS.
       COPY RECIBREG.

       FD  APROVACAO.
       COPY APRREG.

       FD  FECHACTL.
       01  FECHACTL-REG.
           05 FECHA-ULT-DATA            PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-RAZAO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-RECIBOS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-APROVACAO            PIC X(80) VALUE SPACES.
       77  WRK-ARQ-FECHACTL             PIC X(80) VALUE SPACES.
       77  FS-RAZAO                     PIC 9(02) VALUE ZEROS.
       77  FS-RECIBOS                   PIC 9(02) VALUE ZEROS.
       77  FS-APROVACAO                 PIC 9(02) VALUE ZEROS.
       77  FS-FECHACTL                  PIC 9(02) VALUE ZEROS.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-HOJE                     PIC 9(08) VALUE ZEROS.
       77  WRK-ULT-FECHADA              PIC 9(08) VALUE ZEROS.
       77  WRK-CONTINUAR                PIC X(01) VALUE 'S'.
       77  WRK-MODO                     PIC X(01) VALUE SPACES.
       77  WRK-CHAVE-OK                 PIC X(01) VALUE 'N'.
       77  WRK-ACHOU                    PIC X(01) VALUE 'N'.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-RECIBO-INF               PIC 9(08) VALUE ZEROS.
       77  WRK-BUSCA-CONTA              PIC 9(06) VALUE ZEROS.
       77  WRK-BUSCA-DATA               PIC 9(08) VALUE ZEROS.
       77  WRK-BUSCA-SEQ                PIC 9(04) VALUE ZEROS.
       77  WRK-BUSCA-TIPO               PIC X(02) VALUE SPACES.
       77  WRK-BUSCA-HORA               PIC 9(06) VALUE ZEROS.
       77  WRK-QT-CAND                  PIC 9(02) VALUE ZEROS.
       77  WRK-C                        PIC 9(02) VALUE ZEROS.
       77  WRK-I                        PIC 9(02) VALUE ZEROS.
       77  WRK-ESCOLHA                  PIC 9(02) VALUE ZEROS.
       77  WRK-ORI-CONTA                PIC 9(06) VALUE ZEROS.
       77  WRK-ORI-DATA                 PIC 9(08) VALUE ZEROS.
       77  WRK-ORI-HORA                 PIC 9(06) VALUE ZEROS.
       77  WRK-ORI-SEQ                  PIC 9(04) VALUE ZEROS.
       77  WRK-ORI-TIPO                 PIC X(02) VALUE SPACES.
           88 ORI-DEBITO                VALUE 'PG' 'TD' 'AG' 'TA' 'JR'.
       77  WRK-ORI-CONTRA               PIC 9(06) VALUE ZEROS.
       77  WRK-ORI-VALOR                PIC 9(05)V99 VALUE ZEROS.
       77  WRK-ORI-RECIBO               PIC 9(08) VALUE ZEROS.
       77  WRK-TRANSFERENCIA            PIC X(01) VALUE 'N'.
       77  WRK-PAR-TIPO                 PIC X(02) VALUE SPACES.
       77  WRK-PAR-ACHOU                PIC X(01) VALUE 'N'.
       77  WRK-PAR-SEQ                  PIC 9(04) VALUE ZEROS.
       77  WRK-PAR-HORA                 PIC 9(06) VALUE ZEROS.
       77  WRK-PAR-VALOR                PIC 9(05)V99 VALUE ZEROS.
       77  WRK-PAR-DIF                  PIC 9(06) VALUE ZEROS.
       77  WRK-DIF                      PIC 9(06) VALUE ZEROS.
       77  WRK-JA-ESTORNADO             PIC X(01) VALUE 'N'.
       77  WRK-DATA-ESTORNO             PIC 9(08) VALUE ZEROS.
       77  WRK-JA-PEDIDO                PIC X(01) VALUE 'N'.
       77  WRK-REC-CANCELADO            PIC X(01) VALUE 'N'.
       77  WRK-REC-HORA                 PIC 9(06) VALUE ZEROS.
       77  WRK-REC-MELHOR               PIC 9(06) VALUE ZEROS.
       77  WRK-TIPO-ESTORNO             PIC X(02) VALUE SPACES.
       77  WRK-VALOR-ED                 PIC ZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-QT-PEDIDOS               PIC 9(03) VALUE ZEROS.
      *    LINHAS DO RAZAO COM A CONTA/DATA/SEQUENCIA PEDIDAS (MAIS DE
      *    UMA SO EM LINHAS GRAVADAS ANTES DO RAZAO INDEXADO, QUANDO O
      *    PROGRAMA QUE LANCA RODAVA MAIS DE UMA VEZ NO DIA PARA A
      *    MESMA CONTA).
       01  WRK-CANDIDATOS.
           05 WRK-CAND-ITEM OCCURS 20 TIMES.
              10 WRK-CAND-HORA          PIC 9(06).
              10 WRK-CAND-TIPO          PIC X(02).
              10 WRK-CAND-CONTRA        PIC 9(06).
              10 WRK-CAND-VALOR         PIC 9(05)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           ACCEPT WRK-HOJE FROM DATE YYYYMMDD.
           OPEN INPUT FECHACTL.
           IF FS-FECHACTL = 0
               READ FECHACTL
                 NOT AT END
                   MOVE FECHA-ULT-DATA TO WRK-ULT-FECHADA
               END-READ
               CLOSE FECHACTL
           END-IF.
      *    QUEM PEDE FICA NO PEDIDO (E DEPOIS EM RAZAO-OPER); O
      *    APROVPAG NAO DEIXA A MESMA PESSOA APROVAR O PROPRIO ESTORNO.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           IF WRK-OPERADOR = SPACES
               DISPLAY "OPERADOR NAO INFORMADO - ESTORNO NAO PEDIDO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM UNTIL WRK-CONTINUAR NOT = 'S'
               PERFORM 0100-PEDE-ESTORNO
               DISPLAY "PEDIR OUTRO ESTORNO (S/N) ? "
               ACCEPT WRK-CONTINUAR
           END-PERFORM.
           DISPLAY "PEDIDOS DE ESTORNO GRAVADOS: " WRK-QT-PEDIDOS
                   " - APROVACAO PELO APROVPAG".
           GOBACK.

       0100-PEDE-ESTORNO             SECTION.
           MOVE 'N'    TO WRK-CHAVE-OK WRK-ACHOU.
           MOVE ZEROS  TO WRK-ORI-RECIBO WRK-BUSCA-HORA.
           MOVE SPACES TO WRK-BUSCA-TIPO.
           MOVE 'N'    TO WRK-REC-CANCELADO.
           DISPLAY "LOCALIZAR O LANCAMENTO POR: 1-NUMERO DO RECIBO  "
                   "2-CONTA E SEQUENCIA DO RAZAO".
           MOVE SPACE TO WRK-MODO.
           ACCEPT WRK-MODO.
           EVALUATE WRK-MODO
             WHEN '1'
               PERFORM 0200-PELO-RECIBO
             WHEN '2'
               PERFORM 0250-PELA-CONTA
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1 2"
           END-EVALUATE.
           IF WRK-CHAVE-OK NOT = 'S'
               GO TO 0100-SAIDA
           END-IF.
           PERFORM 0300-BUSCA-LINHA.
           IF WRK-ACHOU NOT = 'S'
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-ORI-TIPO = 'SA'
               DISPLAY "SALDO DE ABERTURA NAO SE ESTORNA - CORRIJA "
                       "PELO MANTCONT"
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-ORI-TIPO = 'EC' OR WRK-ORI-TIPO = 'ED'
               DISPLAY "A LINHA JA E UM ESTORNO - LANCE O MOVIMENTO "
                       "CORRETO PELO PAGCONTAS"
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-ORI-TIPO = 'EM' OR WRK-ORI-TIPO = 'PE'
               DISPLAY "LANCAMENTO DE EMPRESTIMO NAO SE ESTORNA - O "
                       "CONTRATO FICARIA SEM A PARCELA"
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-ORI-TIPO = 'TE' OR WRK-ORI-TIPO = 'DE'
               DISPLAY "TRANSFERENCIA PARA OUTRO BANCO NAO SE ESTORNA "
                       "- SO O RETORNO DO BANCO A DEVOLVE"
               GO TO 0100-SAIDA
           END-IF.
           MOVE 'N' TO WRK-TRANSFERENCIA.
           IF (WRK-ORI-TIPO = 'TD' OR WRK-ORI-TIPO = 'TC')
                   AND WRK-ORI-CONTRA NOT = ZEROS
               MOVE 'S' TO WRK-TRANSFERENCIA
               IF WRK-ORI-TIPO = 'TD'
                   MOVE 'TC' TO WRK-PAR-TIPO
               ELSE
                   MOVE 'TD' TO WRK-PAR-TIPO
               END-IF
           END-IF.
           PERFORM 0400-CONFERE-RAZAO.
           IF WRK-JA-ESTORNADO = 'S'
               DISPLAY "LANCAMENTO JA ESTORNADO EM " WRK-DATA-ESTORNO
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-TRANSFERENCIA = 'S' AND WRK-PAR-ACHOU NOT = 'S'
               DISPLAY "OUTRA PERNA DA TRANSFERENCIA NAO ENCONTRADA NO "
                       "RAZAO CORRENTE - ESTORNO NAO PEDIDO"
               GO TO 0100-SAIDA
           END-IF.
           PERFORM 0450-CONFERE-FILA.
           IF WRK-JA-PEDIDO = 'S'
               DISPLAY "JA HA ESTORNO DESTE LANCAMENTO AGUARDANDO "
                       "APROVACAO (APROVPAG)"
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-ORI-RECIBO = ZEROS
               PERFORM 0500-BUSCA-RECIBO
           END-IF.
           IF WRK-REC-CANCELADO = 'S'
               DISPLAY "RECIBO " WRK-ORI-RECIBO " JA CANCELADO - "
                       "ESTORNO NAO PEDIDO"
               GO TO 0100-SAIDA
           END-IF.
           IF ORI-DEBITO
               MOVE 'EC' TO WRK-TIPO-ESTORNO
           ELSE
               MOVE 'ED' TO WRK-TIPO-ESTORNO
           END-IF.
           PERFORM 0550-MOSTRA-PEDIDO.
           DISPLAY "CONFIRMA O PEDIDO DE ESTORNO (S/N) ? ".
           MOVE 'N' TO WRK-CONFIRMA.
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA NOT = 'S'
               DISPLAY "ESTORNO NAO PEDIDO"
               GO TO 0100-SAIDA
           END-IF.
           PERFORM 0600-PARCA-ESTORNO.

       0100-SAIDA.
           EXIT.

      *    PELO RECIBO: CONTA, DATA, SEQUENCIA E TIPO SAEM DELE, E A
      *    HORA DELE DESEMPATA LINHAS DE EXECUCOES DIFERENTES.
       0200-PELO-RECIBO              SECTION.
           DISPLAY "NUMERO DO RECIBO : ".
           ACCEPT WRK-RECIBO-INF.
           OPEN INPUT RECIBOS.
           IF FS-RECIBOS NOT = 0
               DISPLAY "ARQUIVO DE RECIBOS NAO FOI ABERTO, STATUS="
                       FS-RECIBOS
               GO TO 0200-SAIDA
           END-IF.
           MOVE WRK-RECIBO-INF TO RECIBO-NUMERO.
           READ RECIBOS
             INVALID KEY
               DISPLAY "RECIBO NAO ENCONTRADO"
             NOT INVALID KEY
               IF RECIBO-CANCELADO
                   DISPLAY "RECIBO JA CANCELADO EM " RECIBO-CANC-DATA
                           " POR " RECIBO-CANC-APROV
               ELSE
                   MOVE RECIBO-CONTA          TO WRK-BUSCA-CONTA
                   MOVE RECIBO-DATAHORA(1:8)  TO WRK-BUSCA-DATA
                   MOVE RECIBO-SEQ-RAZAO      TO WRK-BUSCA-SEQ
                   MOVE RECIBO-TIPO           TO WRK-BUSCA-TIPO
                   MOVE RECIBO-DATAHORA(9:6)  TO WRK-BUSCA-HORA
                   MOVE RECIBO-NUMERO         TO WRK-ORI-RECIBO
                   MOVE 'S' TO WRK-CHAVE-OK
               END-IF
           END-READ.
           CLOSE RECIBOS.

       0200-SAIDA.
           EXIT.

       0250-PELA-CONTA               SECTION.
           DISPLAY "CONTA : ".
           ACCEPT WRK-BUSCA-CONTA.
           DISPLAY "DATA DO LANCAMENTO (AAAAMMDD, 0 = HOJE) : ".
           ACCEPT WRK-BUSCA-DATA.
           IF WRK-BUSCA-DATA = ZEROS
               MOVE WRK-HOJE TO WRK-BUSCA-DATA
           END-IF.
           DISPLAY "SEQUENCIA DO LANCAMENTO NO RAZAO : ".
           ACCEPT WRK-BUSCA-SEQ.
           MOVE 'S' TO WRK-CHAVE-OK.

       0300-BUSCA-LINHA              SECTION.
           MOVE ZEROS TO WRK-QT-CAND.
           OPEN INPUT RAZAO.
           IF FS-RAZAO NOT = 0
               DISPLAY "RAZAO NAO FOI ABERTO, STATUS=" FS-RAZAO
               GO TO 0300-SAIDA
           END-IF.
           MOVE WRK-BUSCA-CONTA TO RAZAO-CONTA.
           MOVE ZEROS           TO RAZAO-SEQ.
           START RAZAO KEY IS NOT LESS THAN RAZAO-CHAVE
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO = 0
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO NOT = 0
                   OR RAZAO-CONTA NOT = WRK-BUSCA-CONTA
               IF RAZAO-CONTA = WRK-BUSCA-CONTA
                       AND RAZAO-DATA = WRK-BUSCA-DATA
                       AND RAZAO-SEQ  = WRK-BUSCA-SEQ
                       AND (WRK-BUSCA-TIPO = SPACES
                            OR RAZAO-TIPO = WRK-BUSCA-TIPO)
                       AND WRK-QT-CAND < 20
                   ADD 1 TO WRK-QT-CAND
                   MOVE RAZAO-HORA   TO WRK-CAND-HORA(WRK-QT-CAND)
                   MOVE RAZAO-TIPO   TO WRK-CAND-TIPO(WRK-QT-CAND)
                   MOVE RAZAO-CONTRA TO WRK-CAND-CONTRA(WRK-QT-CAND)
                   MOVE RAZAO-VALOR  TO WRK-CAND-VALOR(WRK-QT-CAND)
               END-IF
               READ RAZAO NEXT RECORD
           END-PERFORM.
           CLOSE RAZAO.
           IF WRK-QT-CAND = 0
               DISPLAY "LANCAMENTO NAO ENCONTRADO NO RAZAO CORRENTE "
                       "(ANO JA ARQUIVADO NAO SE ESTORNA)"
               GO TO 0300-SAIDA
           END-IF.
           MOVE 1 TO WRK-C.
           IF WRK-QT-CAND > 1
               IF WRK-BUSCA-HORA NOT = ZEROS
      *            PELO RECIBO: A LINHA E A ULTIMA GRAVADA ATE A HORA
      *            DELE (O RECIBO SAI LOGO DEPOIS DA LINHA).
                   MOVE ZEROS TO WRK-C
                   PERFORM VARYING WRK-I FROM 1 BY 1
                           UNTIL WRK-I > WRK-QT-CAND
                       IF WRK-CAND-HORA(WRK-I) <= WRK-BUSCA-HORA
                           IF WRK-C = 0
                               MOVE WRK-I TO WRK-C
                           ELSE
                               IF WRK-CAND-HORA(WRK-I)
                                       > WRK-CAND-HORA(WRK-C)
                                   MOVE WRK-I TO WRK-C
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
                   IF WRK-C = 0
                       MOVE 1 TO WRK-C
                   END-IF
               ELSE
                   DISPLAY "MAIS DE UM LANCAMENTO COM ESTA SEQUENCIA "
                           "NO DIA:"
                   PERFORM VARYING WRK-I FROM 1 BY 1
                           UNTIL WRK-I > WRK-QT-CAND
                       MOVE WRK-CAND-VALOR(WRK-I) TO WRK-VALOR-ED
                       DISPLAY "  " WRK-I " - HORA "
                               WRK-CAND-HORA(WRK-I)
                               " TIPO " WRK-CAND-TIPO(WRK-I)
                               " VALOR " WRK-VALOR-ED
                               " CONTRAPARTE " WRK-CAND-CONTRA(WRK-I)
                   END-PERFORM
                   DISPLAY "QUAL DELES (NUMERO) : "
                   MOVE ZEROS TO WRK-ESCOLHA
                   ACCEPT WRK-ESCOLHA
                   IF WRK-ESCOLHA = 0 OR WRK-ESCOLHA > WRK-QT-CAND
                       DISPLAY "ESCOLHA INVALIDA - ESTORNO NAO PEDIDO"
                       GO TO 0300-SAIDA
                   END-IF
                   MOVE WRK-ESCOLHA TO WRK-C
               END-IF
           END-IF.
           MOVE WRK-BUSCA-CONTA        TO WRK-ORI-CONTA.
           MOVE WRK-BUSCA-DATA         TO WRK-ORI-DATA.
           MOVE WRK-BUSCA-SEQ          TO WRK-ORI-SEQ.
           MOVE WRK-CAND-HORA(WRK-C)   TO WRK-ORI-HORA.
           MOVE WRK-CAND-TIPO(WRK-C)   TO WRK-ORI-TIPO.
           MOVE WRK-CAND-CONTRA(WRK-C) TO WRK-ORI-CONTRA.
           MOVE WRK-CAND-VALOR(WRK-C)  TO WRK-ORI-VALOR.
           MOVE 'S' TO WRK-ACHOU.

       0300-SAIDA.
           EXIT.

      *    PELAS LINHAS DA CONTA: ESTORNO JA LANCADO PARA A LINHA. NA
      *    TRANSFERENCIA, PELAS LINHAS DA CONTRAPARTE: A OUTRA PERNA -
      *    CONTAS TROCADAS, TIPO COMPLEMENTAR E MESMA DATA (A
      *    SEQUENCIA E DE CADA CONTA E NAO APROXIMA AS PERNAS); ENTRE
      *    VARIAS, A DE HORA MAIS PERTO.
       0400-CONFERE-RAZAO            SECTION.
           MOVE 'N' TO WRK-JA-ESTORNADO WRK-PAR-ACHOU.
           MOVE 999999 TO WRK-PAR-DIF.
           OPEN INPUT RAZAO.
           IF FS-RAZAO NOT = 0
               GO TO 0400-SAIDA
           END-IF.
           MOVE WRK-ORI-CONTA TO RAZAO-CONTA.
           MOVE ZEROS         TO RAZAO-SEQ.
           START RAZAO KEY IS NOT LESS THAN RAZAO-CHAVE
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO = 0
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO NOT = 0
                   OR RAZAO-CONTA NOT = WRK-ORI-CONTA
               IF RAZAO-TP-ESTORNO
                       AND RAZAO-EST-DATA = WRK-ORI-DATA
                       AND RAZAO-EST-SEQ  = WRK-ORI-SEQ
                       AND RAZAO-EST-HORA = WRK-ORI-HORA
                   MOVE 'S' TO WRK-JA-ESTORNADO
                   MOVE RAZAO-DATA TO WRK-DATA-ESTORNO
               END-IF
               READ RAZAO NEXT RECORD
           END-PERFORM.
           IF WRK-TRANSFERENCIA NOT = 'S'
               CLOSE RAZAO
               GO TO 0400-SAIDA
           END-IF.
           MOVE WRK-ORI-CONTRA TO RAZAO-CONTA.
           MOVE ZEROS          TO RAZAO-SEQ.
           START RAZAO KEY IS NOT LESS THAN RAZAO-CHAVE
             INVALID KEY
               MOVE 10 TO FS-RAZAO
           END-START.
           IF FS-RAZAO = 0
               READ RAZAO NEXT RECORD
           END-IF.
           PERFORM UNTIL FS-RAZAO NOT = 0
                   OR RAZAO-CONTA NOT = WRK-ORI-CONTRA
               IF RAZAO-CONTRA = WRK-ORI-CONTA
                       AND RAZAO-DATA   = WRK-ORI-DATA
                       AND RAZAO-TIPO   = WRK-PAR-TIPO
                   COMPUTE WRK-DIF =
                           FUNCTION ABS(RAZAO-HORA - WRK-ORI-HORA)
                   IF WRK-DIF < WRK-PAR-DIF
                       MOVE 'S'         TO WRK-PAR-ACHOU
                       MOVE RAZAO-SEQ   TO WRK-PAR-SEQ
                       MOVE RAZAO-HORA  TO WRK-PAR-HORA
                       MOVE RAZAO-VALOR TO WRK-PAR-VALOR
                       MOVE WRK-DIF     TO WRK-PAR-DIF
                   END-IF
               END-IF
               READ RAZAO NEXT RECORD
           END-PERFORM.
           CLOSE RAZAO.

       0400-SAIDA.
           EXIT.

      *    ESTORNO DA MESMA LINHA JA NA FILA - PEDIDO PELA PROPRIA
      *    LINHA OU PELA OUTRA PERNA DA TRANSFERENCIA.
       0450-CONFERE-FILA             SECTION.
           MOVE 'N' TO WRK-JA-PEDIDO.
           OPEN INPUT APROVACAO.
           IF FS-APROVACAO NOT = 0
               GO TO 0450-SAIDA
           END-IF.
           READ APROVACAO NEXT RECORD
           PERFORM UNTIL FS-APROVACAO NOT = 0
               IF APROV-TP-ESTORNO AND APROV-PENDENTE
                       AND APROV-EST-DATA = WRK-ORI-DATA
                   IF (APROV-CONTA = WRK-ORI-CONTA
                       AND APROV-EST-SEQ  = WRK-ORI-SEQ
                       AND APROV-EST-HORA = WRK-ORI-HORA)
                   OR (APROV-CONTRA = WRK-ORI-CONTA
                       AND APROV-EST-PAR-SEQ  = WRK-ORI-SEQ
                       AND APROV-EST-PAR-HORA = WRK-ORI-HORA)
                       MOVE 'S' TO WRK-JA-PEDIDO
                   END-IF
               END-IF
               READ APROVACAO NEXT RECORD
           END-PERFORM.
           CLOSE APROVACAO.

       0450-SAIDA.
           EXIT.

      *    LOCALIZADO PELA CONTA: O RECIBO DO LANCAMENTO (OU, NA
      *    TRANSFERENCIA, O DA PERNA TD) E O DE MESMA CONTA, DATA,
      *    SEQUENCIA E TIPO EMITIDO MAIS CEDO A PARTIR DA HORA DA
      *    LINHA. DEPOSITO, TARIFA E JUROS NAO TEM RECIBO.
       0500-BUSCA-RECIBO             SECTION.
           MOVE 999999 TO WRK-REC-MELHOR.
           OPEN INPUT RECIBOS.
           IF FS-RECIBOS NOT = 0
               GO TO 0500-SAIDA
           END-IF.
           MOVE ZEROS TO RECIBO-NUMERO.
           START RECIBOS KEY IS NOT LESS RECIBO-NUMERO
             INVALID KEY
               CLOSE RECIBOS
               GO TO 0500-SAIDA
           END-START.
           READ RECIBOS NEXT RECORD
           PERFORM UNTIL FS-RECIBOS NOT = 0
               IF RECIBO-DATAHORA(1:8) = WRK-ORI-DATA
                   IF (RECIBO-CONTA = WRK-ORI-CONTA
                       AND RECIBO-SEQ-RAZAO = WRK-ORI-SEQ
                       AND RECIBO-TIPO = WRK-ORI-TIPO)
                   OR (WRK-TRANSFERENCIA = 'S'
                       AND RECIBO-CONTA = WRK-ORI-CONTRA
                       AND RECIBO-SEQ-RAZAO = WRK-PAR-SEQ
                       AND RECIBO-TIPO = WRK-PAR-TIPO)
                       MOVE RECIBO-DATAHORA(9:6) TO WRK-REC-HORA
                       IF WRK-REC-HORA >= WRK-ORI-HORA
                               AND WRK-REC-HORA < WRK-REC-MELHOR
                           MOVE WRK-REC-HORA  TO WRK-REC-MELHOR
                           MOVE RECIBO-NUMERO TO WRK-ORI-RECIBO
                           IF RECIBO-CANCELADO
                               MOVE 'S' TO WRK-REC-CANCELADO
                           ELSE
                               MOVE 'N' TO WRK-REC-CANCELADO
                           END-IF
                       END-IF
                   END-IF
               END-IF
               READ RECIBOS NEXT RECORD
           END-PERFORM.
           CLOSE RECIBOS.

       0500-SAIDA.
           EXIT.

       0550-MOSTRA-PEDIDO            SECTION.
           MOVE WRK-ORI-VALOR TO WRK-VALOR-ED.
           DISPLAY " ".
           DISPLAY "LANCAMENTO A ESTORNAR: CONTA " WRK-ORI-CONTA
                   " TIPO " WRK-ORI-TIPO " VALOR " WRK-VALOR-ED.
           DISPLAY "   EM " WRK-ORI-DATA(7:2) "/" WRK-ORI-DATA(5:2)
                   "/" WRK-ORI-DATA(1:4) " " WRK-ORI-HORA
                   " SEQUENCIA " WRK-ORI-SEQ.
           IF WRK-TRANSFERENCIA = 'S'
               MOVE WRK-PAR-VALOR TO WRK-VALOR-ED
               DISPLAY "   OUTRA PERNA: CONTA " WRK-ORI-CONTRA
                       " TIPO " WRK-PAR-TIPO " VALOR " WRK-VALOR-ED
                       " - ESTORNADA JUNTO"
           END-IF.
           IF WRK-ORI-RECIBO NOT = ZEROS
               DISPLAY "   RECIBO " WRK-ORI-RECIBO
                       " SERA CANCELADO"
           END-IF.
           DISPLAY "   ESTORNO: LINHA " WRK-TIPO-ESTORNO
                   " NA DATA DA APROVACAO".
           IF WRK-ORI-DATA <= WRK-ULT-FECHADA
               DISPLAY "   DIA ORIGINAL JA FECHADO - O ESTORNO NAO "
                       "REABRE O DIA, SAI NA DATA CORRENTE"
           END-IF.

       0600-PARCA-ESTORNO            SECTION.
           OPEN EXTEND APROVACAO.
           IF FS-APROVACAO = 35
               OPEN OUTPUT APROVACAO
               CLOSE APROVACAO
               OPEN EXTEND APROVACAO
           END-IF.
           MOVE WRK-ORI-CONTA     TO APROV-CONTA.
           MOVE WRK-TIPO-ESTORNO  TO APROV-TIPO.
           MOVE WRK-ORI-CONTRA    TO APROV-CONTRA.
           MOVE WRK-ORI-VALOR     TO APROV-VALOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO APROV-DATAHORA.
           MOVE WRK-OPERADOR      TO APROV-OPERADOR.
           MOVE 'P'               TO APROV-SITUACAO.
           MOVE SPACES            TO APROV-APROVADOR.
           MOVE SPACES            TO APROV-BOLETO.
           MOVE WRK-ORI-DATA      TO APROV-EST-DATA.
           MOVE WRK-ORI-HORA      TO APROV-EST-HORA.
           MOVE WRK-ORI-SEQ       TO APROV-EST-SEQ.
           MOVE WRK-ORI-TIPO      TO APROV-EST-TIPO.
           MOVE WRK-ORI-RECIBO    TO APROV-EST-RECIBO.
           IF WRK-TRANSFERENCIA = 'S'
               MOVE WRK-PAR-SEQ   TO APROV-EST-PAR-SEQ
               MOVE WRK-PAR-HORA  TO APROV-EST-PAR-HORA
           ELSE
               MOVE ZEROS         TO APROV-EST-PAR-SEQ
                                     APROV-EST-PAR-HORA
           END-IF.
           WRITE APROV-REG.
           CLOSE APROVACAO.
           ADD 1 TO WRK-QT-PEDIDOS.
           DISPLAY "ESTORNO PENDENTE DE APROVACAO DO SUPERVISOR "
                   "(APROVPAG)".

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-RAZAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGAMENTOS.LOG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RAZAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RECIBOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECIBOS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECIBOS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-APROVACAO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PAGTOS.APR.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-APROVACAO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-FECHACTL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FECHA.CTL.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FECHACTL
           END-STRING.

       COPY CFGLER.
