       IDENTIFICATION DIVISION.
       PROGRAM-ID. BOLETO.
      ******************************************************************
      *OBJETIVO: ROTINA COMPARTILHADA DE BOLETOS DE COBRANCA, CHAMADA
      *          POR CALL NO MESMO ESQUEMA DO DIAUTIL/PONTMOV (VIDE
      *          BOLETOW.cpy). CONFERE A LINHA DIGITAVEL DE 47
      *          DIGITOS DO BOLETO BANCARIO:
      *            CAMPO 1 (POSICOES 1-10), CAMPO 2 (11-21) E CAMPO 3
      *            (22-32), CADA UM COM O PROPRIO DIGITO MODULO 10
      *            (PESOS 2,1,2,1... DA DIREITA PARA A ESQUERDA);
      *            CAMPO 4 (33) = DIGITO GERAL DO CODIGO DE BARRAS,
      *            MODULO 11 (PESOS 2 A 9); CAMPO 5 (34-47) = FATOR
      *            DE VENCIMENTO (DIAS DESDE 07/10/1997, REINICIADO
      *            EM 1000 NO DIA 22/02/2025) E VALOR DO DOCUMENTO.
      *          A PARTIR DA LINHA REMONTA O CODIGO DE BARRAS DE 44
      *          DIGITOS, QUE E O IDENTIFICADOR DO BOLETO NO RAZAO, NO
      *          RECIBO E NO REGISTRO DE BOLETOS PAGOS
      *          (BOLETOS.PAG.TXT - BOLPAGRG.cpy), ESTE MANTIDO SO
      *          POR ESTA ROTINA. BOLETO PAGO DEPOIS DO VENCIMENTO
      *          (VENCIMENTO EM DIA NAO UTIL PASSA PARA O DIA UTIL
      *          SEGUINTE PELO DIAUTIL) GANHA A MULTA DE
      *          CFG-BOLETO-MULTA % E OS JUROS DE CFG-BOLETO-JUROS %
      *          AO MES PRO RATA DIA, CONTADOS DO VENCIMENTO, COMO OS
      *          JUROS DE ATRASO DO BAIXAREC. USADA PELO PAGCONTAS,
      *          PELO AGENDPAG E PELO APROVPAG.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT BOLPAGOS ASSIGN TO WRK-ARQ-BOLPAGOS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-BOLPAGOS
               RECORD KEY      IS BOLPAG-CODIGO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  BOLPAGOS.
       COPY BOLPAGRG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-BOLPAGOS             PIC X(80) VALUE SPACES.
       77  FS-BOLPAGOS                  PIC 9(02) VALUE ZEROS.
       77  WRK-LINHA-DIG                PIC X(47) VALUE SPACES.
       77  WRK-CODBAR                   PIC X(44) VALUE SPACES.
       77  WRK-QT-DIGITOS               PIC 9(03) VALUE ZEROS.
       77  WRK-CARACTER-RUIM            PIC X(01) VALUE 'N'.
       77  WRK-I                        PIC 9(03) VALUE ZEROS.
       77  WRK-DIGITO                   PIC 9(01) VALUE ZEROS.
       77  WRK-PESO                     PIC 9(02) VALUE ZEROS.
       77  WRK-PRODUTO                  PIC 9(03) VALUE ZEROS.
       77  WRK-SOMA                     PIC 9(05) VALUE ZEROS.
       77  WRK-RESTO                    PIC 9(02) VALUE ZEROS.
       77  WRK-DV-CALC                  PIC 9(02) VALUE ZEROS.
       77  WRK-M10-CAMPO                PIC X(10) VALUE SPACES.
       77  WRK-M10-TAM                  PIC 9(02) VALUE ZEROS.
       77  WRK-FATOR                    PIC 9(04) VALUE ZEROS.
       77  WRK-VALOR-NUM                PIC 9(10) VALUE ZEROS.
       77  WRK-DIAS-INT                 PIC 9(08) VALUE ZEROS.
       77  WRK-PAGTO-INT                PIC 9(08) VALUE ZEROS.
       77  WRK-VENC-UTIL                PIC 9(08) VALUE ZEROS.
       77  WRK-EXISTE                   PIC X(01) VALUE 'N'.
       COPY DIAUTILW.

       LINKAGE SECTION.
       COPY BOLETOW.

       PROCEDURE DIVISION USING BOLETO-PARM.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           MOVE 'N' TO BOLETO-RETORNO.
           MOVE SPACES TO BOLETO-MENSAGEM.
           IF BOLETO-DATA-PAGTO = ZEROS
               ACCEPT BOLETO-DATA-PAGTO FROM DATE YYYYMMDD
           END-IF.
           EVALUATE BOLETO-FUNCAO
             WHEN 'R'
               PERFORM 0500-REGISTRA
             WHEN 'X'
               PERFORM 0600-EXCLUI
             WHEN OTHER
               PERFORM 0100-VALIDA
           END-EVALUATE.
           GOBACK.

      *    LINHA DIGITAVEL -> CODIGO DE BARRAS, VENCIMENTO, VALOR,
      *    ENCARGOS E SITUACAO NO REGISTRO DE PAGOS.
       0100-VALIDA                   SECTION.
           MOVE SPACES TO BOLETO-CODIGO BOLETO-SITUACAO.
           MOVE ZEROS TO BOLETO-VENCIMENTO BOLETO-VALOR-DOC
                         BOLETO-DIAS-ATRASO BOLETO-MULTA BOLETO-JUROS
                         BOLETO-VALOR-PAGAR BOLETO-CONTA
                         BOLETO-VALOR-PAGO BOLETO-RECIBO.
      *    A DIGITACAO PODE VIR COMO IMPRESSA NO BOLETO, COM PONTOS E
      *    ESPACOS ENTRE OS CAMPOS: FICAM SO OS DIGITOS.
           MOVE SPACES TO WRK-LINHA-DIG.
           MOVE ZEROS TO WRK-QT-DIGITOS.
           MOVE 'N' TO WRK-CARACTER-RUIM.
           PERFORM VARYING WRK-I FROM 1 BY 1 UNTIL WRK-I > 60
               EVALUATE TRUE
                 WHEN BOLETO-ENTRADA(WRK-I:1) IS NUMERIC
                   ADD 1 TO WRK-QT-DIGITOS
                   IF WRK-QT-DIGITOS <= 47
                       MOVE BOLETO-ENTRADA(WRK-I:1)
                         TO WRK-LINHA-DIG(WRK-QT-DIGITOS:1)
                   END-IF
                 WHEN BOLETO-ENTRADA(WRK-I:1) = SPACE
                   CONTINUE
                 WHEN BOLETO-ENTRADA(WRK-I:1) = '.'
                   CONTINUE
                 WHEN OTHER
                   MOVE 'S' TO WRK-CARACTER-RUIM
               END-EVALUATE
           END-PERFORM.
           IF WRK-CARACTER-RUIM = 'S'
               MOVE 'LINHA DIGITAVEL COM CARACTER INVALIDO'
                 TO BOLETO-MENSAGEM
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-QT-DIGITOS NOT = 47
               MOVE 'LINHA DIGITAVEL DEVE TER 47 DIGITOS'
                 TO BOLETO-MENSAGEM
               GO TO 0100-SAIDA
           END-IF.
           IF WRK-LINHA-DIG(4:1) NOT = '9'
               MOVE 'BOLETO EM MOEDA QUE NAO E O REAL'
                 TO BOLETO-MENSAGEM
               GO TO 0100-SAIDA
           END-IF.
           MOVE WRK-LINHA-DIG(1:9) TO WRK-M10-CAMPO.
           MOVE 9 TO WRK-M10-TAM.
           PERFORM 0200-MODULO-10.
           MOVE WRK-LINHA-DIG(10:1) TO WRK-DIGITO.
           IF WRK-DV-CALC NOT = WRK-DIGITO
               MOVE 'DIGITO DO CAMPO 1 NAO CONFERE'
                 TO BOLETO-MENSAGEM
               GO TO 0100-SAIDA
           END-IF.
           MOVE WRK-LINHA-DIG(11:10) TO WRK-M10-CAMPO.
           MOVE 10 TO WRK-M10-TAM.
           PERFORM 0200-MODULO-10.
           MOVE WRK-LINHA-DIG(21:1) TO WRK-DIGITO.
           IF WRK-DV-CALC NOT = WRK-DIGITO
               MOVE 'DIGITO DO CAMPO 2 NAO CONFERE'
                 TO BOLETO-MENSAGEM
               GO TO 0100-SAIDA
           END-IF.
           MOVE WRK-LINHA-DIG(22:10) TO WRK-M10-CAMPO.
           MOVE 10 TO WRK-M10-TAM.
           PERFORM 0200-MODULO-10.
           MOVE WRK-LINHA-DIG(32:1) TO WRK-DIGITO.
           IF WRK-DV-CALC NOT = WRK-DIGITO
               MOVE 'DIGITO DO CAMPO 3 NAO CONFERE'
                 TO BOLETO-MENSAGEM
               GO TO 0100-SAIDA
           END-IF.
      *    CODIGO DE BARRAS: BANCO+MOEDA, DIGITO GERAL, FATOR+VALOR E
      *    OS 25 DIGITOS DO CAMPO LIVRE ESPALHADOS NOS CAMPOS 1 A 3.
           MOVE WRK-LINHA-DIG(1:4)   TO WRK-CODBAR(1:4).
           MOVE WRK-LINHA-DIG(33:1)  TO WRK-CODBAR(5:1).
           MOVE WRK-LINHA-DIG(34:14) TO WRK-CODBAR(6:14).
           MOVE WRK-LINHA-DIG(5:5)   TO WRK-CODBAR(20:5).
           MOVE WRK-LINHA-DIG(11:10) TO WRK-CODBAR(25:10).
           MOVE WRK-LINHA-DIG(22:10) TO WRK-CODBAR(35:10).
           PERFORM 0300-MODULO-11.
           MOVE WRK-CODBAR(5:1) TO WRK-DIGITO.
           IF WRK-DV-CALC NOT = WRK-DIGITO
               MOVE 'DIGITO GERAL (CAMPO 4) NAO CONFERE'
                 TO BOLETO-MENSAGEM
               GO TO 0100-SAIDA
           END-IF.
           MOVE WRK-CODBAR TO BOLETO-CODIGO.
           MOVE WRK-LINHA-DIG(38:10) TO WRK-VALOR-NUM.
           COMPUTE BOLETO-VALOR-DOC = WRK-VALOR-NUM / 100.
           MOVE WRK-LINHA-DIG(34:4) TO WRK-FATOR.
           COMPUTE WRK-PAGTO-INT =
                   FUNCTION INTEGER-OF-DATE(BOLETO-DATA-PAGTO).
      *    FATOR ZERO = BOLETO SEM VENCIMENTO. DEPOIS DO FATOR 9999
      *    (21/02/2025) A CONTAGEM RECOMECOU EM 1000: DATA CAINDO
      *    MAIS DE 3000 DIAS ANTES DO PAGAMENTO E DO CICLO NOVO.
           IF WRK-FATOR > ZEROS
               COMPUTE WRK-DIAS-INT =
                       FUNCTION INTEGER-OF-DATE(19971007) + WRK-FATOR
               IF WRK-DIAS-INT + 3000 < WRK-PAGTO-INT
                   ADD 9000 TO WRK-DIAS-INT
               END-IF
               COMPUTE BOLETO-VENCIMENTO =
                       FUNCTION DATE-OF-INTEGER(WRK-DIAS-INT)
               PERFORM 0400-CALCULA-ENCARGOS
           END-IF.
           COMPUTE BOLETO-VALOR-PAGAR = BOLETO-VALOR-DOC
                   + BOLETO-MULTA + BOLETO-JUROS.
           MOVE 'S' TO BOLETO-RETORNO.
           PERFORM 0150-CONSULTA-PAGOS.

       0100-SAIDA.
           EXIT.

      *    SITUACAO DO BOLETO NO REGISTRO DE PAGOS; O MOTIVO SAI PRONTO
      *    NA MENSAGEM PARA QUEM CHAMA RECUSAR A DUPLICIDADE.
       0150-CONSULTA-PAGOS           SECTION.
           OPEN INPUT BOLPAGOS.
           IF FS-BOLPAGOS NOT = 0
               GO TO 0150-SAIDA
           END-IF.
           MOVE BOLETO-CODIGO TO BOLPAG-CODIGO.
           READ BOLPAGOS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               MOVE BOLPAG-SITUACAO   TO BOLETO-SITUACAO
               MOVE BOLPAG-CONTA      TO BOLETO-CONTA
               MOVE BOLPAG-VALOR-PAGO TO BOLETO-VALOR-PAGO
               MOVE BOLPAG-RECIBO     TO BOLETO-RECIBO
               EVALUATE TRUE
                 WHEN BOLPAG-PAGO
                   STRING 'JA PAGO EM '    DELIMITED BY SIZE
                          BOLPAG-DATA      DELIMITED BY SIZE
                          ' RECIBO '       DELIMITED BY SIZE
                          BOLPAG-RECIBO    DELIMITED BY SIZE
                     INTO BOLETO-MENSAGEM
                   END-STRING
                 WHEN BOLPAG-AGUARDANDO
                   STRING 'AGUARDANDO APROVACAO NA CONTA '
                                           DELIMITED BY SIZE
                          BOLPAG-CONTA     DELIMITED BY SIZE
                     INTO BOLETO-MENSAGEM
                   END-STRING
                 WHEN OTHER
                   STRING 'JA AGENDADO NA CONTA ' DELIMITED BY SIZE
                          BOLPAG-CONTA     DELIMITED BY SIZE
                     INTO BOLETO-MENSAGEM
                   END-STRING
               END-EVALUATE
           END-READ.
           CLOSE BOLPAGOS.

       0150-SAIDA.
           EXIT.

      *    MODULO 10 DOS WRK-M10-TAM PRIMEIROS DIGITOS DE
      *    WRK-M10-CAMPO: PESOS 2,1,2,1... A PARTIR DA DIREITA,
      *    PRODUTO DE DOIS ALGARISMOS SOMA OS ALGARISMOS.
       0200-MODULO-10                SECTION.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM VARYING WRK-I FROM WRK-M10-TAM BY -1
                   UNTIL WRK-I < 1
               MOVE WRK-M10-CAMPO(WRK-I:1) TO WRK-DIGITO
               COMPUTE WRK-PRODUTO = WRK-DIGITO * WRK-PESO
               IF WRK-PRODUTO > 9
                   SUBTRACT 9 FROM WRK-PRODUTO
               END-IF
               ADD WRK-PRODUTO TO WRK-SOMA
               IF WRK-PESO = 2
                   MOVE 1 TO WRK-PESO
               ELSE
                   MOVE 2 TO WRK-PESO
               END-IF
           END-PERFORM.
           COMPUTE WRK-RESTO = FUNCTION MOD(WRK-SOMA, 10).
           IF WRK-RESTO = ZEROS
               MOVE ZEROS TO WRK-DV-CALC
           ELSE
               COMPUTE WRK-DV-CALC = 10 - WRK-RESTO
           END-IF.

      *    MODULO 11 DO CODIGO DE BARRAS SEM A POSICAO 5 (O PROPRIO
      *    DIGITO): PESOS 2 A 9 CICLICOS A PARTIR DA DIREITA; RESULTADO
      *    0, 10 OU 11 VIRA 1.
       0300-MODULO-11                SECTION.
           MOVE ZEROS TO WRK-SOMA.
           MOVE 2 TO WRK-PESO.
           PERFORM VARYING WRK-I FROM 44 BY -1 UNTIL WRK-I < 1
               IF WRK-I NOT = 5
                   MOVE WRK-CODBAR(WRK-I:1) TO WRK-DIGITO
                   COMPUTE WRK-PRODUTO = WRK-DIGITO * WRK-PESO
                   ADD WRK-PRODUTO TO WRK-SOMA
                   IF WRK-PESO = 9
                       MOVE 2 TO WRK-PESO
                   ELSE
                       ADD 1 TO WRK-PESO
                   END-IF
               END-IF
           END-PERFORM.
           COMPUTE WRK-RESTO = FUNCTION MOD(WRK-SOMA, 11).
           COMPUTE WRK-DV-CALC = 11 - WRK-RESTO.
           IF WRK-DV-CALC = 0 OR WRK-DV-CALC = 10 OR WRK-DV-CALC = 11
               MOVE 1 TO WRK-DV-CALC
           END-IF.

      *    MULTA UNICA E JUROS PRO RATA DIA SOBRE O VALOR DO
      *    DOCUMENTO. BOLETO SEM VALOR NA LINHA (VALOR EM ABERTO) NAO
      *    TEM BASE PARA ENCARGO.
       0400-CALCULA-ENCARGOS         SECTION.
           IF BOLETO-VALOR-DOC = ZEROS
                   OR BOLETO-DATA-PAGTO <= BOLETO-VENCIMENTO
               GO TO 0400-SAIDA
           END-IF.
           MOVE 'E' TO DIAUTIL-FUNCAO.
           MOVE BOLETO-VENCIMENTO TO DIAUTIL-DATA.
           CALL 'DIAUTIL' USING DIAUTIL-PARM.
           MOVE BOLETO-VENCIMENTO TO WRK-VENC-UTIL.
           IF DIAUTIL-EH-UTIL NOT = 'S'
               MOVE 'P' TO DIAUTIL-FUNCAO
               CALL 'DIAUTIL' USING DIAUTIL-PARM
               MOVE DIAUTIL-RESULTADO TO WRK-VENC-UTIL
           END-IF.
           IF BOLETO-DATA-PAGTO <= WRK-VENC-UTIL
               GO TO 0400-SAIDA
           END-IF.
           COMPUTE BOLETO-DIAS-ATRASO = WRK-PAGTO-INT -
                   FUNCTION INTEGER-OF-DATE(BOLETO-VENCIMENTO).
           COMPUTE BOLETO-MULTA ROUNDED =
                   BOLETO-VALOR-DOC * CFG-BOLETO-MULTA / 100.
           COMPUTE BOLETO-JUROS ROUNDED =
                   BOLETO-VALOR-DOC * CFG-BOLETO-JUROS / 100
                   * BOLETO-DIAS-ATRASO / 30.

       0400-SAIDA.
           EXIT.

       0500-REGISTRA                 SECTION.
           OPEN I-O BOLPAGOS.
           IF FS-BOLPAGOS = 35
               OPEN OUTPUT BOLPAGOS
               CLOSE BOLPAGOS
               OPEN I-O BOLPAGOS
           END-IF.
           IF FS-BOLPAGOS NOT = 0
               STRING 'REGISTRO DE BOLETOS INDISPONIVEL, FS='
                                           DELIMITED BY SIZE
                      FS-BOLPAGOS          DELIMITED BY SIZE
                 INTO BOLETO-MENSAGEM
               END-STRING
               GO TO 0500-SAIDA
           END-IF.
      *    VENCIMENTO E VALOR DO DOCUMENTO SAO DO BOLETO E NAO MUDAM:
      *    NA REGRAVACAO (RESERVA QUE VIRA PAGAMENTO) FICAM OS DO
      *    REGISTRO.
           MOVE BOLETO-CODIGO TO BOLPAG-CODIGO.
           READ BOLPAGOS
             INVALID KEY
               MOVE 'N' TO WRK-EXISTE
               MOVE BOLETO-CODIGO     TO BOLPAG-CODIGO
               MOVE BOLETO-VENCIMENTO TO BOLPAG-VENCIMENTO
               MOVE BOLETO-VALOR-DOC  TO BOLPAG-VALOR-DOC
             NOT INVALID KEY
               MOVE 'S' TO WRK-EXISTE
           END-READ.
           MOVE BOLETO-SITUACAO    TO BOLPAG-SITUACAO.
           MOVE BOLETO-CONTA       TO BOLPAG-CONTA.
           MOVE BOLETO-VALOR-PAGO  TO BOLPAG-VALOR-PAGO.
           MOVE BOLETO-DATA-PAGTO  TO BOLPAG-DATA.
           MOVE BOLETO-ORIGEM      TO BOLPAG-ORIGEM.
           MOVE BOLETO-OPERADOR    TO BOLPAG-OPERADOR.
           MOVE BOLETO-RECIBO      TO BOLPAG-RECIBO.
           IF WRK-EXISTE = 'S'
               REWRITE BOLPAG-REG
                 INVALID KEY
                   MOVE 'BOLETO NAO REGRAVADO NO REGISTRO'
                     TO BOLETO-MENSAGEM
                 NOT INVALID KEY
                   MOVE 'S' TO BOLETO-RETORNO
               END-REWRITE
           ELSE
               WRITE BOLPAG-REG
                 INVALID KEY
                   MOVE 'BOLETO NAO GRAVADO NO REGISTRO'
                     TO BOLETO-MENSAGEM
                 NOT INVALID KEY
                   MOVE 'S' TO BOLETO-RETORNO
               END-WRITE
           END-IF.
           CLOSE BOLPAGOS.

       0500-SAIDA.
           EXIT.

      *    BOLETO QUE JA NAO ESTA NO REGISTRO TAMBEM E SUCESSO: O QUE
      *    IMPORTA PARA QUEM CHAMA E ELE PODER SER PAGO DE NOVO.
       0600-EXCLUI                   SECTION.
           OPEN I-O BOLPAGOS.
           IF FS-BOLPAGOS = 35
               MOVE 'S' TO BOLETO-RETORNO
               GO TO 0600-SAIDA
           END-IF.
           IF FS-BOLPAGOS NOT = 0
               STRING 'REGISTRO DE BOLETOS INDISPONIVEL, FS='
                                           DELIMITED BY SIZE
                      FS-BOLPAGOS          DELIMITED BY SIZE
                 INTO BOLETO-MENSAGEM
               END-STRING
               GO TO 0600-SAIDA
           END-IF.
           MOVE BOLETO-CODIGO TO BOLPAG-CODIGO.
           DELETE BOLPAGOS
             INVALID KEY
               CONTINUE
           END-DELETE.
           MOVE 'S' TO BOLETO-RETORNO.
           CLOSE BOLPAGOS.

       0600-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-BOLPAGOS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'BOLETOS.PAG.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-BOLPAGOS
           END-STRING.

       COPY CFGLER.
