       IDENTIFICATION DIVISION.
       PROGRAM-ID. REMESSA.
      ******************************************************************
      *OBJETIVO: ROTINA COMPARTILHADA DA FILA DE PAGAMENTOS PARA
      *          OUTROS BANCOS, NO ESPIRITO DO NOTIFICA: O PAGCONTAS
      *          (TRANSFERENCIA PARA OUTRO BANCO) E O SALARIOS
      *          (FUNCIONARIO COM CONTA EM OUTRO BANCO) CHAMAM
      *          CALL 'REMESSA' USING REMESSA-PARM (VIDE REMESSW.cpy).
      *          A ROTINA CONFERE O FAVORECIDO (BANCO, AGENCIA E CONTA
      *          PREENCHIDOS, CPF PELOS DOIS DIGITOS VERIFICADORES DE
      *          MODULO 11) E O VALOR; NA FUNCAO 'I' NUMERA O ITEM PELO
      *          REMESSA.SEQ.TXT E O GRAVA EM REMESSA.DAT.TXT COM
      *          SITUACAO 'P', QUE O GERAREM LEVA PARA O ARQUIVO DO
      *          BANCO. QUEM DEBITA A CONTA DE ORIGEM E O CHAMADOR.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT REMFILA ASSIGN TO WRK-ARQ-REMFILA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-REMFILA
               RECORD KEY      IS REM-NUMERO.

           SELECT REMSEQ ASSIGN TO WRK-ARQ-REMSEQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-REMSEQ.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  REMFILA.
       COPY REMREG.

       FD  REMSEQ.
       01  REMSEQ-REG.
           05 REMSEQ-NUMERO             PIC 9(08).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-REMFILA              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-REMSEQ               PIC X(80) VALUE SPACES.
       77  FS-REMFILA                   PIC 9(02) VALUE ZEROS.
       77  FS-REMSEQ                    PIC 9(02) VALUE ZEROS.
       77  WRK-NUMERO                   PIC 9(08) VALUE ZEROS.
       77  WRK-CPF                      PIC 9(11) VALUE ZEROS.
       77  WRK-CPF-X REDEFINES WRK-CPF  PIC X(11).
       77  WRK-CPF-OK                   PIC X(01) VALUE 'N'.
       77  WRK-CPF-FIM                  PIC 9(02) VALUE ZEROS.
       77  WRK-CPF-I                    PIC 9(02) VALUE ZEROS.
       77  WRK-CPF-PESO                 PIC 9(02) VALUE ZEROS.
       77  WRK-CPF-SOMA                 PIC 9(05) VALUE ZEROS.
       77  WRK-CPF-RESTO                PIC 9(02) VALUE ZEROS.
       77  WRK-CPF-DIG                  PIC 9(01) VALUE ZEROS.
       77  WRK-CPF-DV                   PIC 9(01) VALUE ZEROS.
       77  WRK-CPF-IGUAIS               PIC 9(02) VALUE ZEROS.

       LINKAGE SECTION.
       COPY REMESSW.

       PROCEDURE DIVISION USING REMESSA-PARM.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           MOVE ZEROS  TO REMESSA-NUMERO.
           MOVE '00'   TO REMESSA-RETORNO.
           MOVE SPACES TO REMESSA-MENSAGEM.
           PERFORM 0100-CONFERE.
           IF REMESSA-RETORNO = '00' AND REMESSA-FUNCAO = 'I'
               PERFORM 0200-INCLUI
           END-IF.
           GOBACK.

       0100-CONFERE                  SECTION.
           IF REMESSA-BANCO = ZEROS OR REMESSA-AGENCIA = ZEROS
                   OR REMESSA-CONTA-DEST = SPACES
                   OR REMESSA-NOME = SPACES
               MOVE '01' TO REMESSA-RETORNO
               MOVE 'DADOS BANCARIOS INCOMPLETOS' TO REMESSA-MENSAGEM
               GO TO 0100-SAIDA
           END-IF.
           MOVE REMESSA-CPF TO WRK-CPF.
           PERFORM 0150-VALIDA-CPF.
           IF WRK-CPF-OK NOT = 'S'
               MOVE '02' TO REMESSA-RETORNO
               MOVE 'CPF DO FAVORECIDO INVALIDO' TO REMESSA-MENSAGEM
               GO TO 0100-SAIDA
           END-IF.
           IF REMESSA-VALOR = ZEROS
               MOVE '03' TO REMESSA-RETORNO
               MOVE 'VALOR ZERADO' TO REMESSA-MENSAGEM
           END-IF.

       0100-SAIDA.
           EXIT.

      *    MESMO CALCULO DO DOCVAL.cpy PARA O CPF: PESO 2 NO DIGITO DA
      *    DIREITA, SUBINDO; RESTO < 2 DA DIGITO ZERO. SEQUENCIA DE
      *    DIGITOS IGUAIS E RECUSADA.
       0150-VALIDA-CPF               SECTION.
           MOVE 'N' TO WRK-CPF-OK.
           MOVE ZEROS TO WRK-CPF-IGUAIS.
           INSPECT WRK-CPF-X TALLYING WRK-CPF-IGUAIS
               FOR ALL WRK-CPF-X(1:1).
           IF WRK-CPF-IGUAIS = 11
               GO TO 0150-SAIDA
           END-IF.
           MOVE 9 TO WRK-CPF-FIM.
           PERFORM 0160-CALCULA-DV.
           IF WRK-CPF-DV NOT = WRK-CPF-X(10:1)
               GO TO 0150-SAIDA
           END-IF.
           MOVE 10 TO WRK-CPF-FIM.
           PERFORM 0160-CALCULA-DV.
           IF WRK-CPF-DV = WRK-CPF-X(11:1)
               MOVE 'S' TO WRK-CPF-OK
           END-IF.

       0150-SAIDA.
           EXIT.

       0160-CALCULA-DV               SECTION.
           MOVE ZEROS TO WRK-CPF-SOMA.
           MOVE 2 TO WRK-CPF-PESO.
           PERFORM VARYING WRK-CPF-I FROM WRK-CPF-FIM BY -1
                   UNTIL WRK-CPF-I < 1
               MOVE WRK-CPF-X(WRK-CPF-I:1) TO WRK-CPF-DIG
               COMPUTE WRK-CPF-SOMA = WRK-CPF-SOMA
                                    + WRK-CPF-DIG * WRK-CPF-PESO
               ADD 1 TO WRK-CPF-PESO
           END-PERFORM.
           COMPUTE WRK-CPF-RESTO = FUNCTION MOD(WRK-CPF-SOMA, 11).
           IF WRK-CPF-RESTO < 2
               MOVE 0 TO WRK-CPF-DV
           ELSE
               COMPUTE WRK-CPF-DV = 11 - WRK-CPF-RESTO
           END-IF.

      *    A SEQUENCIA SO E PERSISTIDA DEPOIS DO ITEM GRAVADO: UM ITEM
      *    QUE NAO ENTROU NAO QUEIMA NUMERO.
       0200-INCLUI                   SECTION.
           MOVE ZEROS TO WRK-NUMERO.
           OPEN INPUT REMSEQ.
           IF FS-REMSEQ = 0
               READ REMSEQ
                 NOT AT END
                   MOVE REMSEQ-NUMERO TO WRK-NUMERO
               END-READ
               CLOSE REMSEQ
           END-IF.
           ADD 1 TO WRK-NUMERO.
           OPEN I-O REMFILA.
           IF FS-REMFILA = 35
               OPEN OUTPUT REMFILA
               CLOSE REMFILA
               OPEN I-O REMFILA
           END-IF.
           IF FS-REMFILA NOT = 0
               MOVE '09' TO REMESSA-RETORNO
               MOVE 'FILA DE REMESSA NAO FOI ABERTA'
                 TO REMESSA-MENSAGEM
               GO TO 0200-SAIDA
           END-IF.
           MOVE SPACES              TO REM-REG.
           MOVE WRK-NUMERO          TO REM-NUMERO.
           MOVE REMESSA-ORIGEM      TO REM-ORIGEM.
           MOVE REMESSA-CONTA       TO REM-CONTA.
           MOVE REMESSA-FUNC-ID     TO REM-FUNC-ID.
           MOVE REMESSA-BANCO       TO REM-BANCO.
           MOVE REMESSA-AGENCIA     TO REM-AGENCIA.
           MOVE REMESSA-CONTA-DEST  TO REM-CONTA-DEST.
           MOVE REMESSA-CPF         TO REM-CPF.
           MOVE REMESSA-NOME        TO REM-NOME.
           MOVE REMESSA-VALOR       TO REM-VALOR.
           ACCEPT REM-DATA FROM DATE YYYYMMDD.
           MOVE REMESSA-OPERADOR    TO REM-OPERADOR.
           MOVE 'P'                 TO REM-SITUACAO.
           MOVE ZEROS               TO REM-LOTE REM-DATA-RETORNO.
           WRITE REM-REG
             INVALID KEY
               MOVE '09' TO REMESSA-RETORNO
               MOVE 'NUMERO DA FILA JA USADO - CONFIRA A SEQUENCIA'
                 TO REMESSA-MENSAGEM
           END-WRITE.
           CLOSE REMFILA.
           IF REMESSA-RETORNO NOT = '00'
               GO TO 0200-SAIDA
           END-IF.
           OPEN OUTPUT REMSEQ.
           MOVE WRK-NUMERO TO REMSEQ-NUMERO.
           WRITE REMSEQ-REG.
           CLOSE REMSEQ.
           MOVE WRK-NUMERO TO REMESSA-NUMERO.

       0200-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-REMFILA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REMESSA.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REMFILA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-REMSEQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'REMESSA.SEQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-REMSEQ
           END-STRING.

       COPY CFGLER.
