      ******************************************************************
      * Autor: VITORIA KELLY
      * Data: 08-05-2025
      * Assunto: CALCULO IMC - MENOR DE 20 ANOS CLASSIFICADO PELO
      *          PERCENTIL PARA IDADE E SEXO (ROTINA CLASIMC)
      ******************************************************************

       ENVIRONMENT DIVISION.
               FILE STATUS     IS FS-RETORNO
               RECORD KEY      IS RETORNO-CHAVE.

           SELECT VISITAS ASSIGN TO WRK-ARQ-VISITAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-VISITAS
               RECORD KEY      IS VIS-CHAVE.

           SELECT CONSTAB ASSIGN TO WRK-ARQ-CONSTAB
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-CONSTAB.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
       FD  RETORNO.
       COPY RETREG.

       FD  VISITAS.
       COPY VISREG.

      *    TABELA DE VALORES DA CONSULTA POR TIPO DE VISITA: TIPO
      *    (P/A/R, VIDE VISREG.cpy) + VALOR 9(5)V99 EM DIGITOS
      *    CORRIDOS + DESCRICAO; LINHA COMECADA POR '*' E COMENTARIO.
       FD  CONSTAB.
       01  CONSTAB-REG.
           05 CTAB-TIPO                 PIC X(01).
           05 CTAB-VALOR                PIC X(07).
           05 CTAB-DESCRICAO            PIC X(20).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-HISTIMC PIC X(80)  VALUE SPACES.
       77  WRK-IMC     PIC 9(03)V99   VALUE ZEROS.
       77  WRK-IMC2    PIC Z.Z9,99    VALUE ZEROS.
       77  WRK-CLASSIFICACAO PIC X(20) VALUE SPACES.
       77  WRK-NASCIMENTO PIC 9(08)    VALUE ZEROS.
       77  WRK-SEXO    PIC X(01)       VALUE SPACES.
       77  WRK-PERCENTIL PIC 9(03)     VALUE ZEROS.
       77  WRK-IDADE-ANOS PIC 9(02)    VALUE ZEROS.
       77  WRK-IDADE-MESES PIC 9(02)   VALUE ZEROS.
       COPY CLASIMCW.
       77  FS-HISTIMC  PIC 9(02)      VALUE ZEROS.
       77  WRK-ARQ-VISITAS PIC X(80)   VALUE SPACES.
       77  FS-VISITAS  PIC 9(02)       VALUE ZEROS.
       77  WRK-ARQ-CONSTAB PIC X(80)   VALUE SPACES.
       77  FS-CONSTAB  PIC 9(02)       VALUE ZEROS.
       77  WRK-OPERADOR PIC X(08)      VALUE SPACES.
       77  WRK-TIPO-VISITA PIC X(01)   VALUE SPACES.
           88 TIPO-VISITA-VALIDO       VALUE 'P' 'A' 'R'.
       77  WRK-TIPO-DIGITADO PIC X(01) VALUE SPACES.
       77  WRK-DESC-VISITA PIC X(20)   VALUE SPACES.
       77  WRK-TABELADO PIC X(01)      VALUE 'N'.
       77  WRK-VALOR-TABELA PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-PAGO PIC 9(05)V99 VALUE ZEROS.
       77  WRK-VALOR-ED PIC ZZ.ZZ9,99  VALUE ZEROS.
       77  WRK-ISENCAO PIC X(01)       VALUE SPACES.
           88 ISENCAO-VALIDA           VALUE 'N' 'T' 'P'.
       77  WRK-MOTIVO  PIC X(30)       VALUE SPACES.
       77  WRK-FORMA   PIC X(01)       VALUE SPACES.
           88 FORMA-VALIDA             VALUE 'D' 'C' 'B' 'P'.

       PROCEDURE DIVISION.
      *    A VISITA E REGISTRADA PELO NUMERO DO CADASTRO DE PACIENTES
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           MOVE 'N' TO WRK-PAC-OK.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           OPEN INPUT PACIENTES.
           IF FS-PACIENTES NOT = 0
               DISPLAY "CADASTRO DE PACIENTES NAO FOI ABERTO - "
                 NOT INVALID KEY
                   MOVE 'S' TO WRK-PAC-OK
                   MOVE PAC-NOME TO WRK-PACIENTE
                   MOVE PAC-NASCIMENTO TO WRK-NASCIMENTO
                   MOVE PAC-SEXO TO WRK-SEXO
                   DISPLAY "PACIENTE: " PAC-NOME
               END-READ
           END-PERFORM.
           CLOSE PACIENTES.
           PERFORM 0280-TIPO-VISITA THRU 0280-SAIDA.

           DISPLAY "DIGITE O PESO "
           ACCEPT WRK-PESO.

           DISPLAY "SEU IMC "  WRK-IMC2.
           DISPLAY "CLASSIFICACAO: " WRK-CLASSIFICACAO.
           IF CLASIMC-PEDIATRICO = 'S'
               DIVIDE CLASIMC-IDADE-MESES BY 12 GIVING WRK-IDADE-ANOS
                      REMAINDER WRK-IDADE-MESES
               DISPLAY "IDADE: " WRK-IDADE-ANOS " ANOS E "
                       WRK-IDADE-MESES " MESES - PERCENTIL "
                       WRK-PERCENTIL " PARA IDADE E SEXO"
           END-IF.
           PERFORM 0290-COBRANCA THRU 0290-SAIDA.

       0400-FINALIZAR     SECTION.
            GOBACK.
      *    QUANDO CHAMADAS POR PERFORM.
       9700-ROTINAS-APOIO SECTION.

      *    AS FAIXAS DE ADULTO E O PERCENTIL DA CRIANCA FICAM NA
      *    ROTINA CLASIMC, A MESMA QUE O PIORIMC E O EVOLIMC USAM AO
      *    RELER O HISTORICO. A IDADE E A DA DATA DA VISITA.
       0250-CLASSIFICAR.
           MOVE WRK-IMC                    TO CLASIMC-IMC.
           MOVE FUNCTION CURRENT-DATE(1:8) TO CLASIMC-DATA.
           MOVE WRK-NASCIMENTO             TO CLASIMC-NASCIMENTO.
           MOVE WRK-SEXO                   TO CLASIMC-SEXO.
           CALL 'CLASIMC' USING CLASIMC-PARM.
           MOVE CLASIMC-CLASSIFICACAO      TO WRK-CLASSIFICACAO.
           MOVE CLASIMC-PERCENTIL          TO WRK-PERCENTIL.

       0260-GRAVA-HISTORICO.
           OPEN EXTEND HISTIMC.
           MOVE WRK-CLASSIFICACAO TO HISTIMC-CLASSIFICACAO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO HISTIMC-DATA.
           MOVE WRK-NUMERO        TO HISTIMC-NUMERO.
           MOVE WRK-PERCENTIL     TO HISTIMC-PERCENTIL.
           WRITE HISTIMC-REG.
           CLOSE HISTIMC.
           PERFORM 0270-BAIXA-RETORNO THRU 0270-SAIDA.
       0270-SAIDA.
           EXIT.

      *    TIPO DA VISITA (VIDE VISREG.cpy), APURADO ANTES DE A
      *    MEDICAO NOVA BAIXAR O RETORNO: RETORNO PENDENTE NA AGENDA =
      *    ACOMPANHAMENTO; SEM ELE, QUEM JA TEM VISITA NO HISTORICO E
      *    RETORNO E QUEM NAO TEM E PRIMEIRA CONSULTA. O OPERADOR PODE
      *    CORRIGIR (PACIENTE ATENDIDO ANTES DO HISTORICO, POR EX.).
      *    O VALOR SAI DA TABELA CONSULTA.TAB.TXT PELO TIPO.
       0280-TIPO-VISITA.
           MOVE 'P' TO WRK-TIPO-VISITA.
           OPEN INPUT RETORNO.
           IF FS-RETORNO = 0
               MOVE WRK-NUMERO TO RET-NUMERO
               MOVE ZEROS      TO RET-DATA-ALVO
               START RETORNO KEY IS NOT LESS RETORNO-CHAVE
                 INVALID KEY
                   MOVE 23 TO FS-RETORNO
               END-START
               IF FS-RETORNO = 0
                   READ RETORNO NEXT RECORD
               END-IF
               PERFORM UNTIL FS-RETORNO NOT = 0
                             OR RET-NUMERO NOT = WRK-NUMERO
                             OR WRK-TIPO-VISITA = 'A'
                   IF RET-PENDENTE
                       MOVE 'A' TO WRK-TIPO-VISITA
                   END-IF
                   READ RETORNO NEXT RECORD
               END-PERFORM
               CLOSE RETORNO
           END-IF.
           IF WRK-TIPO-VISITA = 'P'
               OPEN INPUT HISTIMC
               IF FS-HISTIMC = 0
                   READ HISTIMC NEXT RECORD
                   PERFORM UNTIL FS-HISTIMC NOT = 0
                                 OR WRK-TIPO-VISITA = 'R'
                       IF HISTIMC-NUMERO IS NUMERIC
                               AND HISTIMC-NUMERO = WRK-NUMERO
                           MOVE 'R' TO WRK-TIPO-VISITA
                       END-IF
                       READ HISTIMC NEXT RECORD
                   END-PERFORM
                   CLOSE HISTIMC
               END-IF
           END-IF.
           PERFORM 0285-DESCREVE-TIPO.
           DISPLAY "TIPO DA VISITA: " WRK-TIPO-VISITA " - "
                   WRK-DESC-VISITA.
           DISPLAY "ENTER CONFIRMA OU DIGITE P/A/R : ".
           MOVE SPACES TO WRK-TIPO-DIGITADO.
           ACCEPT WRK-TIPO-DIGITADO.
           IF WRK-TIPO-DIGITADO NOT = SPACES
               IF WRK-TIPO-DIGITADO = 'P' OR 'A' OR 'R'
                   MOVE WRK-TIPO-DIGITADO TO WRK-TIPO-VISITA
                   PERFORM 0285-DESCREVE-TIPO
               ELSE
                   DISPLAY "TIPO INVALIDO - MANTIDO " WRK-TIPO-VISITA
               END-IF
           END-IF.
           MOVE 'N'   TO WRK-TABELADO.
           MOVE ZEROS TO WRK-VALOR-TABELA.
           OPEN INPUT CONSTAB.
           IF FS-CONSTAB NOT = 0
               GO TO 0280-SAIDA
           END-IF.
           READ CONSTAB NEXT RECORD.
           PERFORM UNTIL FS-CONSTAB NOT = 0 OR WRK-TABELADO = 'S'
               IF CTAB-TIPO = WRK-TIPO-VISITA
                       AND CTAB-VALOR IS NUMERIC
                   COMPUTE WRK-VALOR-TABELA =
                           FUNCTION NUMVAL(CTAB-VALOR) / 100
                   MOVE 'S' TO WRK-TABELADO
               END-IF
               READ CONSTAB NEXT RECORD
           END-PERFORM.
           CLOSE CONSTAB.

       0280-SAIDA.
           EXIT.

       0285-DESCREVE-TIPO.
           EVALUATE WRK-TIPO-VISITA
               WHEN 'P'
                   MOVE "PRIMEIRA CONSULTA" TO WRK-DESC-VISITA
               WHEN 'A'
                   MOVE "ACOMPANHAMENTO"    TO WRK-DESC-VISITA
               WHEN OTHER
                   MOVE "RETORNO"           TO WRK-DESC-VISITA
           END-EVALUATE.

      *    COBRANCA DA VISITA: VALOR DE TABELA (OU DIGITADO, SE O
      *    TIPO NAO ESTA NA TABELA), ISENCAO COM MOTIVO E FORMA DE
      *    PAGAMENTO. O REGISTRO VAI PARA O CAIXA DA CLINICA
      *    (VISITAS.DAT.TXT).
       0290-COBRANCA.
           IF WRK-TABELADO NOT = 'S'
               DISPLAY "TIPO SEM VALOR NA TABELA DE CONSULTAS - "
                       "DIGITE O VALOR DA CONSULTA : "
               ACCEPT WRK-VALOR-TABELA
           END-IF.
           MOVE WRK-VALOR-TABELA TO WRK-VALOR-ED.
           DISPLAY "VALOR DA CONSULTA (" WRK-DESC-VISITA "): "
                   WRK-VALOR-ED.
      *    CONSULTA DE VALOR ZERO NAO TEM O QUE ISENTAR EM PARTE.
           MOVE SPACES TO WRK-ISENCAO.
           PERFORM UNTIL ISENCAO-VALIDA
               DISPLAY "ISENCAO (N=NENHUMA T=TOTAL P=PARCIAL) : "
               ACCEPT WRK-ISENCAO
               IF WRK-ISENCAO = 'P' AND WRK-VALOR-TABELA = ZEROS
                   DISPLAY "CONSULTA SEM VALOR - ISENCAO PARCIAL "
                           "NAO SE APLICA"
                   MOVE SPACES TO WRK-ISENCAO
               END-IF
           END-PERFORM.
           EVALUATE WRK-ISENCAO
               WHEN 'N'
                   MOVE WRK-VALOR-TABELA TO WRK-VALOR-PAGO
               WHEN 'T'
                   MOVE ZEROS TO WRK-VALOR-PAGO
               WHEN 'P'
                   MOVE WRK-VALOR-TABELA TO WRK-VALOR-PAGO
                   PERFORM UNTIL WRK-VALOR-PAGO < WRK-VALOR-TABELA
                       DISPLAY "VALOR COBRADO (MENOR QUE A TABELA) : "
                       ACCEPT WRK-VALOR-PAGO
                   END-PERFORM
           END-EVALUATE.
           MOVE SPACES TO WRK-MOTIVO.
           IF WRK-ISENCAO NOT = 'N'
               PERFORM UNTIL WRK-MOTIVO NOT = SPACES
                   DISPLAY "MOTIVO DA ISENCAO : "
                   ACCEPT WRK-MOTIVO
               END-PERFORM
           END-IF.
           MOVE 'X' TO WRK-FORMA.
           IF WRK-VALOR-PAGO > ZEROS
               MOVE SPACES TO WRK-FORMA
               PERFORM UNTIL FORMA-VALIDA
                   DISPLAY "FORMA DE PAGAMENTO (D=DINHEIRO C=CREDITO "
                           "B=DEBITO P=PIX) : "
                   ACCEPT WRK-FORMA
               END-PERFORM
           END-IF.
           OPEN I-O VISITAS.
           IF FS-VISITAS = 35
               OPEN OUTPUT VISITAS
               CLOSE VISITAS
               OPEN I-O VISITAS
           END-IF.
           IF FS-VISITAS NOT = 0
               DISPLAY "CAIXA DA CLINICA NAO FOI ABERTO, STATUS="
                       FS-VISITAS " - PAGAMENTO NAO REGISTRADO"
               GO TO 0290-SAIDA
           END-IF.
           MOVE SPACES                     TO VIS-REG.
           MOVE WRK-NUMERO                 TO VIS-NUMERO.
           MOVE FUNCTION CURRENT-DATE(1:8) TO VIS-DATA.
           MOVE FUNCTION CURRENT-DATE(9:6) TO VIS-HORA.
           MOVE WRK-TIPO-VISITA            TO VIS-TIPO.
           MOVE WRK-VALOR-TABELA           TO VIS-VALOR-TABELA.
           MOVE WRK-ISENCAO                TO VIS-ISENCAO.
           MOVE WRK-MOTIVO                 TO VIS-MOTIVO-ISENCAO.
           MOVE WRK-VALOR-PAGO             TO VIS-VALOR-PAGO.
           MOVE WRK-FORMA                  TO VIS-FORMA.
           MOVE WRK-OPERADOR               TO VIS-OPERADOR.
           WRITE VIS-REG
             INVALID KEY
               DISPLAY "PAGAMENTO NAO REGISTRADO - VISITA DUPLICADA"
             NOT INVALID KEY
               MOVE WRK-VALOR-PAGO TO WRK-VALOR-ED
               DISPLAY "PAGAMENTO REGISTRADO: " WRK-VALOR-ED
           END-WRITE.
           CLOSE VISITAS.

       0290-SAIDA.
           EXIT.


       9790-ROTINAS-CONFIG SECTION.

                  'RETORNO.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RETORNO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-VISITAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'VISITAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-VISITAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CONSTAB.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONSULTA.TAB.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CONSTAB
           END-STRING.

       COPY CFGLER.
