       IDENTIFICATION DIVISION.
       PROGRAM-ID. MANTFRT.
      ******************************************************************
      *OBJETIVO: MANUTENCAO DA TABELA DE FRETE (FRETES.DAT.TXT, VIDE
      *          FRETEREG.cpy): FAIXAS DE PESO POR FAIXA DE CEP DO
      *          DIRETORIO (CEP.DIR.TXT) OU POR UF INTEIRA, COM VALOR E
      *          PRAZO. INCLUIR/ALTERAR, LISTAR UMA UF, EXCLUIR E
      *          COTAR (CEP + PESO -> VALOR, O MESMO CALCULO DA ENTRADA
      *          DE PEDIDOS, PARA O BALCAO RESPONDER O TELEFONE).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT FRETES ASSIGN TO WRK-ARQ-FRETES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-FRETES
               RECORD KEY      IS FRT-CHAVE.

           SELECT CEPDIR ASSIGN TO WRK-ARQ-CEPDIR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CEPDIR
               RECORD KEY      IS CEPDIR-CHAVE.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  FRETES.
       COPY FRETEREG.

       FD  CEPDIR.
       COPY CEPREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-FRETES               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CEPDIR               PIC X(80) VALUE SPACES.
       77  FS-FRETES                    PIC 9(02) VALUE ZEROS.
       77  FS-CEPDIR                    PIC 9(02) VALUE ZEROS.
       77  WRK-OPCAO                    PIC X(01) VALUE SPACES.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-CEP                      PIC 9(08) VALUE ZEROS.
       77  WRK-UF                       PIC X(02) VALUE SPACES.
       77  WRK-CEP-INI                  PIC 9(08) VALUE ZEROS.
       77  WRK-CEP-FIM                  PIC 9(08) VALUE ZEROS.
       77  WRK-PESO                     PIC 9(05)V999 VALUE ZEROS.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-QT-FAIXAS                PIC 9(05) VALUE ZEROS.
       77  WRK-VALOR-ED                 PIC Z.ZZZ.ZZ9,99 VALUE ZEROS.
       77  WRK-PESO-ED                  PIC ZZ.ZZ9,999 VALUE ZEROS.
       COPY FRETEWS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           OPEN I-O FRETES.
           IF FS-FRETES = 35
               OPEN OUTPUT FRETES
               CLOSE FRETES
               OPEN I-O FRETES
           END-IF.
           OPEN INPUT CEPDIR.
           IF FS-CEPDIR NOT = 0
               DISPLAY "DIRETORIO DE CEP NAO FOI ABERTO, STATUS="
                       FS-CEPDIR " - CARREGUE PELO CARGACEP"
               CLOSE FRETES
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           DISPLAY "OPERADOR : ".
           ACCEPT WRK-OPERADOR.
           PERFORM UNTIL WRK-OPCAO = 'X'
               PERFORM 0100-MENU
               PERFORM 0200-DESPACHA
           END-PERFORM.
           CLOSE FRETES CEPDIR.
           GOBACK.

       0100-MENU                     SECTION.
           DISPLAY " ".
           DISPLAY "===== TABELA DE FRETE =====".
           DISPLAY "1 - INCLUIR/ALTERAR FAIXA".
           DISPLAY "2 - LISTAR FAIXAS DE UMA UF".
           DISPLAY "3 - EXCLUIR FAIXA".
           DISPLAY "4 - COTAR FRETE (CEP E PESO)".
           DISPLAY "X - SAIR".
           DISPLAY "OPCAO: ".
           ACCEPT WRK-OPCAO.

       0200-DESPACHA                 SECTION.
           EVALUATE WRK-OPCAO
             WHEN '1'
               PERFORM 0300-GRAVAR
             WHEN '2'
               PERFORM 0400-LISTAR
             WHEN '3'
               PERFORM 0500-EXCLUIR
             WHEN '4'
               PERFORM 0600-COTAR
             WHEN 'X'
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-4 OU X"
           END-EVALUATE.

      *    O DESTINO ENTRA POR UM CEP QUALQUER DA FAIXA (A FAIXA E A
      *    UF VEM DO DIRETORIO) OU POR ZERO + UF, PARA O PRECO DO
      *    ESTADO INTEIRO. FAIXA DE PESO JA EXISTENTE E REGRAVADA.
       0300-GRAVAR                   SECTION.
           PERFORM 0700-LE-DESTINO.
           IF WRK-UF = SPACES
               GO TO 0300-SAIDA
           END-IF.
           DISPLAY "PESO ATE (KG, LIMITE SUPERIOR DA FAIXA) : ".
           ACCEPT WRK-PESO.
           MOVE WRK-UF      TO FRT-UF.
           MOVE WRK-CEP-INI TO FRT-CEP-INI.
           MOVE WRK-PESO    TO FRT-PESO-ATE.
           READ FRETES
             INVALID KEY
               MOVE 23 TO FS-FRETES
             NOT INVALID KEY
               MOVE FRT-VALOR TO WRK-VALOR-ED
               DISPLAY "FAIXA JA CADASTRADA - VALOR ATUAL "
                       WRK-VALOR-ED " PRAZO " FRT-PRAZO " DIAS"
           END-READ.
           MOVE WRK-CEP-FIM TO FRT-CEP-FIM.
           DISPLAY "VALOR DO FRETE : ".
           ACCEPT FRT-VALOR.
           DISPLAY "PRAZO DE ENTREGA (DIAS) : ".
           ACCEPT FRT-PRAZO.
           MOVE WRK-OPERADOR TO FRT-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO FRT-DATAHORA.
           IF FS-FRETES = 0
               REWRITE FRETE-REG
                 INVALID KEY
                   DISPLAY "FAIXA NAO REGRAVADA"
                 NOT INVALID KEY
                   DISPLAY "FAIXA ALTERADA"
               END-REWRITE
           ELSE
               WRITE FRETE-REG
                 INVALID KEY
                   DISPLAY "FAIXA NAO GRAVADA"
                 NOT INVALID KEY
                   DISPLAY "FAIXA INCLUIDA"
               END-WRITE
           END-IF.

       0300-SAIDA.
           EXIT.

       0400-LISTAR                   SECTION.
           DISPLAY "UF : ".
           ACCEPT WRK-UF.
           MOVE FUNCTION UPPER-CASE(WRK-UF) TO WRK-UF.
           MOVE ZEROS TO WRK-QT-FAIXAS.
           MOVE WRK-UF TO FRT-UF.
           MOVE ZEROS  TO FRT-CEP-INI FRT-PESO-ATE.
           START FRETES KEY IS NOT LESS FRT-CHAVE
             INVALID KEY
               MOVE 23 TO FS-FRETES
           END-START.
           IF FS-FRETES = 0
               READ FRETES NEXT RECORD
               PERFORM UNTIL FS-FRETES NOT = 0
                             OR FRT-UF NOT = WRK-UF
                   ADD 1 TO WRK-QT-FAIXAS
                   MOVE FRT-PESO-ATE TO WRK-PESO-ED
                   MOVE FRT-VALOR    TO WRK-VALOR-ED
                   IF FRT-CEP-INI = ZEROS
                       DISPLAY FRT-UF " (UF INTEIRA)         ATE "
                               WRK-PESO-ED " KG  " WRK-VALOR-ED
                               "  " FRT-PRAZO " DIAS"
                   ELSE
                       DISPLAY FRT-UF " " FRT-CEP-INI "-" FRT-CEP-FIM
                               " ATE " WRK-PESO-ED " KG  "
                               WRK-VALOR-ED "  " FRT-PRAZO " DIAS"
                   END-IF
                   READ FRETES NEXT RECORD
               END-PERFORM
           END-IF.
           DISPLAY "FAIXAS LISTADAS: " WRK-QT-FAIXAS.

       0500-EXCLUIR                  SECTION.
           PERFORM 0700-LE-DESTINO.
           IF WRK-UF = SPACES
               GO TO 0500-SAIDA
           END-IF.
           DISPLAY "PESO ATE DA FAIXA A EXCLUIR : ".
           ACCEPT WRK-PESO.
           MOVE WRK-UF      TO FRT-UF.
           MOVE WRK-CEP-INI TO FRT-CEP-INI.
           MOVE WRK-PESO    TO FRT-PESO-ATE.
           READ FRETES
             INVALID KEY
               DISPLAY "FAIXA NAO ENCONTRADA"
               GO TO 0500-SAIDA
           END-READ.
           MOVE FRT-VALOR TO WRK-VALOR-ED.
           DISPLAY "EXCLUI A FAIXA DE VALOR " WRK-VALOR-ED " (S/N) ? ".
           ACCEPT WRK-CONFIRMA.
           IF WRK-CONFIRMA = 'S'
               DELETE FRETES
                 INVALID KEY
                   DISPLAY "FAIXA NAO EXCLUIDA"
                 NOT INVALID KEY
                   DISPLAY "FAIXA EXCLUIDA"
               END-DELETE
           END-IF.

       0500-SAIDA.
           EXIT.

       0600-COTAR                    SECTION.
           DISPLAY "CEP DE DESTINO : ".
           ACCEPT WRK-FRT-CEP.
           DISPLAY "PESO TOTAL (KG) : ".
           ACCEPT WRK-FRT-PESO.
           PERFORM 9660-CALCULA-FRETE.
           EVALUATE TRUE
             WHEN FRETE-CALCULADO
               MOVE WRK-FRT-VALOR TO WRK-VALOR-ED
               DISPLAY "FRETE PARA " WRK-FRT-UF ": " WRK-VALOR-ED
                       " - PRAZO " WRK-FRT-PRAZO " DIAS"
             WHEN FRETE-SEM-CEP
               DISPLAY "CEP FORA DO DIRETORIO DE CEP"
             WHEN OTHER
               DISPLAY "DESTINO SEM PRECO NA TABELA OU PESO ACIMA "
                       "DA MAIOR FAIXA - FRETE SOB CONSULTA"
           END-EVALUATE.

      *    DESTINO DA FAIXA: CEP DO DIRETORIO (PEGA A FAIXA E A UF)
      *    OU ZERO + UF. UF EM BRANCO NA SAIDA = DESTINO INVALIDO.
       0700-LE-DESTINO               SECTION.
           MOVE SPACES TO WRK-UF.
           MOVE ZEROS TO WRK-CEP-INI.
           MOVE 99999999 TO WRK-CEP-FIM.
           DISPLAY "CEP DA FAIXA (0 = UF INTEIRA) : ".
           ACCEPT WRK-CEP.
           IF WRK-CEP = ZEROS
               DISPLAY "UF : "
               ACCEPT WRK-UF
               MOVE FUNCTION UPPER-CASE(WRK-UF) TO WRK-UF
               GO TO 0700-SAIDA
           END-IF.
           COMPUTE CEPDIR-INI-COMPL = 99999999 - WRK-CEP.
           START CEPDIR KEY IS NOT LESS CEPDIR-CHAVE
             INVALID KEY
               MOVE 23 TO FS-CEPDIR
             NOT INVALID KEY
               READ CEPDIR NEXT RECORD
           END-START.
           IF FS-CEPDIR = 0
                   AND WRK-CEP >= CEPDIR-CEP-INI
                   AND WRK-CEP <= CEPDIR-CEP-FIM
               MOVE CEPDIR-UF      TO WRK-UF
               MOVE CEPDIR-CEP-INI TO WRK-CEP-INI
               MOVE CEPDIR-CEP-FIM TO WRK-CEP-FIM
               DISPLAY "FAIXA " WRK-CEP-INI "-" WRK-CEP-FIM " "
                       CEPDIR-CIDADE " " WRK-UF
           ELSE
               DISPLAY "CEP FORA DO DIRETORIO DE CEP"
           END-IF.

       0700-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-FRETES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'FRETES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-FRETES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CEPDIR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CEP.DIR.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CEPDIR
           END-STRING.

       COPY CFGLER.

       COPY FRETECAL.
