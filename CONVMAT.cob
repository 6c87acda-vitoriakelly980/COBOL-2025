       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVMAT.
      ******************************************************************
      *OBJETIVO: CONVERSAO UNICA DA MATERIA DIGITADA LIVRE PARA O
      *          CODIGO DO CADASTRO DE MATERIAS (MATERIAS.DAT.TXT,
      *          MANTIDO PELO MANTMAT - CADASTRAR AS MATERIAS ANTES).
      *          PERCORRE TURMA.IDX.TXT, PRESENCA.IDX.TXT E
      *          TABMENS.DAT.TXT E TROCA O TEXTO DA MATERIA PELO
      *          CODIGO, NESTA ORDEM DE BUSCA:
      *            1 - TEXTO QUE JA E UM CODIGO CADASTRADO (REGISTRO
      *                JA CONVERTIDO) FICA COMO ESTA;
      *            2 - TABELA DE-PARA OPCIONAL MATERIA.DEPARA.TXT
      *                (TEXTO NAS POSICOES 1-15, CODIGO NAS 17-22),
      *                PARA AS ABREVIATURAS E ERROS DE DIGITACAO;
      *            3 - NOME DO CADASTRO IGUAL AO TEXTO, SEM DIFERENCA
      *                DE MAIUSCULA/MINUSCULA.
      *          TEXTO SEM CODIGO FICA COMO ESTA E SAI NA LISTA DE
      *          PENDENCIAS (RETURN-CODE 4): CORRIGIR O DE-PARA E
      *          RODAR DE NOVO. AS GRAFIAS DIFERENTES DA MESMA MATERIA
      *          VIRAM UM REGISTRO SO (O ULTIMO NA ORDEM DA CHAVE
      *          PREVALECE E A FUSAO E LISTADA). OS INDEXADOS SAO
      *          RECONSTRUIDOS PELA DESCARGA, COMO NO CONVALUN.
      *          RODAR COM A ESCOLA PARADA.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT MATERIAS ASSIGN TO WRK-ARQ-MATERIAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-MATERIAS
               RECORD KEY      IS MATE-CODIGO.

           SELECT DEPARA ASSIGN TO WRK-ARQ-DEPARA
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-DEPARA.

           SELECT TURMA ASSIGN TO WRK-ARQ-TURMA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-TURMA
               RECORD KEY      IS TURMA-CHAVE.

           SELECT PRESENCA ASSIGN TO WRK-ARQ-PRESENCA
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PRESENCA
               RECORD KEY      IS PRESENCA-CHAVE.

           SELECT TABMENS ASSIGN TO WRK-ARQ-TABMENS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-TABMENS
               RECORD KEY      IS TABM-CHAVE.

           SELECT TRABALHO ASSIGN TO WRK-ARQ-TRABALHO
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-TRABALHO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  MATERIAS.
       COPY MATEREG.

       FD  DEPARA.
       01  DEPARA-REG.
           05 DEPARA-TEXTO              PIC X(15).
           05 FILLER                    PIC X(01).
           05 DEPARA-CODIGO             PIC X(06).

       FD  TURMA.
       COPY TURMAREG.

       FD  PRESENCA.
       COPY PRESREG.

       FD  TABMENS.
       COPY TABMREG.

       FD  TRABALHO.
       01  TRABALHO-REG                 PIC X(200).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-MATERIAS             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-DEPARA               PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TURMA                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PRESENCA             PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TABMENS              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-TRABALHO             PIC X(80) VALUE SPACES.
       77  FS-MATERIAS                  PIC 9(02) VALUE ZEROS.
       77  FS-DEPARA                    PIC 9(02) VALUE ZEROS.
       77  FS-TURMA                     PIC 9(02) VALUE ZEROS.
       77  FS-PRESENCA                  PIC 9(02) VALUE ZEROS.
       77  FS-TABMENS                   PIC 9(02) VALUE ZEROS.
       77  FS-TRABALHO                  PIC 9(02) VALUE ZEROS.
       77  WRK-MATERIA-TXT              PIC X(15) VALUE SPACES.
       77  WRK-TXT-MAIUSC               PIC X(30) VALUE SPACES.
       77  WRK-CODIGO                   PIC X(06) VALUE SPACES.
       77  WRK-MAPEADO                  PIC X(01) VALUE 'N'.
           88 MAPEADO                   VALUE 'S'.
       77  WRK-QT-MATERIAS              PIC 9(03) VALUE ZEROS.
       77  WRK-QT-DEPARA                PIC 9(03) VALUE ZEROS.
       77  WRK-QT-TEXTOS                PIC 9(03) VALUE ZEROS.
       77  WRK-QT-TURMA                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PRESENCA              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-TABMENS               PIC 9(05) VALUE ZEROS.
       77  WRK-QT-TROCADOS              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FUNDIDOS              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-PENDENTES             PIC 9(03) VALUE ZEROS.
       77  WRK-T                        PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
      *    CADASTRO DE MATERIAS EM MEMORIA, COM O NOME EM MAIUSCULAS
      *    PARA A BUSCA PELO NOME.
       01  WRK-MATERIAS.
           05 WRK-MAT-ITEM OCCURS 300 TIMES.
              10 WRK-MAT-CODIGO         PIC X(06).
              10 WRK-MAT-NOME           PIC X(30).
      *    DE-PARA INFORMADO PELA SECRETARIA (SO CODIGOS CADASTRADOS).
       01  WRK-DEPARAS.
           05 WRK-DEP-ITEM OCCURS 300 TIMES.
              10 WRK-DEP-TEXTO          PIC X(30).
              10 WRK-DEP-CODIGO         PIC X(06).
      *    TEXTO -> CODIGO JA RESOLVIDO NESTA RODADA (CODIGO EM
      *    BRANCO = TEXTO SEM CODIGO, JA LISTADO COMO PENDENCIA).
       01  WRK-TEXTOS.
           05 WRK-TXT-ITEM OCCURS 300 TIMES.
              10 WRK-TXT-MATERIA        PIC X(15).
              10 WRK-TXT-CODIGO         PIC X(06).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-CONVERTE-TURMA.
           PERFORM 0300-CONVERTE-PRESENCA.
           PERFORM 0400-CONVERTE-TABMENS.
           PERFORM 0900-FINALIZAR.
           GOBACK.

      *    CARREGA O CADASTRO DE MATERIAS E O DE-PARA OPCIONAL. SEM
      *    MATERIA CADASTRADA NAO HA PARA ONDE CONVERTER.
       0100-INICIALIZAR              SECTION.
           OPEN INPUT MATERIAS.
           IF FS-MATERIAS NOT = 0
               DISPLAY "MATERIAS.DAT.TXT NAO FOI ABERTO, STATUS="
                       FS-MATERIAS " - CADASTRE PELO MANTMAT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE LOW-VALUES TO MATE-CODIGO.
           START MATERIAS KEY IS NOT LESS MATE-CODIGO
             INVALID KEY
               MOVE 23 TO FS-MATERIAS
             NOT INVALID KEY
               READ MATERIAS NEXT RECORD
           END-START.
           PERFORM UNTIL FS-MATERIAS NOT = 0
                         OR WRK-QT-MATERIAS = 300
               ADD 1 TO WRK-QT-MATERIAS
               MOVE MATE-CODIGO TO WRK-MAT-CODIGO(WRK-QT-MATERIAS)
               MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(MATE-NOME))
                 TO WRK-MAT-NOME(WRK-QT-MATERIAS)
               READ MATERIAS NEXT RECORD
           END-PERFORM.
           CLOSE MATERIAS.
           IF WRK-QT-MATERIAS = ZEROS
               DISPLAY "NENHUMA MATERIA CADASTRADA - CADASTRE PELO "
                       "MANTMAT ANTES DA CONVERSAO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT DEPARA.
           IF FS-DEPARA NOT = 0
               DISPLAY "SEM TABELA DE-PARA - SO CODIGO E NOME"
               GO TO 0100-SAIDA
           END-IF.
           READ DEPARA
           PERFORM UNTIL FS-DEPARA NOT = 0
                         OR WRK-QT-DEPARA = 300
               MOVE DEPARA-CODIGO TO WRK-CODIGO
               PERFORM 0550-CODIGO-CADASTRADO
               IF TAB-ACHOU AND DEPARA-TEXTO NOT = SPACES
                   ADD 1 TO WRK-QT-DEPARA
                   MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(DEPARA-TEXTO))
                     TO WRK-DEP-TEXTO(WRK-QT-DEPARA)
                   MOVE DEPARA-CODIGO TO WRK-DEP-CODIGO(WRK-QT-DEPARA)
               ELSE
                   DISPLAY "DE-PARA IGNORADO (CODIGO NAO CADASTRADO): "
                           DEPARA-TEXTO " -> " DEPARA-CODIGO
               END-IF
               READ DEPARA
           END-PERFORM.
           CLOSE DEPARA.

       0100-SAIDA.
           EXIT.

      *    PRIMEIRA PASSADA: DESCARREGA A TURMA TROCANDO A MATERIA DA
      *    CHAVE PELO CODIGO; SEGUNDA PASSADA: RECONSTROI O INDEXADO
      *    A PARTIR DA DESCARGA.
       0200-CONVERTE-TURMA           SECTION.
           OPEN INPUT TURMA.
           IF FS-TURMA NOT = 0
               DISPLAY "SEM TURMA A CONVERTER"
               GO TO 0200-SAIDA
           END-IF.
           OPEN OUTPUT TRABALHO.
           MOVE LOW-VALUES TO TURMA-CHAVE.
           START TURMA KEY IS NOT LESS TURMA-CHAVE
             INVALID KEY
               CONTINUE
           END-START.
           READ TURMA NEXT RECORD
           PERFORM UNTIL FS-TURMA NOT = 0
               MOVE TURMA-MATERIA TO WRK-MATERIA-TXT
               PERFORM 0500-ACHA-CODIGO
               IF MAPEADO AND WRK-CODIGO NOT = TURMA-MATERIA
                   MOVE SPACES TO TURMA-MATERIA
                   MOVE WRK-CODIGO TO TURMA-MATERIA
                   ADD 1 TO WRK-QT-TROCADOS
               END-IF
               MOVE SPACES    TO TRABALHO-REG
               MOVE TURMA-REG TO TRABALHO-REG
               WRITE TRABALHO-REG
               ADD 1 TO WRK-QT-TURMA
               READ TURMA NEXT RECORD
           END-PERFORM.
           CLOSE TURMA.
           CLOSE TRABALHO.
           OPEN OUTPUT TURMA.
           OPEN INPUT TRABALHO.
           READ TRABALHO NEXT RECORD
           PERFORM UNTIL FS-TRABALHO = 10
               MOVE TRABALHO-REG TO TURMA-REG
               WRITE TURMA-REG
                 INVALID KEY
                   REWRITE TURMA-REG
                     INVALID KEY
                       DISPLAY "AVALIACAO NAO CONVERTIDA: "
                               TURMA-ALUNO(1:6) " " TURMA-MATERIA
                     NOT INVALID KEY
                       ADD 1 TO WRK-QT-FUNDIDOS
                       DISPLAY "AVALIACAO FUNDIDA: " TURMA-ALUNO(1:6)
                               " " TURMA-MATERIA " " TURMA-PERIODO
                   END-REWRITE
               END-WRITE
               READ TRABALHO NEXT RECORD
           END-PERFORM.
           CLOSE TRABALHO.
           CLOSE TURMA.

       0200-SAIDA.
           EXIT.

       0300-CONVERTE-PRESENCA        SECTION.
           OPEN INPUT PRESENCA.
           IF FS-PRESENCA NOT = 0
               DISPLAY "SEM CHAMADA A CONVERTER"
               GO TO 0300-SAIDA
           END-IF.
           OPEN OUTPUT TRABALHO.
           MOVE LOW-VALUES TO PRESENCA-CHAVE.
           START PRESENCA KEY IS NOT LESS PRESENCA-CHAVE
             INVALID KEY
               CONTINUE
           END-START.
           READ PRESENCA NEXT RECORD
           PERFORM UNTIL FS-PRESENCA NOT = 0
               MOVE PRESENCA-MATERIA TO WRK-MATERIA-TXT
               PERFORM 0500-ACHA-CODIGO
               IF MAPEADO AND WRK-CODIGO NOT = PRESENCA-MATERIA
                   MOVE SPACES TO PRESENCA-MATERIA
                   MOVE WRK-CODIGO TO PRESENCA-MATERIA
                   ADD 1 TO WRK-QT-TROCADOS
               END-IF
               MOVE SPACES       TO TRABALHO-REG
               MOVE PRESENCA-REG TO TRABALHO-REG
               WRITE TRABALHO-REG
               ADD 1 TO WRK-QT-PRESENCA
               READ PRESENCA NEXT RECORD
           END-PERFORM.
           CLOSE PRESENCA.
           CLOSE TRABALHO.
           OPEN OUTPUT PRESENCA.
           OPEN INPUT TRABALHO.
           READ TRABALHO NEXT RECORD
           PERFORM UNTIL FS-TRABALHO = 10
               MOVE TRABALHO-REG TO PRESENCA-REG
               WRITE PRESENCA-REG
                 INVALID KEY
                   REWRITE PRESENCA-REG
                     INVALID KEY
                       DISPLAY "PRESENCA NAO CONVERTIDA"
                     NOT INVALID KEY
                       ADD 1 TO WRK-QT-FUNDIDOS
                   END-REWRITE
               END-WRITE
               READ TRABALHO NEXT RECORD
           END-PERFORM.
           CLOSE TRABALHO.
           CLOSE PRESENCA.

       0300-SAIDA.
           EXIT.

       0400-CONVERTE-TABMENS         SECTION.
           OPEN INPUT TABMENS.
           IF FS-TABMENS NOT = 0
               DISPLAY "SEM TABELA DE MENSALIDADES A CONVERTER"
               GO TO 0400-SAIDA
           END-IF.
           OPEN OUTPUT TRABALHO.
           MOVE LOW-VALUES TO TABM-CHAVE.
           START TABMENS KEY IS NOT LESS TABM-CHAVE
             INVALID KEY
               CONTINUE
           END-START.
           READ TABMENS NEXT RECORD
           PERFORM UNTIL FS-TABMENS NOT = 0
               MOVE TABM-MATERIA TO WRK-MATERIA-TXT
               PERFORM 0500-ACHA-CODIGO
               IF MAPEADO AND WRK-CODIGO NOT = TABM-MATERIA
                   MOVE SPACES TO TABM-MATERIA
                   MOVE WRK-CODIGO TO TABM-MATERIA
                   ADD 1 TO WRK-QT-TROCADOS
               END-IF
               MOVE SPACES   TO TRABALHO-REG
               MOVE TABM-REG TO TRABALHO-REG
               WRITE TRABALHO-REG
               ADD 1 TO WRK-QT-TABMENS
               READ TABMENS NEXT RECORD
           END-PERFORM.
           CLOSE TABMENS.
           CLOSE TRABALHO.
           OPEN OUTPUT TABMENS.
           OPEN INPUT TRABALHO.
           READ TRABALHO NEXT RECORD
           PERFORM UNTIL FS-TRABALHO = 10
               MOVE TRABALHO-REG TO TABM-REG
               WRITE TABM-REG
                 INVALID KEY
                   REWRITE TABM-REG
                     INVALID KEY
                       DISPLAY "PRECO NAO CONVERTIDO: " TABM-MATERIA
                     NOT INVALID KEY
                       ADD 1 TO WRK-QT-FUNDIDOS
                       DISPLAY "PRECO FUNDIDO: " TABM-MATERIA " "
                               TABM-PERIODO
                   END-REWRITE
               END-WRITE
               READ TRABALHO NEXT RECORD
           END-PERFORM.
           CLOSE TRABALHO.
           CLOSE TABMENS.

       0400-SAIDA.
           EXIT.

      *    ACHA O CODIGO DO TEXTO: PRIMEIRO NA TABELA DA RODADA,
      *    DEPOIS COMO CODIGO, NO DE-PARA E PELO NOME. TEXTO SEM
      *    CODIGO ENTRA NA TABELA EM BRANCO PARA SAIR UMA VEZ SO NA
      *    LISTA DE PENDENCIAS.
       0500-ACHA-CODIGO              SECTION.
           MOVE 'N' TO WRK-MAPEADO.
           MOVE SPACES TO WRK-CODIGO.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-TEXTOS OR TAB-ACHOU
               IF WRK-TXT-MATERIA(WRK-T) = WRK-MATERIA-TXT
                   MOVE 'S' TO WRK-TAB-ACHOU
                   MOVE WRK-TXT-CODIGO(WRK-T) TO WRK-CODIGO
               END-IF
           END-PERFORM.
           IF TAB-ACHOU
               IF WRK-CODIGO NOT = SPACES
                   MOVE 'S' TO WRK-MAPEADO
               END-IF
               GO TO 0500-SAIDA
           END-IF.
           IF WRK-MATERIA-TXT(7:9) = SPACES
               MOVE WRK-MATERIA-TXT TO WRK-CODIGO
               PERFORM 0550-CODIGO-CADASTRADO
               IF TAB-ACHOU
                   MOVE 'S' TO WRK-MAPEADO
               END-IF
           END-IF.
           MOVE FUNCTION UPPER-CASE(FUNCTION TRIM(WRK-MATERIA-TXT))
             TO WRK-TXT-MAIUSC.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-DEPARA OR MAPEADO
               IF WRK-DEP-TEXTO(WRK-T) = WRK-TXT-MAIUSC
                   MOVE 'S' TO WRK-MAPEADO
                   MOVE WRK-DEP-CODIGO(WRK-T) TO WRK-CODIGO
               END-IF
           END-PERFORM.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-MATERIAS OR MAPEADO
               IF WRK-MAT-NOME(WRK-T) = WRK-TXT-MAIUSC
                   MOVE 'S' TO WRK-MAPEADO
                   MOVE WRK-MAT-CODIGO(WRK-T) TO WRK-CODIGO
               END-IF
           END-PERFORM.
           IF MAPEADO
               DISPLAY "MATERIA " WRK-MATERIA-TXT " -> " WRK-CODIGO
           ELSE
               MOVE SPACES TO WRK-CODIGO
               ADD 1 TO WRK-QT-PENDENTES
               MOVE 4 TO RETURN-CODE
               DISPLAY "MATERIA SEM CODIGO (FICA COMO ESTA): "
                       WRK-MATERIA-TXT
           END-IF.
           IF WRK-QT-TEXTOS < 300
               ADD 1 TO WRK-QT-TEXTOS
               MOVE WRK-MATERIA-TXT TO WRK-TXT-MATERIA(WRK-QT-TEXTOS)
               MOVE WRK-CODIGO      TO WRK-TXT-CODIGO(WRK-QT-TEXTOS)
           END-IF.

       0500-SAIDA.
           EXIT.

      *    CONFERE WRK-CODIGO CONTRA O CADASTRO CARREGADO.
       0550-CODIGO-CADASTRADO        SECTION.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-MATERIAS OR TAB-ACHOU
               IF WRK-MAT-CODIGO(WRK-T) = WRK-CODIGO
                   MOVE 'S' TO WRK-TAB-ACHOU
               END-IF
           END-PERFORM.

       0900-FINALIZAR                SECTION.
           DISPLAY "========= CONVERSAO PARA CODIGO DE MATERIA =====".
           DISPLAY "MATERIAS CADASTRADAS....: " WRK-QT-MATERIAS.
           DISPLAY "LINHAS DO DE-PARA.......: " WRK-QT-DEPARA.
           DISPLAY "AVALIACOES LIDAS........: " WRK-QT-TURMA.
           DISPLAY "PRESENCAS LIDAS.........: " WRK-QT-PRESENCA.
           DISPLAY "PRECOS LIDOS............: " WRK-QT-TABMENS.
           DISPLAY "REGISTROS TROCADOS......: " WRK-QT-TROCADOS.
           DISPLAY "REGISTROS FUNDIDOS......: " WRK-QT-FUNDIDOS.
           DISPLAY "TEXTOS SEM CODIGO.......: " WRK-QT-PENDENTES.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
      *    PARTIR DOS DIRETORIOS DA CONFIGURACAO EXTERNA.
       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-MATERIAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MATERIAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MATERIAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DEPARA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'MATERIA.DEPARA.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DEPARA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-TURMA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'TURMA.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TURMA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PRESENCA.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PRESENCA.IDX.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PRESENCA
           END-STRING.
           MOVE SPACES TO WRK-ARQ-TABMENS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'TABMENS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TABMENS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-TRABALHO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CONVMAT.TMP.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-TRABALHO
           END-STRING.

       COPY CFGLER.
