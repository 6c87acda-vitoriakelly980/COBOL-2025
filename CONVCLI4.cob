       IDENTIFICATION DIVISION.
       PROGRAM-ID. CONVCLI4.
      ******************************************************************
      *OBJETIVO: CONVERSAO UNICA DO CLIENTES-REG PARA O LAYOUT COM O
      *          DOCUMENTO DO TITULAR (CPF/CNPJ) NO FIM DO REGISTRO
      *          (VIDE CLIREG.cpy). TODO REGISTRO SAI COM
      *          CLIENTES-DOC-TIPO EM BRANCO E CLIENTES-DOCUMENTO
      *          ZERADO (NAO INFORMADO) E, SE NAO FOR ANONIMIZADO,
      *          ENTRA NA FILA CLIENTES.PEND.DOC.TXT QUE A OPCAO D DO
      *          CLIENTES TRABALHA.
      *          Antes de rodar: renomeie o CLIENTES.DAT.TXT atual para
      *          CLIENTES.DAT.OLD.TXT (mesmo procedimento do CONVCLI3).
      *          Depois de rodar: VERIFESP SINCRONIZA, para o espelho
      *          ser refeito no layout novo com a chave do documento.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CFGSEL.

           SELECT CLIENTES-ANTIGO ASSIGN TO WRK-ARQ-ANTIGO
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               FILE STATUS     IS FS-ANTIGO
               RECORD KEY      IS OLD-CLIENTES-CHAVE.

           SELECT CLIENTES-NOVO ASSIGN TO WRK-ARQ-CLIENTES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS SEQUENTIAL
               FILE STATUS     IS FS-NOVO
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT DOCPEND ASSIGN TO WRK-ARQ-DOCPEND
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-DOCPEND.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.

       FD  CLIENTES-ANTIGO.
       01  OLD-CLIENTES-REG.
           05 OLD-CLIENTES-CHAVE.
              10 OLD-CLIENTES-PAIS       PIC 9(03).
              10 OLD-CLIENTES-FONE       PIC 9(12).
           05 OLD-CLIENTES-NOME          PIC X(40).
           05 OLD-CLIENTES-RESTO         PIC X(118).

       FD  CLIENTES-NOVO.
       COPY CLIREG.

       FD  DOCPEND.
       01  DOCPEND-REG.
           05 DOCP-PAIS                  PIC 9(03).
           05 DOCP-FONE                  PIC 9(12).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-ANTIGO                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-CLIENTES              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-DOCPEND               PIC X(80) VALUE SPACES.
       77  FS-ANTIGO                     PIC 9(02) VALUE ZEROS.
       77  FS-NOVO                       PIC 9(02) VALUE ZEROS.
       77  FS-DOCPEND                    PIC 9(02) VALUE ZEROS.
       77  WRK-QTCONVERTIDO              PIC 9(05) VALUE ZEROS.
       77  WRK-QTENFILEIRADO             PIC 9(05) VALUE ZEROS.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           GOBACK.

       0100-INICIALIZAR              SECTION.
           OPEN INPUT CLIENTES-ANTIGO.
           IF FS-ANTIGO NOT = 0
               DISPLAY "ARQUIVO ANTIGO NAO FOI ABERTO, STATUS="
                       FS-ANTIGO
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT CLIENTES-NOVO.
           IF FS-NOVO NOT = 0
               DISPLAY "ARQUIVO NOVO NAO FOI ABERTO, STATUS=" FS-NOVO
               MOVE 8 TO RETURN-CODE
               CLOSE CLIENTES-ANTIGO
               GOBACK
           END-IF.
           OPEN OUTPUT DOCPEND.

       0200-PROCESSAR                SECTION.
           READ CLIENTES-ANTIGO NEXT RECORD
           PERFORM UNTIL FS-ANTIGO = 10
               MOVE SPACES TO CLIENTES-REG
               MOVE OLD-CLIENTES-REG TO CLIENTES-REG(1:173)
               MOVE SPACE TO CLIENTES-DOC-TIPO
               MOVE ZEROS TO CLIENTES-DOCUMENTO
               WRITE CLIENTES-REG
                 INVALID KEY
                   DISPLAY "REGISTRO DUPLICADO: " OLD-CLIENTES-FONE
                 NOT INVALID KEY
                   ADD 1 TO WRK-QTCONVERTIDO
                   IF NOT CLIENTES-ANONIMO
                       MOVE CLIENTES-PAIS TO DOCP-PAIS
                       MOVE CLIENTES-FONE TO DOCP-FONE
                       WRITE DOCPEND-REG
                       ADD 1 TO WRK-QTENFILEIRADO
                   END-IF
               END-WRITE
               READ CLIENTES-ANTIGO NEXT RECORD
           END-PERFORM.

       0300-FINALIZAR                SECTION.
           DISPLAY "REGISTROS CONVERTIDOS: " WRK-QTCONVERTIDO.
           DISPLAY "NA FILA DE DOCUMENTOS: " WRK-QTENFILEIRADO.
           CLOSE CLIENTES-ANTIGO.
           CLOSE CLIENTES-NOVO.
           CLOSE DOCPEND.

       9790-ROTINAS-CONFIG           SECTION.

       9810-MONTA-ARQUIVOS.
           MOVE SPACES TO WRK-ARQ-ANTIGO.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.DAT.OLD.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ANTIGO
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIENTES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIENTES
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DOCPEND.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.PEND.DOC.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DOCPEND
           END-STRING.

       COPY CFGLER.
