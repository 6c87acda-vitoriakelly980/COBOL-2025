      *            3 - CONTAGEM POR OPERACAO POR DIA
      *          MOSTRA NA TELA E GRAVA O MESMO RESULTADO FORMATADO EM
      *          CLIENTES.AUD.RPT.TXT.
      *          O OPERADOR ENTRA COM A SENHA DO SISTEMA CLIENTES
      *          (OPERADOR.DAT.TXT): QUEM NAO TEM PERFIL 'T' VE O
      *          TELEFONE MASCARADO (SO OS QUATRO ULTIMOS DIGITOS) E A
      *          CONSULTA SEM MASCARA DE UM PERFIL 'T' FICA REGISTRADA
      *          NO PROPRIO CLILOG (VER-AUD).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-AUDREL.

           SELECT OPERADOR ASSIGN TO WRK-ARQ-OPERADOR
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-OPERADOR
               RECORD KEY      IS OPER-ID.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
       FD  AUDREL.
       01  AUDREL-REG                   PIC X(90).

      *    MESMO LAYOUT DO OPERADOR DO SISTEMA CLIENTES (FD OPERADOR
      *    DO clientesprojeto.COB).
       FD  OPERADOR.
       01  OPER-REG.
           05 OPER-ID                   PIC X(08).
           05 OPER-NOME                 PIC X(30).
           05 OPER-SENHA                PIC X(08).
           05 OPER-PERFIL               PIC X(01).
              88 OPER-TOTAL             VALUE 'T'.
           05 OPER-FALHAS               PIC 9(02).
           05 OPER-SITUACAO             PIC X(01).
              88 OPER-BLOQUEADO         VALUE 'B'.
           05 OPER-SENHA-DATA           PIC 9(08).
           05 OPER-SENHA-ANT OCCURS 3 TIMES
                                        PIC X(08).

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ARQ-CLILOG               PIC X(80) VALUE SPACES.
       77  WRK-T                        PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-ARQ-OPERADOR             PIC X(80) VALUE SPACES.
       77  FS-OPERADOR                  PIC 9(02) VALUE ZEROS.
       77  WRK-OPERADOR                 PIC X(08) VALUE SPACES.
       77  WRK-SENHA-INF                PIC X(08) VALUE SPACES.
       77  WRK-LOGIN-OK                 PIC X(01) VALUE 'N'.
           88 LOGIN-OK                  VALUE 'S'.
       77  WRK-FONE-VISAO               PIC X(12) VALUE SPACES.
       77  WRK-CAD-SEQ                  PIC 9(07) VALUE ZEROS.
       77  WRK-CAD-CONTROLE             PIC 9(15) VALUE ZEROS.
       COPY MASCWS.
      *    TABELA DE TOTAIS DIA+OPERACAO PARA O MODO 3. 500 ENTRADAS
      *    COBREM COM FOLGA UM LOG DE UM ANO (4 OPERACOES X 365 DIAS
      *    SO QUANDO TODAS OCORREM TODO DIA).
       0000-PRINCIPAL                SECTION.
           PERFORM 9800-LE-CONFIG.
           PERFORM 9810-MONTA-ARQUIVOS.
           PERFORM 0050-SIGNON.
           IF NOT LOGIN-OK
               DISPLAY "ACESSO NEGADO"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM 0100-INICIALIZAR.
           PERFORM 0200-PROCESSAR.
           PERFORM 0300-FINALIZAR.
           IF NOT MASCARAR-DADOS
               PERFORM 0400-REGISTRA-VISAO
           END-IF.
           GOBACK.

      *    SENHA DO SISTEMA CLIENTES; O PERFIL DEFINE A MASCARA.
       0050-SIGNON                   SECTION.
           MOVE 'S' TO WRK-MASCARAR.
           OPEN INPUT OPERADOR.
           IF FS-OPERADOR NOT = 0
               DISPLAY "CADASTRO DE OPERADORES NAO FOI ABERTO, "
                       "STATUS=" FS-OPERADOR
               GO TO 0050-SAIDA
           END-IF.
           DISPLAY "OPERADOR :".
           ACCEPT WRK-OPERADOR.
           DISPLAY "SENHA    :".
           ACCEPT WRK-SENHA-INF.
           MOVE WRK-OPERADOR TO OPER-ID.
           READ OPERADOR
             INVALID KEY
               DISPLAY "OPERADOR OU SENHA INVALIDOS"
             NOT INVALID KEY
               IF OPER-SENHA = WRK-SENHA-INF
                       AND NOT OPER-BLOQUEADO
                   MOVE 'S' TO WRK-LOGIN-OK
                   IF OPER-TOTAL
                       MOVE 'N' TO WRK-MASCARAR
                   END-IF
               ELSE
                   DISPLAY "OPERADOR OU SENHA INVALIDOS"
               END-IF
           END-READ.
           CLOSE OPERADOR.

       0050-SAIDA.
           EXIT.

       0100-INICIALIZAR              SECTION.
           DISPLAY "============ CONSULTA DE AUDITORIA ============".
           DISPLAY "1 - OPERACOES DE UM TELEFONE".
      *    SEPARADOS) PARA A TELA E PARA O RELATORIO EM DISCO.
       0250-LISTA-ENTRADA            SECTION.
           ADD 1 TO WRK-QT-SELECION.
           IF MASCARAR-DADOS
               MOVE CLILOG-FONE TO WRK-MASC-DIGITOS(1:12)
               MOVE ALL '*' TO WRK-FONE-VISAO
               MOVE WRK-MASC-DIGITOS(9:4) TO WRK-FONE-VISAO(9:4)
           ELSE
               MOVE CLILOG-FONE TO WRK-FONE-VISAO
           END-IF.
           MOVE SPACES TO WRK-DATAHORA-ED.
           STRING CLILOG-DATAHORA(7:2)  DELIMITED BY SIZE
                  '/'                   DELIMITED BY SIZE
                  ' PAIS: '        DELIMITED BY SIZE
                  CLILOG-PAIS      DELIMITED BY SIZE
                  ' TELEFONE: '    DELIMITED BY SIZE
                  WRK-FONE-VISAO   DELIMITED BY SIZE
                  ' EM '           DELIMITED BY SIZE
                  WRK-DATAHORA-ED  DELIMITED BY SIZE
                  ' OPERADOR: '    DELIMITED BY SIZE
           CLOSE CLILOG.
           CLOSE AUDREL.

      *    CONSULTA SEM MASCARA DE UM PERFIL 'T': UMA ENTRADA VER-AUD
      *    NO FIM DO CLILOG, ENCADEADA COMO AS DO SISTEMA CLIENTES
      *    (VIDE CLILOGRG.cpy), COM O TELEFONE FILTRADO NO MODO 1 E A
      *    CHAVE ZERADA NOS DEMAIS.
       0400-REGISTRA-VISAO           SECTION.
           MOVE ZEROS TO WRK-CAD-SEQ WRK-CAD-CONTROLE.
           OPEN INPUT CLILOG.
           IF FS-CLILOG = 0
               READ CLILOG NEXT RECORD
               PERFORM UNTIL FS-CLILOG NOT = 0
                   IF CLILOG-SEQUENCIA IS NUMERIC
                           AND CLILOG-CONTROLE IS NUMERIC
                       MOVE CLILOG-SEQUENCIA TO WRK-CAD-SEQ
                       MOVE CLILOG-CONTROLE  TO WRK-CAD-CONTROLE
                   END-IF
                   READ CLILOG NEXT RECORD
               END-PERFORM
               CLOSE CLILOG
           END-IF.
           OPEN EXTEND CLILOG.
           IF FS-CLILOG NOT = 0
               DISPLAY "CLILOG NAO ABERTO PARA REGISTRO, STATUS="
                       FS-CLILOG
               MOVE 4 TO RETURN-CODE
               GO TO 0400-SAIDA
           END-IF.
           MOVE 'VER-AUD '            TO CLILOG-OPERACAO.
           IF WRK-MODO = '1'
               MOVE WRK-PAIS-FILTRO   TO CLILOG-PAIS
               MOVE WRK-FONE-FILTRO   TO CLILOG-FONE
           ELSE
               MOVE ZEROS             TO CLILOG-PAIS CLILOG-FONE
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CLILOG-DATAHORA.
           MOVE WRK-OPERADOR          TO CLILOG-OPERADOR.
           ADD 1 TO WRK-CAD-SEQ.
           COMPUTE WRK-CAD-CONTROLE = FUNCTION MOD(
                   WRK-CAD-CONTROLE + WRK-CAD-SEQ
                   + CLILOG-PAIS + CLILOG-FONE, 1000000000000000).
           MOVE WRK-CAD-SEQ           TO CLILOG-SEQUENCIA.
           MOVE WRK-CAD-CONTROLE      TO CLILOG-CONTROLE.
           WRITE CLILOG-REG.
           CLOSE CLILOG.

       0400-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
                  'CLIENTES.AUD.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-AUDREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-OPERADOR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'OPERADOR.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-OPERADOR
           END-STRING.

       COPY CFGLER.
