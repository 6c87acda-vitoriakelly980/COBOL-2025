               LOCK MODE       IS AUTOMATIC WITH LOCK ON RECORD
               FILE STATUS     IS CLIENTES-STATUS
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

      *****cada execucao grava uma geracao datada propria (vide
      *****9152-NOME-GERACAO); o catalogo RPTCAT lista as geracoes
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS ESPELHO-STATUS
               RECORD KEY      IS ESP-CHAVE
               ALTERNATE RECORD KEY IS ESP-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS ESP-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT CLASSREL ASSIGN TO "SORTWK".

           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS ENDPTMP-STATUS.

      *****fila dos cadastros ainda sem CPF/CNPJ (base convertida pelo
      *****CONVCLI4 e inclusoes sem documento), trabalhada pela opcao D
           SELECT DOCPEND ASSIGN TO WRK-ARQ-DOCPEND
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DOCPEND-STATUS.

           SELECT DOCPTMP ASSIGN TO WRK-ARQ-DOCPTMP
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS DOCPTMP-STATUS.

      *****diretorio de faixas de CEP carregado pelo CARGACEP: da o
      *****auto-preenchimento de cidade/UF no 9670-VALIDA-ENDERECO
           SELECT CEPDIR ASSIGN TO WRK-ARQ-CEPDIR
               FILE STATUS     IS CONSENT-STATUS
               RECORD KEY      IS CONSENT-CHAVE.

      *****fila de aprovacao dupla: reativar, trocar telefone e
      *****anonimizar ficam aqui ate outro operador 'T' decidir (Q)
           SELECT CLIAPR ASSIGN TO WRK-ARQ-CLIAPR
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS CLIAPR-STATUS.

       DATA DIVISION.
       FILE            SECTION.
       COPY CFGFD.
              10 ESP-FONE               PIC 9(12).
           05 ESP-NOME                  PIC X(40).
           05 ESP-DADOS                 PIC X(118).
           05 ESP-DOC-CHAVE             PIC X(15).

      *    ARQUIVO DE TRABALHO DO SORT PARA AS ORDENS CLASSIFICADAS DO
      *    RELATORIO EM DISCO (POR NOME OU POR ULTIMA ALTERACAO).
       FD  ENDPTMP.
       01  ENDPTMP-REG                  PIC X(15).

      *    FILA DE DOCUMENTOS A COMPLETAR, NO MESMO LAYOUT DAS FILAS
      *    DE EMAIL E DE ENDERECO.
       FD  DOCPEND.
       01  DOCPEND-REG.
           05 DOCP-PAIS                 PIC 9(03).
           05 DOCP-FONE                 PIC 9(12).

       FD  DOCPTMP.
       01  DOCPTMP-REG                  PIC X(15).

       FD  CEPDIR.
       COPY CEPREG.

       FD  CONSENT.
       COPY CONSREG.

       FD  CLIAPR.
       COPY CLIAPRRG.

       FD  CHKPONTO.
       01  CHKPONTO-REG.
           05 CHKPONTO-PAIS             PIC 9(03).
       77  WRK-ARQ-ENDPTMP              PIC X(80) VALUE SPACES.
       77  ENDPEND-STATUS               PIC 9(02) VALUE ZEROS.
       77  ENDPTMP-STATUS               PIC 9(02) VALUE ZEROS.
       77  WRK-ARQ-DOCPEND              PIC X(80) VALUE SPACES.
       77  WRK-ARQ-DOCPTMP              PIC X(80) VALUE SPACES.
       77  DOCPEND-STATUS               PIC 9(02) VALUE ZEROS.
       77  DOCPTMP-STATUS               PIC 9(02) VALUE ZEROS.
       77  WRK-CEP-ACHADO               PIC X(01) VALUE 'N'.
           88 CEP-NO-DIRETORIO          VALUE 'S'.
       77  WRK-CONS-FLAG                PIC X(01) VALUE SPACES.
       77  WRK-BUSCA-PAIS               PIC 9(03) VALUE ZEROS.
       77  WRK-BUSCA-DDD-ED             PIC X(02) VALUE SPACES.
       COPY EMAILWS.
       COPY DOCWS.
       77  WRK-DOC-DUP                  PIC X(01) VALUE 'N'.
           88 DOCUMENTO-REPETIDO        VALUE 'S'.
       77  WRK-DOC-CHAVE-INF            PIC X(15) VALUE SPACES.
       77  WRK-REG-DOC                  PIC X(200) VALUE SPACES.
       77  WRK-FONE-OK                  PIC X(01) VALUE 'N'.
           88 FONE-OK                   VALUE 'S'.
       77  WRK-FONE-FORMATO-OK          PIC X(01) VALUE 'N'.
           88 LOGIN-OK                  VALUE 'S'.
       COPY DIAUTILW.
       COPY DATAWS.
       COPY FUSAUTW.
       COPY MASCWS.
      *    O QUE VAI PARA A TELA/ARQUIVO NAS LISTAGENS: O DADO CHEIO
      *    PARA O PERFIL 'T' OU O MASCARADO (9645-MONTA-VISAO).
       77  WRK-VISAO-FONE               PIC X(12) VALUE SPACES.
       77  WRK-VISAO-EMAIL              PIC X(30) VALUE SPACES.
       77  WRK-VISAO-NUMERO             PIC X(06) VALUE SPACES.
       77  WRK-REL-MASCARA              PIC X(01) VALUE 'N'.
      *    IMAGEM DA CHAVE VITIMA NA FUSAO (MESMO LAYOUT DO CLIREG),
      *    PARA COMPLETAR O SOBREVIVENTE COM O QUE SO ELA TINHA.
       01  WRK-FUS-VITIMA.
           05 WRK-FUSV-CHAVE.
              10 WRK-FUSV-PAIS          PIC 9(03).
              10 WRK-FUSV-FONE          PIC 9(12).
           05 WRK-FUSV-NOME             PIC X(40).
           05 WRK-FUSV-EMAIL            PIC X(30).
           05 WRK-FUSV-SITUACAO         PIC X(01).
           05 WRK-FUSV-ULTALT           PIC X(21).
           05 WRK-FUSV-ENDERECO         PIC X(66).
           05 WRK-FUSV-DOC-CHAVE.
              10 WRK-FUSV-DOC-TIPO      PIC X(01).
              10 WRK-FUSV-DOCUMENTO     PIC 9(14).
       77  WRK-FUS-DOC-MOVIDO           PIC X(01) VALUE 'N'.
      *    FILA DE APROVACAO DUPLA (CLIAPRRG.cpy): O PEDIDO MONTADO
      *    PELAS OPCOES 7, 8 E A E A DECISAO DA OPCAO Q.
       77  WRK-ARQ-CLIAPR               PIC X(80) VALUE SPACES.
       77  CLIAPR-STATUS                PIC 9(02) VALUE ZEROS.
       01  WRK-APR-PEDIDO.
           05 WRK-APR-ACAO              PIC X(01).
           05 WRK-APR-CHAVE.
              10 WRK-APR-PAIS           PIC 9(03).
              10 WRK-APR-FONE           PIC 9(12).
           05 WRK-APR-CHAVE-NOVA.
              10 WRK-APR-PAIS-NOVO      PIC 9(03).
              10 WRK-APR-FONE-NOVO      PIC 9(12).
           05 WRK-APR-MOTIVO            PIC X(40).
       77  WRK-APR-REPETIDO             PIC X(01) VALUE 'N'.
       77  WRK-APR-DECISAO              PIC X(01) VALUE SPACE.
       77  WRK-APR-APLICOU              PIC X(01) VALUE 'N'.
       77  WRK-APR-OPER-SESSAO          PIC X(08) VALUE SPACES.
       77  WRK-APR-QT-PEND              PIC 9(05) VALUE ZEROS.
       77  WRK-APR-ACAO-NOME            PIC X(16) VALUE SPACES.

       SCREEN SECTION.
       01  TELA.
           05 LINE 19 COLUMN 15 VALUE 'E - COMPLETAR ENDERECOS (FILA)'.
           05 LINE 20 COLUMN 15 VALUE 'O - OPERADORES (SEGURANCA)'.
           05 LINE 21 COLUMN 15 VALUE 'X - SAIDA'.
           05 LINE 07 COLUMN 50 VALUE 'D - COMPLETAR DOCUMENTOS (FILA)'.
           05 LINE 08 COLUMN 50 VALUE 'F - FUNDIR CADASTRO DUPLICADO'.
           05 LINE 09 COLUMN 50 VALUE 'Q - APROVACOES PENDENTES'.
           05 LINE 22 COLUMN 15 VALUE 'OPCAO:'.
           05 LINE 22 COLUMN 23 USING WRK-OPCAO.

              10 LINE 15 COLUMN 10 VALUE 'CEP:.......'.
              10 COLUMN PLUS 2 PIC 9(08) USING CLIENTES-CEP
                 BLANK WHEN ZEROS.
      *    TIPO F = CPF, J = CNPJ; TIPO E NUMERO EM BRANCO = INFORMAR
      *    DEPOIS (O CADASTRO ENTRA NA FILA DA OPCAO D).
           05 SS-DOCUMENTO.
              10 LINE 17 COLUMN 10 VALUE 'DOC(F/J):..'.
              10 COLUMN PLUS 2 PIC X(01) USING CLIENTES-DOC-TIPO.
              10 COLUMN PLUS 2 VALUE 'CPF/CNPJ:'.
              10 COLUMN PLUS 2 PIC 9(14) USING CLIENTES-DOCUMENTO
                 BLANK WHEN ZEROS.

      *    O MESMO REGISTRO COM TELEFONE, EMAIL, NUMERO DA PORTA E
      *    CPF/CNPJ MASCARADOS (MASCARA.cpy), PARA QUEM NAO E 'T'.
       01  TELA-MASCARADA.
           05 LINE 10 COLUMN 10 VALUE 'TELEFONE'.
           05 COLUMN PLUS 2 PIC X(12) FROM WRK-MASC-FONE.
           05 LINE 11 COLUMN 10 VALUE 'NOME:.....'.
           05 COLUMN PLUS 2 PIC X(40) FROM CLIENTES-NOME.
           05 LINE 12 COLUMN 10 VALUE 'EMAIL:.....'.
           05 COLUMN PLUS 2 PIC X(30) FROM WRK-MASC-EMAIL.
           05 LINE 13 COLUMN 10 VALUE 'LOGRADOURO:'.
           05 COLUMN PLUS 2 PIC X(30) FROM CLIENTES-LOGRADOURO.
           05 COLUMN PLUS 2 VALUE 'NR:'.
           05 COLUMN PLUS 2 PIC X(06) FROM WRK-MASC-NUMERO.
           05 LINE 14 COLUMN 10 VALUE 'CIDADE:....'.
           05 COLUMN PLUS 2 PIC X(20) FROM CLIENTES-CIDADE.
           05 COLUMN PLUS 2 VALUE 'UF:'.
           05 COLUMN PLUS 2 PIC X(02) FROM CLIENTES-UF.
           05 LINE 15 COLUMN 10 VALUE 'CEP:.......'.
           05 COLUMN PLUS 2 PIC 9(08) FROM CLIENTES-CEP
              BLANK WHEN ZEROS.
           05 LINE 17 COLUMN 10 VALUE 'DOC(F/J):..'.
           05 COLUMN PLUS 2 PIC X(01) FROM CLIENTES-DOC-TIPO.
           05 COLUMN PLUS 2 VALUE 'CPF/CNPJ:'.
           05 COLUMN PLUS 2 PIC X(14) FROM WRK-MASC-DOC.

       01  TELA-SITUACAO.
           05 LINE 18 COLUMN 10 VALUE 'SITUACAO:..'.
               GO TO 2000-REMONTA
           END-IF.
           MOVE SPACES TO CLIENTES-NOME CLIENTES-EMAIL WRK-MSGERRO
                          CLIENTES-ENDERECO CLIENTES-DOC-TIPO.
           MOVE ZEROS  TO CLIENTES-CEP CLIENTES-DOCUMENTO.
      *    QUEM NAO E 'T' SO VE DADO PESSOAL MASCARADO (MASCARA.cpy).
           IF WRK-PERFIL = 'T'
               MOVE 'N' TO WRK-MASCARAR
           ELSE
               MOVE 'S' TO WRK-MASCARAR
           END-IF.

      *    GUARDA DE PERMISSAO: O MENU REDUZIDO JA ESCONDE AS OPCOES
      *    DE MANUTENCAO DO PERFIL CONSULTA, MAS A DIGITACAO DIRETA
             PERFORM 9430-COMPLETA-ENDERECOS
           WHEN 'O'
             PERFORM 9480-SEGURANCA-OPER
           WHEN 'D'
             PERFORM 9380-COMPLETA-DOCUMENTOS
           WHEN 'F'
             PERFORM 8700-FUNDIR THRU 8700-SAIDA
           WHEN 'Q'
             PERFORM 8600-APROVACOES THRU 8600-SAIDA
           WHEN OTHER
             IF WRK-OPCAO NOT EQUAL "X"
                DISPLAY "OPCAO INVALIDA. VALIDAS: 1-9 A C D E F O P Q X"
             END-IF
           END-EVALUATE
           END-IF.
           ELSE
               MOVE '1' TO WRK-ORDEM-REL
           END-IF.
      *    'M' NA LINHA DE COMANDO ('BATCH M', 'BATCH 2 M') GERA A
      *    VERSAO MASCARADA, PARA O ARQUIVO QUE SAI DA EMPRESA.
           IF WRK-MODO-EXEC(7:1) = 'M' OR WRK-MODO-EXEC(9:1) = 'M'
               MOVE 'S' TO WRK-MASCARAR
           ELSE
               MOVE 'N' TO WRK-MASCARAR
           END-IF.
           PERFORM 9150-GERA-RELATORIODISCO.
           DISPLAY WRK-MSGERRO.
           CLOSE CLIENTES.
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-PERFORM.
           MOVE 'N' TO WRK-DOC-OK.
           PERFORM UNTIL DOCUMENTO-VALIDO
               ACCEPT SS-DOCUMENTO
               PERFORM 9630-CONFERE-DOCUMENTO
               IF NOT DOCUMENTO-VALIDO
                   ACCEPT MOSTRA-ERRO
               END-IF
           END-PERFORM.
           SET CLIENTES-ATIVO TO TRUE.
           MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT.
           MOVE SPACES TO WRK-IMAGEM-ANTES.
           PERFORM 9500-GRAVA-LOG
           PERFORM 9510-GRAVA-JORNAL
           PERFORM 9700-ESPELHA-GRAVACAO
           IF CLIENTES-SEM-DOC
               PERFORM 9395-ENFILEIRA-DOC
           END-IF
           END-WRITE.
           PERFORM 9690-MSG-OCUPADO.

           MOVE 'MODULO - CONSULTA ' TO WRK-MODULO.
           DISPLAY TELA.
            DISPLAY TELA-REGISTRO.
           DISPLAY 'CONSULTAR POR: 1-TELEFONE/NOME  2-DDD (COD AREA)'
                   '  3-CPF/CNPJ'.
           ACCEPT WRK-MODO-CONSULTA.
           IF WRK-MODO-CONSULTA = '2'
               PERFORM 6950-BUSCA-DDD
               ACCEPT MOSTRA-ERRO
           ELSE
             IF WRK-MODO-CONSULTA = '3'
                PERFORM 6960-BUSCA-DOCUMENTO THRU 6960-SAIDA
             ELSE
                PERFORM 6900-BUSCA-NOME
                IF WRK-MODO-BUSCA NOT = '2'
                   ACCEPT CHAVE
                END-IF
             END-IF
              PERFORM 9655-DEFAULT-PAIS
              READ CLIENTES
           MOVE 'NAO ENCONTRADO' TO WRK-MSGERRO
               NOT INVALID KEY
           MOVE '---- ENCONTRADO ----- ' TO WRK-MSGERRO
                 PERFORM 6010-MOSTRA-REGISTRO
                 IF CLIENTES-ATIVO
                     MOVE 'ATIVO' TO WRK-SITUACAO-TXT
                 ELSE
              ACCEPT MOSTRA-ERRO
           END-IF.

      *    PERFIL 'T' VE O REGISTRO CHEIO E A VISUALIZACAO FICA NO
      *    CLILOG (VER-CONS); OS DEMAIS VEEM A TELA MASCARADA.
       6010-MOSTRA-REGISTRO.
           IF MASCARAR-DADOS
               PERFORM 9640-MASCARA-DADOS
               DISPLAY TELA-MASCARADA
           ELSE
               DISPLAY SS-DADOS
               DISPLAY SS-ENDERECO
               DISPLAY SS-DOCUMENTO
               MOVE 'VER-CONS' TO WRK-LOG-OPERACAO
               PERFORM 9500-GRAVA-LOG
           END-IF.

      *    BUSCA PELO CPF/CNPJ NA CHAVE ALTERNADA CLIENTES-DOC-CHAVE:
      *    ACHANDO, DEIXA A CHAVE DO TITULAR NO CLIENTES-CHAVE PARA O
      *    READ DO 6000-CONSULTAR; NAO ACHANDO (OU DOCUMENTO EM
      *    BRANCO), ZERA A CHAVE E O READ DA 'NAO ENCONTRADO'.
       6960-BUSCA-DOCUMENTO.
           MOVE SPACE TO CLIENTES-DOC-TIPO.
           MOVE ZEROS TO CLIENTES-DOCUMENTO.
           ACCEPT SS-DOCUMENTO.
           INSPECT CLIENTES-DOC-TIPO CONVERTING 'fj' TO 'FJ'.
           MOVE CLIENTES-DOC-CHAVE TO WRK-DOC-CHAVE-INF.
           MOVE ZEROS TO CLIENTES-CHAVE.
           IF CLIENTES-SEM-DOC
               GO TO 6960-SAIDA
           END-IF.
           START CLIENTES KEY IS EQUAL CLIENTES-DOC-CHAVE
             INVALID KEY
               MOVE ZEROS TO CLIENTES-CHAVE
             NOT INVALID KEY
               READ CLIENTES NEXT RECORD
               IF CLIENTES-STATUS > 9
                       OR CLIENTES-DOC-CHAVE NOT = WRK-DOC-CHAVE-INF
                   MOVE ZEROS TO CLIENTES-CHAVE
               END-IF
           END-START.

       6960-SAIDA.
           EXIT.

      *    LISTA TODOS OS CLIENTES CUJO TELEFONE COMECA PELO DDD
      *    INFORMADO, VIA START/READ NEXT (SEMELHANTE A
      *    9000-RELATORIOTELA).
                          OR CLIENTES-PAIS NOT = WRK-BUSCA-PAIS
                          OR CLIENTES-FONE(2:2) NOT = WRK-BUSCA-DDD-ED
                   ADD 1 TO WRK-QTREGISTRO
                   PERFORM 9645-MONTA-VISAO
                   DISPLAY 'PAIS: ' CLIENTES-PAIS
                           '  TELEFONE: ' WRK-VISAO-FONE
                           '  NOME: ' CLIENTES-NOME
                   READ CLIENTES NEXT RECORD
               END-PERFORM
               WHEN CLIENTES-ANONIMO
                 MOVE 'ANONIMIZADO - NAO REATIVA ' TO WRK-MSGERRO
               WHEN CLIENTES-INATIVO
                 PERFORM 8740-CONSULTA-FUSAO
                 IF FUSAUTIL-ACHOU = 'S'
      *              CHAVE FUNDIDA NAO VOLTA: O CLIENTE VIVE NA CHAVE
      *              SOBREVIVENTE, QUE E QUEM SE REATIVA.
                     MOVE 'FUNDIDO - VIDE SOBREVIVENTE ' TO WRK-MSGERRO
                     DISPLAY 'FUNDIDO EM: ' FUSAUTIL-SOB-PAIS ' '
                             FUSAUTIL-SOB-FONE
                 ELSE
                     MOVE 'REATIVAR ESTE REGISTRO (S / N ? ) '
                       TO WRK-MSGERRO
                     DISPLAY SS-DADOS
                     MOVE CLIENTES-REG TO WRK-IMAGEM-ANTES
                 END-IF
               WHEN OTHER
                 MOVE 'REGISTRO JA ESTA ATIVO ' TO WRK-MSGERRO
             END-EVALUATE
           END-READ.

                 ACCEPT MOSTRA-ERRO.
      *    A REATIVACAO NAO E GRAVADA AQUI: VAI PARA A FILA DE
      *    APROVACAO DUPLA E SO E APLICADA (8550) PELA OPCAO Q.
           IF WRK-TECLA = 'S' AND CLIENTES-STATUS = 0
                                AND CLIENTES-INATIVO
                                AND FUSAUTIL-ACHOU NOT = 'S'
               MOVE 'R'            TO WRK-APR-ACAO
               MOVE CLIENTES-CHAVE TO WRK-APR-CHAVE
               MOVE ZEROS          TO WRK-APR-CHAVE-NOVA
               PERFORM 8650-SOLICITA-APROVACAO THRU 8650-SAIDA
           END-IF.

      *    APLICA A REATIVACAO APROVADA: RELE A CHAVE DO PEDIDO E SO
      *    REATIVA SE ELA AINDA ESTA INATIVA E NAO FOI FUNDIDA NESSE
      *    MEIO TEMPO.
       8550-APLICA-REATIVAR.
           MOVE CAPR-CHAVE TO CLIENTES-CHAVE.
           READ CLIENTES
             INVALID KEY
               MOVE 'NAO ENCONTRADO ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             NOT INVALID KEY
               PERFORM 8740-CONSULTA-FUSAO
               IF NOT CLIENTES-INATIVO OR FUSAUTIL-ACHOU = 'S'
                   MOVE 'NAO ESTA MAIS INATIVO ' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
                   MOVE CLIENTES-REG TO WRK-IMAGEM-ANTES
                   SET CLIENTES-ATIVO TO TRUE
                   REWRITE CLIENTES-REG
                     INVALID KEY
                       MOVE 'NAO REATIVADO ' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'REATIVAR' TO WRK-LOG-OPERACAO
                       PERFORM 9500-GRAVA-LOG
                       PERFORM 9510-GRAVA-JORNAL
                       PERFORM 9700-ESPELHA-GRAVACAO
                       MOVE 'S' TO WRK-APR-APLICOU
                       MOVE 'REGISTRO REATIVADO ' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
               END-IF
           END-READ.
           PERFORM 9690-MSG-OCUPADO.

      *    APROVACAO DUPLA DAS ACOES QUE NAO SE DESFAZEM LIMPO
      *    (REATIVAR, TROCAR TELEFONE, ANONIMIZAR), COMO O APROVPAG FAZ
      *    COM OS PAGAMENTOS ACIMA DA ALCADA: O OPERADOR QUE PEDE SO
      *    ESTACIONA O PEDIDO NO CLIENTES.APR.TXT (8650) COM O MOTIVO;
      *    AQUI OUTRO OPERADOR DE PERFIL 'T' VE QUEM PEDIU, QUANDO E
      *    POR QUE, E APROVA OU RECUSA. QUEM PEDIU NAO APROVA O
      *    PROPRIO PEDIDO. NO CLILOG FICAM OS DOIS NOMES: A ENTRADA DA
      *    OPERACAO SAI COM O SOLICITANTE E LOGO ATRAS VEM APROVADO
      *    (OU RECUSADO) COM O APROVADOR.
       8600-APROVACOES.
           MOVE 'MODULO - APROVACOES ' TO WRK-MODULO.
           DISPLAY TELA.
           IF WRK-PERFIL NOT = 'T'
               MOVE 'SEM PERMISSAO PARA A OPCAO ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8600-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-APR-QT-PEND.
           OPEN I-O CLIAPR.
           IF CLIAPR-STATUS NOT = 0
               MOVE 'NENHUMA APROVACAO PENDENTE ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8600-SAIDA
           END-IF.
           READ CLIAPR NEXT RECORD.
           PERFORM UNTIL CLIAPR-STATUS NOT = 0
               IF CAPR-PENDENTE
                   PERFORM 8610-DECIDE-PEDIDO THRU 8610-SAIDA
               END-IF
               READ CLIAPR NEXT RECORD
           END-PERFORM.
           CLOSE CLIAPR.
           IF WRK-APR-QT-PEND = 0
               MOVE 'NENHUMA APROVACAO PENDENTE ' TO WRK-MSGERRO
           ELSE
               MOVE 'FIM DA FILA DE APROVACOES ' TO WRK-MSGERRO
           END-IF.
           ACCEPT MOSTRA-ERRO.
       8600-SAIDA.
           EXIT.

       8610-DECIDE-PEDIDO.
           ADD 1 TO WRK-APR-QT-PEND.
           PERFORM 8670-NOME-ACAO.
           DISPLAY ' '.
           DISPLAY 'ACAO       : ' WRK-APR-ACAO-NOME.
           DISPLAY 'CLIENTE    : ' CAPR-PAIS ' ' CAPR-FONE.
           IF CAPR-TROCA
               DISPLAY 'NOVA CHAVE : ' CAPR-PAIS-NOVO ' ' CAPR-FONE-NOVO
           END-IF.
           DISPLAY 'PEDIDO POR : ' CAPR-SOLICITANTE
                   '  EM ' CAPR-DATAHORA(7:2) '/' CAPR-DATAHORA(5:2)
                   '/' CAPR-DATAHORA(1:4) ' ' CAPR-DATAHORA(9:2)
                   ':' CAPR-DATAHORA(11:2).
           DISPLAY 'MOTIVO     : ' CAPR-MOTIVO.
           IF CAPR-SOLICITANTE = WRK-OPERADOR
               DISPLAY 'PEDIDO PROPRIO - OUTRO OPERADOR APROVA'
               GO TO 8610-SAIDA
           END-IF.
           DISPLAY 'A-APROVAR  R-RECUSAR  ENTER-DEIXAR PENDENTE : '.
           MOVE SPACE TO WRK-APR-DECISAO.
           ACCEPT WRK-APR-DECISAO.
           EVALUATE WRK-APR-DECISAO
           WHEN 'A'
           WHEN 'a'
             PERFORM 8620-APLICA-PEDIDO
           WHEN 'R'
           WHEN 'r'
             SET CAPR-RECUSADO TO TRUE
             MOVE WRK-OPERADOR TO CAPR-APROVADOR
             MOVE FUNCTION CURRENT-DATE TO CAPR-DATAHORA-DEC
             REWRITE CLIAPR-REG
             MOVE CAPR-PAIS TO CLIENTES-PAIS
             MOVE CAPR-FONE TO CLIENTES-FONE
             MOVE 'RECUSADO' TO WRK-LOG-OPERACAO
             PERFORM 9500-GRAVA-LOG
             DISPLAY 'PEDIDO RECUSADO'
           WHEN OTHER
             DISPLAY 'PEDIDO CONTINUA PENDENTE'
           END-EVALUATE.
       8610-SAIDA.
           EXIT.

      *    A OPERACAO APROVADA RODA COM O SOLICITANTE NO WRK-OPERADOR,
      *    PARA A ENTRADA DELA NO CLILOG SAIR EM NOME DE QUEM PEDIU; O
      *    APROVADOR VOLTA EM SEGUIDA E ASSINA A ENTRADA APROVADO. SE
      *    A CHAVE MUDOU DESDE O PEDIDO E NADA FOI GRAVADO, O PEDIDO
      *    CONTINUA PENDENTE PARA SER RECUSADO.
       8620-APLICA-PEDIDO.
           MOVE 'N' TO WRK-APR-APLICOU.
           MOVE WRK-OPERADOR     TO WRK-APR-OPER-SESSAO.
           MOVE CAPR-SOLICITANTE TO WRK-OPERADOR.
           EVALUATE TRUE
           WHEN CAPR-REATIVAR
             PERFORM 8550-APLICA-REATIVAR
           WHEN CAPR-TROCA
             PERFORM 8840-APLICA-TROCA
           WHEN CAPR-ANONIMIZAR
             PERFORM 8950-APLICA-ANONIMIZAR
           END-EVALUATE.
           MOVE WRK-APR-OPER-SESSAO TO WRK-OPERADOR.
           IF WRK-APR-APLICOU = 'S'
               SET CAPR-APROVADO TO TRUE
               MOVE WRK-OPERADOR TO CAPR-APROVADOR
               MOVE FUNCTION CURRENT-DATE TO CAPR-DATAHORA-DEC
               REWRITE CLIAPR-REG
               MOVE CAPR-PAIS TO CLIENTES-PAIS
               MOVE CAPR-FONE TO CLIENTES-FONE
               MOVE 'APROVADO' TO WRK-LOG-OPERACAO
               PERFORM 9500-GRAVA-LOG
               DISPLAY 'PEDIDO APROVADO E APLICADO'
           ELSE
               DISPLAY 'NAO APLICADO - PEDIDO CONTINUA PENDENTE'
           END-IF.

      *    ESTACIONA O PEDIDO MONTADO EM WRK-APR-PEDIDO: MOTIVO
      *    OBRIGATORIO, UM SO PEDIDO PENDENTE POR CHAVE E ACAO, E A
      *    SOLICITACAO JA FICA NO CLILOG EM NOME DE QUEM PEDIU.
       8650-SOLICITA-APROVACAO.
           DISPLAY 'MOTIVO DA SOLICITACAO :'.
           MOVE SPACES TO WRK-APR-MOTIVO.
           ACCEPT WRK-APR-MOTIVO.
           IF WRK-APR-MOTIVO = SPACES
               MOVE 'MOTIVO OBRIGATORIO - CANCELADO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8650-SAIDA
           END-IF.
           MOVE 'N' TO WRK-APR-REPETIDO.
           OPEN INPUT CLIAPR.
           IF CLIAPR-STATUS = 0
               READ CLIAPR NEXT RECORD
               PERFORM UNTIL CLIAPR-STATUS NOT = 0
                   IF CAPR-PENDENTE AND CAPR-ACAO = WRK-APR-ACAO
                                    AND CAPR-CHAVE = WRK-APR-CHAVE
                       MOVE 'S' TO WRK-APR-REPETIDO
                   END-IF
                   READ CLIAPR NEXT RECORD
               END-PERFORM
               CLOSE CLIAPR
           END-IF.
           IF WRK-APR-REPETIDO = 'S'
               MOVE 'JA HA PEDIDO PENDENTE ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8650-SAIDA
           END-IF.
           OPEN EXTEND CLIAPR.
           IF CLIAPR-STATUS = 35
               OPEN OUTPUT CLIAPR
               CLOSE CLIAPR
               OPEN EXTEND CLIAPR
           END-IF.
           MOVE WRK-APR-ACAO          TO CAPR-ACAO.
           MOVE WRK-APR-CHAVE         TO CAPR-CHAVE.
           MOVE WRK-APR-CHAVE-NOVA    TO CAPR-CHAVE-NOVA.
           MOVE FUNCTION CURRENT-DATE TO CAPR-DATAHORA.
           MOVE WRK-OPERADOR          TO CAPR-SOLICITANTE.
           MOVE WRK-APR-MOTIVO        TO CAPR-MOTIVO.
           SET CAPR-PENDENTE          TO TRUE.
           MOVE SPACES                TO CAPR-APROVADOR.
           MOVE SPACES                TO CAPR-DATAHORA-DEC.
           WRITE CLIAPR-REG.
           CLOSE CLIAPR.
           MOVE WRK-APR-PAIS TO CLIENTES-PAIS.
           MOVE WRK-APR-FONE TO CLIENTES-FONE.
           EVALUATE WRK-APR-ACAO
           WHEN 'R'
             MOVE 'SOL-REAT' TO WRK-LOG-OPERACAO
           WHEN 'T'
             MOVE 'SOL-TROC' TO WRK-LOG-OPERACAO
           WHEN OTHER
             MOVE 'SOL-ANON' TO WRK-LOG-OPERACAO
           END-EVALUATE.
           PERFORM 9500-GRAVA-LOG.
           MOVE 'PEDIDO AGUARDA APROVACAO (Q)' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.
       8650-SAIDA.
           EXIT.

       8670-NOME-ACAO.
           EVALUATE TRUE
           WHEN CAPR-REATIVAR
             MOVE 'REATIVAR'         TO WRK-APR-ACAO-NOME
           WHEN CAPR-TROCA
             MOVE 'TROCAR TELEFONE'  TO WRK-APR-ACAO-NOME
           WHEN CAPR-ANONIMIZAR
             MOVE 'ANONIMIZAR'       TO WRK-APR-ACAO-NOME
           WHEN OTHER
             MOVE 'DESCONHECIDA'     TO WRK-APR-ACAO-NOME
           END-EVALUATE.

       7000-ALTERAR.
           MOVE 'MODULO - ALTERAR ' TO WRK-MODULO.
                        ACCEPT MOSTRA-ERRO
                    END-IF
                END-PERFORM
                MOVE 'N' TO WRK-DOC-OK
                PERFORM UNTIL DOCUMENTO-VALIDO
                    ACCEPT SS-DOCUMENTO
                    PERFORM 9630-CONFERE-DOCUMENTO
                    IF NOT DOCUMENTO-VALIDO
                        ACCEPT MOSTRA-ERRO
                    END-IF
                END-PERFORM
              MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT
              REWRITE CLIENTES-REG
             IF CLIENTES-STATUS EQUAL 0
             PERFORM UNTIL CLIENTES-STATUS = 10
              IF WRK-FILTRO-SIT = '2' OR CLIENTES-ATIVO
               ADD 1 TO WRK-QTREGISTRO
               PERFORM 9645-MONTA-VISAO
             DISPLAY WRK-VISAO-FONE  ' '
                     CLIENTES-NOME   ' '
                     WRK-VISAO-EMAIL
              END-IF
                 READ CLIENTES NEXT
             ADD 1 TO WRK-CONTALINHA
                 END-READ.
             PERFORM 9550-MONTA-TRAILER.
             MOVE WRK-TRAILER-REG TO WRK-MSGERRO.
             IF NOT MASCARAR-DADOS
                 MOVE 'VER-LIST' TO WRK-LOG-OPERACAO
                 PERFORM 9647-LOG-VISAO-LISTA
             END-IF.

             ACCEPT MOSTRA-ERRO.

           IF WRK-ORDEM-REL NOT = '2' AND WRK-ORDEM-REL NOT = '3'
               MOVE '1' TO WRK-ORDEM-REL
           END-IF.
      *    O PERFIL 'T' ESCOLHE; PARA OS DEMAIS SO EXISTE A VERSAO
      *    MASCARADA.
           IF NOT MASCARAR-DADOS
               DISPLAY 'VERSAO MASCARADA P/ ENVIO EXTERNO (S/N) ?'
               ACCEPT WRK-REL-MASCARA
               IF WRK-REL-MASCARA = 'S' OR WRK-REL-MASCARA = 's'
                   MOVE 'S' TO WRK-MASCARAR
               END-IF
           END-IF.
           PERFORM 9150-GERA-RELATORIODISCO.
           IF NOT MASCARAR-DADOS
               MOVE 'VER-RELD' TO WRK-LOG-OPERACAO
               PERFORM 9647-LOG-VISAO-LISTA
           END-IF.
           ACCEPT MOSTRA-ERRO.

      *    NUCLEO DO RELATORIO EM DISCO, SEM NENHUM ACCEPT DE TELA:
      *    COLUNAS DE ENDERECO QUANDO PEDIDAS. USADO PELA ORDEM DA
      *    CHAVE (9155) E PELAS ORDENS CLASSIFICADAS (9163).
       9165-FORMATA-DETALHE.
           PERFORM 9645-MONTA-VISAO.
           IF WRK-FORMATO-REL = '2'
              MOVE SPACES TO WRK-CSV-LINHA
              STRING WRK-VISAO-FONE   DELIMITED BY SIZE
                     ','              DELIMITED BY SIZE
                     CLIENTES-NOME    DELIMITED BY SIZE
                     ','              DELIMITED BY SIZE
                     WRK-VISAO-EMAIL  DELIMITED BY SIZE
                INTO WRK-CSV-LINHA
              END-STRING
              IF WRK-REL-ENDERECO = 'S'
                  STRING ','                  DELIMITED BY SIZE
                         CLIENTES-LOGRADOURO  DELIMITED BY SIZE
                         ','                  DELIMITED BY SIZE
                         WRK-VISAO-NUMERO     DELIMITED BY SIZE
                         ','                  DELIMITED BY SIZE
                         CLIENTES-CIDADE      DELIMITED BY SIZE
                         ','                  DELIMITED BY SIZE
              MOVE WRK-CSV-LINHA TO RELATO-REG
           ELSE
              MOVE SPACES TO RELATO-REG
              STRING WRK-VISAO-FONE     DELIMITED BY SIZE
                     CLIENTES-NOME      DELIMITED BY SIZE
                     WRK-VISAO-EMAIL    DELIMITED BY SIZE
                     CLIENTES-SITUACAO  DELIMITED BY SIZE
                INTO RELATO-REG
              END-STRING
              IF WRK-REL-ENDERECO = 'S'
                  MOVE CLIENTES-ENDERECO TO RELATO-REG(92:66)
                  MOVE WRK-VISAO-NUMERO  TO RELATO-REG(122:6)
              END-IF
           END-IF.

           MOVE WRK-DATA-RAW TO DIAUTIL-DATA.
           CALL 'DIAUTIL' USING DIAUTIL-PARM.
           MOVE SPACES TO RELATO-REG.
           IF MASCARAR-DADOS
               MOVE 'RELATORIO DE CLIENTES - VERSAO MASCARADA'
                 TO RELATO-REG
           ELSE
               MOVE 'RELATORIO DE CLIENTES' TO RELATO-REG
           END-IF.
           WRITE RELATO-REG.
           MOVE SPACES TO RELATO-REG.
           STRING 'DATA DA EMISSAO: ' DELIMITED BY SIZE
               END-READ
           END-IF.

      *    A TROCA CONFIRMADA VAI PARA A FILA DE APROVACAO DUPLA; A
      *    GRAVACAO (8825) SO RODA QUANDO A OPCAO Q APROVA (8840).
       8820-TROCA-CONFIRMA.
           MOVE 'CONFIRMA A TROCA (S / N ? ) ' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.
               MOVE 'TROCA NAO CONFIRMADA ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE 'T'             TO WRK-APR-ACAO
               MOVE WRK-PAIS-ANTIGO TO WRK-APR-PAIS
               MOVE WRK-FONE-ANTIGO TO WRK-APR-FONE
               MOVE WRK-PAIS-NOVO   TO WRK-APR-PAIS-NOVO
               MOVE WRK-FONE-NOVO   TO WRK-APR-FONE-NOVO
               PERFORM 8650-SOLICITA-APROVACAO THRU 8650-SAIDA
           END-IF.

      *    APLICA A TROCA APROVADA: A CHAVE ANTIGA AINDA TEM DE EXISTIR
      *    E A NOVA AINDA TEM DE ESTAR LIVRE.
       8840-APLICA-TROCA.
           MOVE CAPR-PAIS      TO WRK-PAIS-ANTIGO.
           MOVE CAPR-FONE      TO WRK-FONE-ANTIGO.
           MOVE CAPR-PAIS-NOVO TO WRK-PAIS-NOVO.
           MOVE CAPR-FONE-NOVO TO WRK-FONE-NOVO.
           MOVE CAPR-CHAVE     TO CLIENTES-CHAVE.
           READ CLIENTES
             INVALID KEY
               MOVE 'CHAVE ANTIGA NAO EXISTE MAIS ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             NOT INVALID KEY
               MOVE CLIENTES-REG   TO WRK-REG-TROCA
               MOVE CAPR-CHAVE-NOVA TO CLIENTES-CHAVE
               READ CLIENTES
                 INVALID KEY
                   PERFORM 8825-TROCA-GRAVA
                 NOT INVALID KEY
                   MOVE 'TELEFONE NOVO JA CADASTRADO ' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               END-READ
           END-READ.

       8825-TROCA-GRAVA.
           MOVE WRK-REG-TROCA TO CLIENTES-REG.
           MOVE WRK-PAIS-NOVO TO CLIENTES-PAIS.
           MOVE WRK-FONE-NOVO TO CLIENTES-FONE.
           MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT.
           WRITE CLIENTES-REG
             INVALID KEY
               MOVE 'TROCA NAO GRAVADA ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             NOT INVALID KEY
               MOVE 'TROCA-PR' TO WRK-LOG-OPERACAO
               MOVE SPACES TO WRK-IMAGEM-ANTES
               PERFORM 9500-GRAVA-LOG
               PERFORM 9510-GRAVA-JORNAL
               PERFORM 9700-ESPELHA-GRAVACAO
               MOVE 'S' TO WRK-APR-APLICOU
               PERFORM 8830-TROCA-BAIXA-ANTIGO
           END-WRITE.
           PERFORM 9690-MSG-OCUPADO.

      *    APAGA A CHAVE ANTIGA DEPOIS DA NOVA ESTAR GRAVADA. AQUI E
      *    DELETE FISICO DE PROPOSITO: O REGISTRO NAO DEIXOU DE SER
               ACCEPT MOSTRA-ERRO
           END-DELETE.

      *    FUSAO DE CADASTRO DUPLICADO (OS PARES SAEM DO DUPLICLI): A
      *    CHAVE VITIMA E DOBRADA NA SOBREVIVENTE. O SOBREVIVENTE
      *    HERDA O QUE SO A VITIMA TINHA (EMAIL, ENDERECO, DOCUMENTO),
      *    A VITIMA FICA INATIVA COM O PONTEIRO PARA O SOBREVIVENTE NO
      *    CLIENTES.FUS.TXT E O FUSAUTIL REAPONTA OS ARQUIVOS SATELITES
      *    (PEDIDOS, CONTAS, CONSENTIMENTO, FILAS, CHAMADOS, PONTOS,
      *    PARCELAS, ENTREGAS, PROMOCOES E APROVACOES PENDENTES -
      *    VIDE FUSAUTIL). CLILOG, JORNAL E ESPELHO COMO NA
      *    TROCA DE TELEFONE: FUSAO-SB NO SOBREVIVENTE E FUSAO-VT NA
      *    VITIMA. O LOTE FUSAOCLI FAZ O MESMO A PARTIR DE UM ARQUIVO
      *    DE PARES.
       8700-FUNDIR.
           MOVE 'MODULO - FUSAO ' TO WRK-MODULO.
           DISPLAY TELA.
           DISPLAY TELA-REGISTRO.
           DISPLAY 'CHAVE DUPLICADA QUE SAI (VITIMA) :'.
           ACCEPT CHAVE.
           PERFORM 9655-DEFAULT-PAIS.
           READ CLIENTES
             INVALID KEY
               MOVE 'VITIMA NAO ENCONTRADA ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8700-SAIDA
           END-READ.
           IF CLIENTES-ANONIMO
               MOVE 'ANONIMIZADO - NAO FUNDE ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8700-SAIDA
           END-IF.
           PERFORM 8740-CONSULTA-FUSAO.
           IF FUSAUTIL-ACHOU = 'S'
               MOVE 'CHAVE JA FUNDIDA ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8700-SAIDA
           END-IF.
           DISPLAY 'VITIMA      : ' CLIENTES-FONE ' ' CLIENTES-NOME.
           MOVE CLIENTES-REG TO WRK-FUS-VITIMA.
           DISPLAY 'PAIS DO SOBREVIVENTE (DDI, ENTER=055) :'.
           ACCEPT WRK-PAIS-NOVO.
           IF WRK-PAIS-NOVO = ZEROS
               MOVE 55 TO WRK-PAIS-NOVO
           END-IF.
           DISPLAY 'TELEFONE DO SOBREVIVENTE :'.
           ACCEPT WRK-FONE-NOVO.
           IF WRK-PAIS-NOVO = WRK-FUSV-PAIS
                   AND WRK-FONE-NOVO = WRK-FUSV-FONE
               MOVE 'MESMA CHAVE - NADA A FUNDIR ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8700-SAIDA
           END-IF.
           MOVE WRK-PAIS-NOVO TO CLIENTES-PAIS.
           MOVE WRK-FONE-NOVO TO CLIENTES-FONE.
           READ CLIENTES
             INVALID KEY
               MOVE 'SOBREVIVENTE NAO ENCONTRADO ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8700-SAIDA
           END-READ.
           IF NOT CLIENTES-ATIVO
               MOVE 'SOBREVIVENTE PRECISA SER ATIVO' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
               GO TO 8700-SAIDA
           END-IF.
           DISPLAY 'SOBREVIVENTE: ' CLIENTES-FONE ' ' CLIENTES-NOME.
           MOVE 'CONFIRMA A FUSAO (S / N ? ) ' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.
           IF WRK-TECLA NOT = 'S'
               MOVE 'FUSAO NAO CONFIRMADA ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               PERFORM 8710-FUNDE-SOBREVIVENTE
           END-IF.

       8700-SAIDA.
           EXIT.

      *    O SOBREVIVENTE (JA LIDO NO CLIENTES-REG) SO GANHA O QUE NAO
      *    TINHA - NADA QUE ELE JA TENHA E SOBRESCRITO.
       8710-FUNDE-SOBREVIVENTE.
           MOVE CLIENTES-REG TO WRK-IMAGEM-ANTES.
           MOVE 'N' TO WRK-FUS-DOC-MOVIDO.
           IF CLIENTES-EMAIL = SPACES
               MOVE WRK-FUSV-EMAIL TO CLIENTES-EMAIL
           END-IF.
           IF CLIENTES-LOGRADOURO = SPACES
               MOVE WRK-FUSV-ENDERECO TO CLIENTES-ENDERECO
           END-IF.
           IF CLIENTES-SEM-DOC AND WRK-FUSV-DOC-TIPO NOT = SPACE
               MOVE WRK-FUSV-DOC-CHAVE TO CLIENTES-DOC-CHAVE
               MOVE 'S' TO WRK-FUS-DOC-MOVIDO
           END-IF.
           MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT.
           REWRITE CLIENTES-REG
             INVALID KEY
               MOVE 'SOBREVIVENTE NAO GRAVADO ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             NOT INVALID KEY
               MOVE 'FUSAO-SB' TO WRK-LOG-OPERACAO
               PERFORM 9500-GRAVA-LOG
               PERFORM 9510-GRAVA-JORNAL
               PERFORM 9700-ESPELHA-GRAVACAO
               PERFORM 8720-FUNDE-VITIMA
           END-REWRITE.
           PERFORM 9690-MSG-OCUPADO.

      *    A VITIMA FICA INATIVA (NAO APAGADA: O HISTORICO DELA
      *    CONTINUA CONSULTAVEL) E, SE O DOCUMENTO FOI PARA O
      *    SOBREVIVENTE, SAI DELA PARA NAO HAVER DUAS CHAVES COM O
      *    MESMO CPF/CNPJ.
       8720-FUNDE-VITIMA.
           MOVE WRK-FUSV-CHAVE TO CLIENTES-CHAVE.
           READ CLIENTES
             INVALID KEY
               MOVE 'VITIMA NAO RELIDA ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             NOT INVALID KEY
               MOVE CLIENTES-REG TO WRK-IMAGEM-ANTES
               SET CLIENTES-INATIVO TO TRUE
               IF WRK-FUS-DOC-MOVIDO = 'S'
                   MOVE SPACE TO CLIENTES-DOC-TIPO
                   MOVE ZEROS TO CLIENTES-DOCUMENTO
               END-IF
               MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT
               REWRITE CLIENTES-REG
                 INVALID KEY
                   MOVE 'VITIMA NAO INATIVADA ' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
                 NOT INVALID KEY
                   MOVE 'FUSAO-VT' TO WRK-LOG-OPERACAO
                   PERFORM 9500-GRAVA-LOG
                   PERFORM 9510-GRAVA-JORNAL
                   PERFORM 9700-ESPELHA-GRAVACAO
                   PERFORM 8730-FUNDE-SATELITES
               END-REWRITE
           END-READ.

       8730-FUNDE-SATELITES.
           MOVE 'F'            TO FUSAUTIL-FUNCAO.
           MOVE WRK-FUSV-CHAVE TO FUSAUTIL-VITIMA.
           MOVE WRK-PAIS-NOVO  TO FUSAUTIL-SOB-PAIS.
           MOVE WRK-FONE-NOVO  TO FUSAUTIL-SOB-FONE.
           MOVE WRK-OPERADOR   TO FUSAUTIL-OPERADOR.
           CALL 'FUSAUTIL' USING FUSAUTIL-PARM.
           DISPLAY 'REAPONTADOS - PEDIDOS: ' FUSAUTIL-QT-PEDIDOS
                   '  CONTAS: ' FUSAUTIL-QT-CONTAS
                   '  CONSENT.: ' FUSAUTIL-QT-CONSENT
                   '  FILAS: ' FUSAUTIL-QT-FILAS
                   '  CHAMADOS: ' FUSAUTIL-QT-CHAMADOS
                   '  PONTOS: ' FUSAUTIL-QT-PONTOS
                   '  PARCELAS: ' FUSAUTIL-QT-PARCELAS
                   '  ENTREGAS: ' FUSAUTIL-QT-ENTREGAS
                   '  PROMOCOES: ' FUSAUTIL-QT-PROMOCOES
                   '  APROVACOES: ' FUSAUTIL-QT-APROVACOES.
           MOVE 'CADASTROS FUNDIDOS ' TO WRK-MSGERRO.
           ACCEPT MOSTRA-ERRO.

       8740-CONSULTA-FUSAO.
           MOVE 'C'            TO FUSAUTIL-FUNCAO.
           MOVE CLIENTES-CHAVE TO FUSAUTIL-VITIMA.
           CALL 'FUSAUTIL' USING FUSAUTIL-PARM.

      *    DIREITO AO ESQUECIMENTO: APOS CONFIRMACAO EXPLICITA (MESMO
      *    S/N DO 8000-EXCLUIR), SOBRESCREVE NOME, EMAIL E ENDERECO
      *    COM VALORES NEUTROS, MANTENDO A CHAVE PARA AS ESTATISTICAS.
               END-IF
           END-READ.
           ACCEPT MOSTRA-ERRO.
      *    A ANONIMIZACAO CONFIRMADA VAI PARA A FILA DE APROVACAO
      *    DUPLA E SO E APLICADA (8950) PELA OPCAO Q.
           IF WRK-TECLA = 'S' AND CLIENTES-STATUS = 0
                                AND NOT CLIENTES-ANONIMO
               MOVE 'A'            TO WRK-APR-ACAO
               MOVE CLIENTES-CHAVE TO WRK-APR-CHAVE
               MOVE ZEROS          TO WRK-APR-CHAVE-NOVA
               PERFORM 8650-SOLICITA-APROVACAO THRU 8650-SAIDA
           END-IF.

      *    APLICA A ANONIMIZACAO APROVADA. O CPF/CNPJ TAMBEM E DADO
      *    PESSOAL E SAI JUNTO COM NOME, EMAIL E ENDERECO.
       8950-APLICA-ANONIMIZAR.
           MOVE CAPR-CHAVE TO CLIENTES-CHAVE.
           READ CLIENTES
             INVALID KEY
               MOVE 'NAO ENCONTRADO ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
             NOT INVALID KEY
               IF CLIENTES-ANONIMO
                   MOVE 'REGISTRO JA ANONIMIZADO ' TO WRK-MSGERRO
                   ACCEPT MOSTRA-ERRO
               ELSE
                   MOVE CLIENTES-REG TO WRK-IMAGEM-ANTES
                   MOVE 'TITULAR ANONIMIZADO' TO CLIENTES-NOME
                   MOVE SPACES TO CLIENTES-EMAIL
                   MOVE SPACES TO CLIENTES-ENDERECO
                   MOVE ZEROS  TO CLIENTES-CEP
                   MOVE SPACES TO CLIENTES-DOC-TIPO
                   MOVE ZEROS  TO CLIENTES-DOCUMENTO
                   SET CLIENTES-ANONIMO TO TRUE
                   MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT
                   REWRITE CLIENTES-REG
                     INVALID KEY
                       MOVE 'NAO ANONIMIZADO ' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                     NOT INVALID KEY
                       MOVE 'ANONIMIZ' TO WRK-LOG-OPERACAO
                       PERFORM 9500-GRAVA-LOG
                       PERFORM 9510-GRAVA-JORNAL
                       PERFORM 9700-ESPELHA-GRAVACAO
                       MOVE 'S' TO WRK-APR-APLICOU
                       MOVE 'DADOS PESSOAIS APAGADOS ' TO WRK-MSGERRO
                       ACCEPT MOSTRA-ERRO
                   END-REWRITE
               END-IF
           END-READ.
           PERFORM 9690-MSG-OCUPADO.

      *    JORNAL DE IMAGENS: GRAVA A IMAGEM COMPLETA DO CLIENTES-REG
      *    ANTES (CAPTURADA EM WRK-IMAGEM-ANTES LOGO APOS O READ) E
      *    DEPOIS DA OPERACAO, PARA O RECUPCLI PODER REAPLICAR OU
                   READ CLIENTES NEXT RECORD
                   PERFORM UNTIL CLIENTES-STATUS NOT = 0
                                 OR CLIENTES-NOME NOT = WRK-BUSCA-NOME
                       PERFORM 9645-MONTA-VISAO
                       DISPLAY 'PAIS: ' CLIENTES-PAIS
                               '  TELEFONE: ' WRK-VISAO-FONE
                               '  NOME: ' CLIENTES-NOME
                       READ CLIENTES NEXT RECORD
                   END-PERFORM

       COPY EMAILVAL.

       COPY DOCVAL.

       COPY MASCARA.

      *    MONTA OS CAMPOS WRK-VISAO- DO CLIENTES-REG CORRENTE: DADO
      *    CHEIO OU MASCARADO, CONFORME WRK-MASCARAR.
       9645-MONTA-VISAO.
           IF MASCARAR-DADOS
               PERFORM 9640-MASCARA-DADOS
               MOVE WRK-MASC-FONE   TO WRK-VISAO-FONE
               MOVE WRK-MASC-EMAIL  TO WRK-VISAO-EMAIL
               MOVE WRK-MASC-NUMERO TO WRK-VISAO-NUMERO
           ELSE
               MOVE CLIENTES-FONE   TO WRK-VISAO-FONE
               MOVE CLIENTES-EMAIL  TO WRK-VISAO-EMAIL
               MOVE CLIENTES-NUMERO TO WRK-VISAO-NUMERO
           END-IF.

      *    LISTAGEM SEM MASCARA VISTA POR UM PERFIL 'T': UMA ENTRADA
      *    NO CLILOG (OPERACAO JA EM WRK-LOG-OPERACAO) COM A CHAVE
      *    ZERADA, POIS A VISUALIZACAO E DO CADASTRO INTEIRO.
       9647-LOG-VISAO-LISTA.
           MOVE ZEROS TO CLIENTES-PAIS CLIENTES-FONE.
           PERFORM 9500-GRAVA-LOG.

      *    CONFERENCIA DO DOCUMENTO DIGITADO NA TELA: DIGITOS
      *    VERIFICADORES (9620) E DOCUMENTO JA USADO POR OUTRA CHAVE
      *    (9635). DEIXA A MENSAGEM PRONTA EM WRK-MSGERRO.
       9630-CONFERE-DOCUMENTO.
           INSPECT CLIENTES-DOC-TIPO CONVERTING 'fj' TO 'FJ'.
           PERFORM 9620-VALIDA-DOCUMENTO.
           IF NOT DOCUMENTO-VALIDO
               MOVE 'CPF/CNPJ INVALIDO ' TO WRK-MSGERRO
           ELSE
               PERFORM 9635-DOC-REPETIDO
               IF DOCUMENTO-REPETIDO
                   MOVE 'N' TO WRK-DOC-OK
                   MOVE 'DOCUMENTO JA EM OUTRO CLIENTE ' TO WRK-MSGERRO
               END-IF
           END-IF.

      *    PERCORRE A CHAVE ALTERNADA DO DOCUMENTO PROCURANDO OUTRA
      *    CHAVE DE TELEFONE COM O MESMO CPF/CNPJ. O CLIENTES-REG EM
      *    EDICAO E GUARDADO E DEVOLVIDO INTACTO. STATUS 02 (HA MAIS
      *    REGISTROS COM A MESMA CHAVE ALTERNADA) CONTINUA A LEITURA.
       9635-DOC-REPETIDO.
           MOVE 'N' TO WRK-DOC-DUP.
           IF NOT CLIENTES-SEM-DOC
               MOVE CLIENTES-REG       TO WRK-REG-DOC
               MOVE CLIENTES-DOC-CHAVE TO WRK-DOC-CHAVE-INF
               START CLIENTES KEY IS EQUAL CLIENTES-DOC-CHAVE
                 INVALID KEY
                   CONTINUE
                 NOT INVALID KEY
                   READ CLIENTES NEXT RECORD
                   PERFORM UNTIL CLIENTES-STATUS > 9
                           OR CLIENTES-DOC-CHAVE NOT = WRK-DOC-CHAVE-INF
                           OR DOCUMENTO-REPETIDO
                       IF CLIENTES-CHAVE NOT = WRK-REG-DOC(1:15)
                           MOVE 'S' TO WRK-DOC-DUP
                       END-IF
                       READ CLIENTES NEXT RECORD
                   END-PERFORM
               END-START
               MOVE WRK-REG-DOC TO CLIENTES-REG
           END-IF.

      *    VALIDA O FORMATO DA CHAVE ANTES DE USA-LA: PAIS EM BRANCO
      *    ASSUME 055 (BASE DOMESTICA); PARA O PAIS 055 O DDD PRECISA
      *    CAIR NA FAIXA PLAUSIVEL (11-99); PARA OS DEMAIS DDI BASTA O
               IF WRK-FORMATO-REL NOT = '2'
                   MOVE '1' TO WRK-FORMATO-REL
               END-IF
               IF NOT MASCARAR-DADOS
                   DISPLAY 'VERSAO MASCARADA P/ ENVIO EXTERNO (S/N) ?'
                   ACCEPT WRK-REL-MASCARA
                   IF WRK-REL-MASCARA = 'S' OR WRK-REL-MASCARA = 's'
                       MOVE 'S' TO WRK-MASCARAR
                   END-IF
               END-IF
               OPEN OUTPUT QRYSAIDA
           END-IF.
           DISPLAY 'RESULTADO DA CONSULTA '.
               WRITE QRYSAIDA-REG
               CLOSE QRYSAIDA
           END-IF.
           IF NOT MASCARAR-DADOS
               MOVE 'VER-AVAN' TO WRK-LOG-OPERACAO
               PERFORM 9647-LOG-VISAO-LISTA
           END-IF.
           ACCEPT MOSTRA-ERRO.

       9310-AVA-TESTA-FILTROS.

       9320-AVA-LISTA.
           ADD 1 TO WRK-QTREGISTRO.
           PERFORM 9645-MONTA-VISAO.
           DISPLAY WRK-VISAO-FONE  ' '
                   CLIENTES-NOME   ' '
                   WRK-VISAO-EMAIL ' '
                   CLIENTES-SITUACAO.
           ADD 1 TO WRK-CONTALINHA.
           IF WRK-CONTALINHA = WRK-PAGTAM
           IF WRK-AVA-DISCO = 'S'
               IF WRK-FORMATO-REL = '2'
                   MOVE SPACES TO WRK-CSV-LINHA
                   STRING WRK-VISAO-FONE    DELIMITED BY SIZE
                          ','               DELIMITED BY SIZE
                          CLIENTES-NOME     DELIMITED BY SIZE
                          ','               DELIMITED BY SIZE
                          WRK-VISAO-EMAIL   DELIMITED BY SIZE
                          ','               DELIMITED BY SIZE
                          CLIENTES-SITUACAO DELIMITED BY SIZE
                     INTO WRK-CSV-LINHA
                   MOVE WRK-CSV-LINHA TO QRYSAIDA-REG
               ELSE
                   MOVE SPACES TO QRYSAIDA-REG
                   STRING WRK-VISAO-FONE     DELIMITED BY SIZE
                          CLIENTES-NOME      DELIMITED BY SIZE
                          WRK-VISAO-EMAIL    DELIMITED BY SIZE
                          CLIENTES-SITUACAO  DELIMITED BY SIZE
                     INTO QRYSAIDA-REG
                   END-STRING
           DISPLAY 'ENDERECOS COMPLETADOS NESTA SESSAO: '
                   WRK-QT-COMPLETADOS.

      *    COMPLETAR DOCUMENTOS: PERCORRE A FILA DOS CADASTROS AINDA
      *    SEM CPF/CNPJ (ENFILEIRADOS PELO CONVCLI4 NA CONVERSAO DA
      *    BASE E PELO 5000-INCLUIR QUANDO O DOCUMENTO FICA EM
      *    BRANCO), NA MESMA MECANICA DO 9430-COMPLETA-ENDERECOS.
      *    TIPO DEIXADO EM BRANCO PULA O REGISTRO, QUE CONTINUA NA
      *    FILA.
       9380-COMPLETA-DOCUMENTOS.
           MOVE 'MODULO - COMPLETAR DOC. ' TO WRK-MODULO.
           DISPLAY TELA.
           MOVE 0 TO WRK-QT-FILA WRK-QT-COMPLETADOS.
           OPEN INPUT DOCPEND.
           IF DOCPEND-STATUS NOT = 0
               MOVE 'FILA DE DOCUMENTOS VAZIA ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           ELSE
               MOVE 0 TO WRK-QT-FILA-EXC
               READ DOCPEND NEXT RECORD
               PERFORM UNTIL DOCPEND-STATUS NOT = 0
                             OR WRK-QT-FILA = 500
                   ADD 1 TO WRK-QT-FILA
                   MOVE DOCP-PAIS TO WRK-FILA-PAIS(WRK-QT-FILA)
                   MOVE DOCP-FONE TO WRK-FILA-FONE(WRK-QT-FILA)
                   MOVE 'S'       TO WRK-FILA-MANTEM(WRK-QT-FILA)
                   READ DOCPEND NEXT RECORD
               END-PERFORM
               IF DOCPEND-STATUS = 0
                   OPEN OUTPUT DOCPTMP
                   PERFORM UNTIL DOCPEND-STATUS NOT = 0
                       ADD 1 TO WRK-QT-FILA-EXC
                       MOVE DOCPEND-REG TO DOCPTMP-REG
                       WRITE DOCPTMP-REG
                       READ DOCPEND NEXT RECORD
                   END-PERFORM
                   CLOSE DOCPTMP
                   DISPLAY 'FILA MAIOR QUE A TABELA: '
                           WRK-QT-FILA-EXC
                           ' PENDENCIAS FICAM PARA A PROXIMA SESSAO'
               END-IF
               CLOSE DOCPEND
               PERFORM VARYING WRK-F FROM 1 BY 1
                       UNTIL WRK-F > WRK-QT-FILA
                   PERFORM 9385-COMPLETA-DOC-UM
               END-PERFORM
               PERFORM 9390-REGRAVA-FILA-DOC
               MOVE 'FILA PROCESSADA ' TO WRK-MSGERRO
               ACCEPT MOSTRA-ERRO
           END-IF.

       9385-COMPLETA-DOC-UM.
           MOVE WRK-FILA-PAIS(WRK-F) TO CLIENTES-PAIS.
           MOVE WRK-FILA-FONE(WRK-F) TO CLIENTES-FONE.
           READ CLIENTES
             INVALID KEY
               MOVE 'N' TO WRK-FILA-MANTEM(WRK-F)
             NOT INVALID KEY
               IF NOT CLIENTES-SEM-DOC OR CLIENTES-ANONIMO
                   MOVE 'N' TO WRK-FILA-MANTEM(WRK-F)
               ELSE
                   PERFORM 9387-PEDE-DOCUMENTO
               END-IF
           END-READ.

       9387-PEDE-DOCUMENTO.
           DISPLAY 'PENDENTE: ' CLIENTES-FONE ' ' CLIENTES-NOME.
           MOVE CLIENTES-REG TO WRK-IMAGEM-ANTES.
           MOVE 'N' TO WRK-DOC-OK.
           PERFORM UNTIL DOCUMENTO-VALIDO
               DISPLAY 'TIPO F=CPF J=CNPJ (BRANCO = PULAR) :'
               MOVE SPACE TO CLIENTES-DOC-TIPO
               MOVE ZEROS TO CLIENTES-DOCUMENTO
               ACCEPT CLIENTES-DOC-TIPO
               IF CLIENTES-DOC-TIPO = SPACE
                   MOVE 'S' TO WRK-DOC-OK
               ELSE
                   DISPLAY 'NUMERO (SO DIGITOS) :'
                   ACCEPT CLIENTES-DOCUMENTO
                   PERFORM 9630-CONFERE-DOCUMENTO
                   IF NOT DOCUMENTO-VALIDO
                       DISPLAY WRK-MSGERRO
                   ELSE
                       MOVE FUNCTION CURRENT-DATE TO CLIENTES-ULTALT
                       REWRITE CLIENTES-REG
                         INVALID KEY
                           DISPLAY 'REGISTRO NAO GRAVADO'
                         NOT INVALID KEY
                           MOVE 'COMPLDOC' TO WRK-LOG-OPERACAO
                           PERFORM 9500-GRAVA-LOG
                           PERFORM 9510-GRAVA-JORNAL
                           PERFORM 9700-ESPELHA-GRAVACAO
                           MOVE 'N' TO WRK-FILA-MANTEM(WRK-F)
                           ADD 1 TO WRK-QT-COMPLETADOS
                       END-REWRITE
                       PERFORM 9690-MSG-OCUPADO
                   END-IF
               END-IF
           END-PERFORM.

       9390-REGRAVA-FILA-DOC.
           OPEN OUTPUT DOCPEND.
           PERFORM VARYING WRK-F FROM 1 BY 1
                   UNTIL WRK-F > WRK-QT-FILA
               IF WRK-FILA-MANTEM(WRK-F) = 'S'
                   MOVE WRK-FILA-PAIS(WRK-F) TO DOCP-PAIS
                   MOVE WRK-FILA-FONE(WRK-F) TO DOCP-FONE
                   WRITE DOCPEND-REG
               END-IF
           END-PERFORM.
           IF WRK-QT-FILA-EXC > 0
               OPEN INPUT DOCPTMP
               READ DOCPTMP NEXT RECORD
               PERFORM UNTIL DOCPTMP-STATUS = 10
                   MOVE DOCPTMP-REG TO DOCPEND-REG
                   WRITE DOCPEND-REG
                   READ DOCPTMP NEXT RECORD
               END-PERFORM
               CLOSE DOCPTMP
           END-IF.
           CLOSE DOCPEND.
           DISPLAY 'DOCUMENTOS COMPLETADOS NESTA SESSAO: '
                   WRK-QT-COMPLETADOS.

      *    INCLUSAO SEM DOCUMENTO: A CHAVE ENTRA NO FIM DA FILA DA
      *    OPCAO D.
       9395-ENFILEIRA-DOC.
           OPEN EXTEND DOCPEND.
           IF DOCPEND-STATUS = 35
               OPEN OUTPUT DOCPEND
           END-IF.
           IF DOCPEND-STATUS = 0
               MOVE CLIENTES-PAIS TO DOCP-PAIS
               MOVE CLIENTES-FONE TO DOCP-FONE
               WRITE DOCPEND-REG
               CLOSE DOCPEND
           END-IF.

      *    CONSENTIMENTO DE MARKETING: REGISTRA (OU REGRAVA) A DECISAO
      *    DO TITULAR SOBRE RECEBER MALA, COM BASE LEGAL, DATA E
      *    OPERADOR (VIDE CONSREG.cpy). O MALACLI E O EXPINT SO
                  'CLIENTES.PEND.END.TMP.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENDPTMP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DOCPEND.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.PEND.DOC.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DOCPEND
           END-STRING.
           MOVE SPACES TO WRK-ARQ-DOCPTMP.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.PEND.DOC.TMP.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-DOCPTMP
           END-STRING.
           MOVE SPACES TO WRK-ARQ-CLIAPR.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'CLIENTES.APR.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-CLIAPR
           END-STRING.

       COPY CFGLER.
