      *          VIDE PEDIDREG.cpy), O ESTOQUE DOS ITENS DEVOLVIDOS
      *          VOLTA AO CATALOGO (MOVIMENTO 'DV') E O RESUMPED
      *          PASSA A MOSTRAR BRUTO, CANCELAMENTOS E LIQUIDO.
      *          PEDIDO DE CLIENTE IDENTIFICADO TEM OS PONTOS DE
      *          FIDELIDADE ACERTADOS PELA ROTINA PONTMOV: O
      *          CANCELAMENTO ESTORNA O QUE O PEDIDO GANHOU E DEVOLVE O
      *          QUE FOI RESGATADO NELE; A DEVOLUCAO DE ITEM ESTORNA OS
      *          PONTOS DO VALOR DEVOLVIDO.
      *          PEDIDO QUE JA TEM NOTA FISCAL DE VENDA (NFEMIT) GANHA
      *          A NOTA DE CANCELAMENTO ('C', O SALDO DA NOTA) OU DE
      *          DEVOLUCAO ('D', O VALOR DO ITEM), NUMERADA NA MESMA
      *          SEQUENCIA NOTAS.SEQ.TXT, COM A UF E A ALIQUOTA DA NOTA
      *          DE VENDA E VIA NO SPOOL NOTAS.SPL.TXT.
      *          O CANCELAMENTO TOTAL DE PEDIDO A PRAZO CANCELA AS
      *          PARCELAS AINDA ABERTAS NO CONTAS A RECEBER
      *          (RECEBER.DAT.TXT); PARCELA JA PAGA FICA COMO ESTA E E
      *          ACUSADA PARA O FINANCEIRO ACERTAR A DEVOLUCAO.
      *          A MERCADORIA QUE VOLTA ENTRA NO LOCAL DE ESTOQUE
      *          ESCOLHIDO PELO OPERADOR (LOJA, DEPOSITO - VIDE
      *          LOCALWS.cpy), ALEM DO TOTAL DO CATALOGO.
      *          A LINHA 'D' E A 'C' LEVAM O CUSTO DO QUE VOLTOU PELO
      *          MESMO CUSTO GRAVADO NA VENDA (PED-CUSTO), PARA O
      *          MARGMES ESTORNAR A MARGEM.
      *          ITEM VENDIDO COM DESCONTO DE PROMOCAO E DEVOLVIDO PELO
      *          PRECO LIQUIDO (VALOR DA LINHA / QUANTIDADE), NAO PELO
      *          PRECO DE TABELA.
      *          O CANCELAMENTO TOTAL FECHA COMO CANCELADA A ENTREGA
      *          AINDA EM SEPARACAO (ENTREGAS.DAT.TXT, MANTENTR); A
      *          ENTREGA DEVOLVIDA NO MANTENTR CHEGA AQUI PARA O
      *          CANCELAMENTO DO PEDIDO (MOTIVO ED).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               FILE STATUS     IS FS-PRODUTOS
               RECORD KEY      IS PROD-CODIGO.

           SELECT ESTLOCAL ASSIGN TO WRK-ARQ-ESTLOCAL
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ESTLOCAL
               RECORD KEY      IS ESTL-CHAVE.

           SELECT MOVESTQ ASSIGN TO WRK-ARQ-MOVESTQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-MOVESTQ.

           SELECT PONTMOVS ASSIGN TO WRK-ARQ-PONTMOVS
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PONTMOVS.

           SELECT NOTAS ASSIGN TO WRK-ARQ-NOTAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-NOTAS
               RECORD KEY      IS NF-NUMERO
               ALTERNATE RECORD KEY IS NF-PEDIDO WITH DUPLICATES.

           SELECT NFSEQ ASSIGN TO WRK-ARQ-NFSEQ
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-NFSEQ.

           SELECT NFSPOOL ASSIGN TO WRK-ARQ-NFSPOOL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-NFSPOOL.

           SELECT RECEBER ASSIGN TO WRK-ARQ-RECEBER
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-RECEBER
               RECORD KEY      IS RCB-CHAVE
               ALTERNATE RECORD KEY IS RCB-CLIENTE WITH DUPLICATES.

           SELECT ENTREGAS ASSIGN TO WRK-ARQ-ENTREGAS
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-ENTREGAS
               RECORD KEY      IS ENT-PEDIDO.

       DATA DIVISION.
       FILE SECTION.
       COPY CFGFD.
       FD  PRODUTOS.
       COPY PRODREG.

       FD  ESTLOCAL.
       COPY ESTLOCRG.

       FD  MOVESTQ.
       COPY MOVESTRG.

       FD  PONTMOVS.
       COPY PMOVREG.

       FD  NOTAS.
       COPY NFREG.

       FD  NFSEQ.
       01  NFSEQ-REG.
           05 NFSEQ-NUMERO              PIC 9(08).

       FD  NFSPOOL.
       01  NFSPOOL-REG                  PIC X(80).

       FD  RECEBER.
       COPY RCBREG.

       FD  ENTREGAS.
       COPY ENTRREG.

       WORKING-STORAGE SECTION.
       COPY CFGWS.
       77  WRK-ACHOU-ITEM               PIC X(01) VALUE 'N'.
       77  WRK-MOV-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-CONFIRMA                 PIC X(01) VALUE 'N'.
       77  WRK-ARQ-PONTMOVS             PIC X(80) VALUE SPACES.
       77  FS-PONTMOVS                  PIC 9(02) VALUE ZEROS.
       77  WRK-CLI-TIPO                 PIC X(01) VALUE SPACES.
       77  WRK-CLI-PAIS                 PIC 9(03) VALUE ZEROS.
       77  WRK-CLI-FONE                 PIC 9(12) VALUE ZEROS.
      *    PONTOS DO PEDIDO NO RAZAO DE PONTOS.
       77  WRK-PTS-GANHOS               PIC 9(09) VALUE ZEROS.
       77  WRK-PTS-ESTORNADOS           PIC 9(09) VALUE ZEROS.
       77  WRK-PTS-RESGATADOS           PIC 9(09) VALUE ZEROS.
       77  WRK-PTS-DEVOLVIDOS           PIC 9(09) VALUE ZEROS.
       77  WRK-PTS-ESTORNO              PIC 9(09) VALUE ZEROS.
       COPY PONTMW.
      *    NOTA FISCAL DE VENDA DO PEDIDO E O QUE JA FOI ANULADO DELA.
       77  WRK-ARQ-NOTAS                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-NFSEQ                PIC X(80) VALUE SPACES.
       77  WRK-ARQ-NFSPOOL              PIC X(80) VALUE SPACES.
       77  FS-NOTAS                     PIC 9(02) VALUE ZEROS.
       77  FS-NFSEQ                     PIC 9(02) VALUE ZEROS.
       77  FS-NFSPOOL                   PIC 9(02) VALUE ZEROS.
       77  WRK-NF-TIPO                  PIC X(01) VALUE SPACES.
       77  WRK-NF-NUMERO                PIC 9(08) VALUE ZEROS.
       77  WRK-NF-VENDA                 PIC 9(08) VALUE ZEROS.
       77  WRK-NF-UF                    PIC X(02) VALUE SPACES.
       77  WRK-NF-ALIQUOTA              PIC 9(02)V99 VALUE ZEROS.
       77  WRK-NF-MERC                  PIC S9(09)V99 VALUE ZEROS.
       77  WRK-NF-FRETE                 PIC S9(07)V99 VALUE ZEROS.
       77  WRK-NF-VALOR-ED              PIC ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-NF-PERC-ED               PIC Z9,99 VALUE ZEROS.
      *    PARCELAS DO PEDIDO A PRAZO NO CONTAS A RECEBER.
       77  WRK-ARQ-RECEBER              PIC X(80) VALUE SPACES.
       77  FS-RECEBER                   PIC 9(02) VALUE ZEROS.
       77  WRK-QT-PARC-CANC             PIC 9(02) VALUE ZEROS.
       77  WRK-QT-PARC-PAGAS            PIC 9(02) VALUE ZEROS.
      *    LOCAL DE ESTOQUE PARA ONDE VOLTA A MERCADORIA.
       77  WRK-ARQ-ESTLOCAL             PIC X(80) VALUE SPACES.
       77  FS-ESTLOCAL                  PIC 9(02) VALUE ZEROS.
       77  WRK-LOCAL-RETORNO            PIC X(04) VALUE SPACES.
      *    CUSTO DO QUE VOLTA, PELO CUSTO UNITARIO DA VENDA.
       77  WRK-CUSTO-VOLTA              PIC 9(09)V99 VALUE ZEROS.
       77  WRK-CUSTO-COMPLETO           PIC X(01) VALUE 'S'.
       COPY LOCALWS.
      *    ENTREGA DO PEDIDO (MANTENTR).
       77  WRK-ARQ-ENTREGAS             PIC X(80) VALUE SPACES.
       77  FS-ENTREGAS                  PIC 9(02) VALUE ZEROS.
      *    ITENS DO PEDIDO LOCALIZADO, PARA A DEVOLUCAO DE ESTOQUE.
       01  WRK-ITENS.
           05 WRK-ITEM OCCURS 20 TIMES.
              10 WRK-ITEM-PRODUTO       PIC 9(05).
              10 WRK-ITEM-QTDE          PIC 9(03).
              10 WRK-ITEM-PRECO         PIC 9(07)V99.
              10 WRK-ITEM-CUSTO         PIC 9(07)V99.
              10 WRK-ITEM-CUSTO-OK      PIC X(01).

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
           DISPLAY "CODIGO DO MOTIVO (2 LETRAS, EX. DF=DEFEITO, "
                   "AR=ARREPENDIMENTO) : ".
           ACCEPT WRK-MOTIVO.
           DISPLAY "RETORNO DA MERCADORIA - ".
           PERFORM 9605-PEDE-LOCAL.
           MOVE WRK-LOC-CODIGO TO WRK-LOCAL-RETORNO.
           IF WRK-MODO = '2'
               PERFORM 0300-DEVOLVE-ITEM
           ELSE
                   EVALUATE PED-TIPO
                     WHEN 'H'
                       MOVE 'S' TO WRK-ACHOU-PEDIDO
                       MOVE PED-CLI-TIPO TO WRK-CLI-TIPO
                       MOVE PED-CLI-PAIS TO WRK-CLI-PAIS
                       MOVE PED-CLI-FONE TO WRK-CLI-FONE
                     WHEN 'I'
                       IF WRK-QT-ITENS < 20
                           ADD 1 TO WRK-QT-ITENS
                                WRK-ITEM-QTDE(WRK-QT-ITENS)
                           MOVE PED-PRECO TO
                                WRK-ITEM-PRECO(WRK-QT-ITENS)
                           IF PED-DESCONTO IS NUMERIC
                                   AND PED-DESCONTO > ZEROS
                                   AND PED-QTDE > 0
                               COMPUTE WRK-ITEM-PRECO(WRK-QT-ITENS)
                                   ROUNDED = PED-TOTAL / PED-QTDE
                           END-IF
                           MOVE 'N' TO WRK-ITEM-CUSTO-OK(WRK-QT-ITENS)
                           MOVE ZEROS TO WRK-ITEM-CUSTO(WRK-QT-ITENS)
                           IF PED-CUSTO IS NUMERIC AND PED-QTDE > 0
                               COMPUTE WRK-ITEM-CUSTO(WRK-QT-ITENS)
                                   ROUNDED = PED-CUSTO / PED-QTDE
                               MOVE 'S' TO
                                    WRK-ITEM-CUSTO-OK(WRK-QT-ITENS)
                           END-IF
                       END-IF
                     WHEN 'T'
                       MOVE PED-TOTAL TO WRK-TOTAL-PEDIDO
           MOVE WRK-VALOR-CANCELA TO PED-TOTAL.
           MOVE WRK-MOTIVO   TO PED-MOTIVO.
           MOVE WRK-OPERADOR TO PED-OPERADOR.
      *    CUSTO SO VAI SE TODO ITEM QUE VOLTA TEM CUSTO DA VENDA.
           MOVE ZEROS TO WRK-CUSTO-VOLTA.
           MOVE 'S'   TO WRK-CUSTO-COMPLETO.
           PERFORM VARYING WRK-I FROM 1 BY 1
                   UNTIL WRK-I > WRK-QT-ITENS
               IF WRK-ITEM-QTDE(WRK-I) > 0
                   IF WRK-ITEM-CUSTO-OK(WRK-I) = 'S'
                       COMPUTE WRK-CUSTO-VOLTA = WRK-CUSTO-VOLTA
                             + WRK-ITEM-CUSTO(WRK-I)
                             * WRK-ITEM-QTDE(WRK-I)
                   ELSE
                       MOVE 'N' TO WRK-CUSTO-COMPLETO
                   END-IF
               END-IF
           END-PERFORM.
           IF WRK-CUSTO-COMPLETO = 'S'
               MOVE WRK-CUSTO-VOLTA TO PED-CUSTO
           END-IF.
           WRITE PEDIDO-REG.
           CLOSE PEDIDOS.
      *    VOLTA PARA A PRATELEIRA SO O QUE AINDA NAO FOI DEVOLVIDO
               END-IF
           END-PERFORM.
           PERFORM 0450-FECHA-MOVIMENTOS.
           PERFORM 0500-PONTOS-DO-PEDIDO.
           COMPUTE WRK-PTS-ESTORNO =
                   WRK-PTS-GANHOS - WRK-PTS-ESTORNADOS.
           PERFORM 0550-ESTORNA-PONTOS.
           IF WRK-PTS-RESGATADOS > WRK-PTS-DEVOLVIDOS
                   AND WRK-CLI-TIPO = 'C'
               MOVE 'RD' TO PONTMOV-TIPO
               COMPUTE PONTMOV-QTDE =
                       WRK-PTS-RESGATADOS - WRK-PTS-DEVOLVIDOS
               PERFORM 0560-CHAMA-PONTMOV
           END-IF.
           DISPLAY "PEDIDO " WRK-NUMERO " CANCELADO".
           MOVE 'C' TO WRK-NF-TIPO.
           PERFORM 0600-NOTA-CANCELAMENTO.
           PERFORM 0700-CANCELA-PARCELAS.
           PERFORM 0750-ENCERRA-ENTREGA.

       0200-SAIDA.
           EXIT.
                   END-IF
                   COMPUTE WRK-VALOR-DEV =
                           WRK-ITEM-PRECO(WRK-I) * WRK-QTDE-DEV
                   MOVE WRK-ITEM-CUSTO-OK(WRK-I) TO WRK-CUSTO-COMPLETO
                   COMPUTE WRK-CUSTO-VOLTA =
                           WRK-ITEM-CUSTO(WRK-I) * WRK-QTDE-DEV
               END-IF
           END-PERFORM.
           OPEN EXTEND PEDIDOS.
           MOVE WRK-VALOR-DEV TO PED-TOTAL.
           MOVE WRK-MOTIVO   TO PED-MOTIVO.
           MOVE WRK-OPERADOR TO PED-OPERADOR.
           IF WRK-CUSTO-COMPLETO = 'S'
               MOVE WRK-CUSTO-VOLTA TO PED-CUSTO
           END-IF.
           WRITE PEDIDO-REG.
           CLOSE PEDIDOS.
           PERFORM 0400-REPOE-ESTOQUE.
           PERFORM 0450-FECHA-MOVIMENTOS.
      *    O ESTORNO DA DEVOLUCAO E O QUE O VALOR DEVOLVIDO TERIA
      *    GANHO, SEM PASSAR DO QUE O PEDIDO AINDA TEM DE PONTOS.
           PERFORM 0500-PONTOS-DO-PEDIDO.
           COMPUTE WRK-PTS-ESTORNO = WRK-VALOR-DEV * CFG-PONTOS-TAXA.
           IF WRK-PTS-ESTORNO > WRK-PTS-GANHOS - WRK-PTS-ESTORNADOS
               COMPUTE WRK-PTS-ESTORNO =
                       WRK-PTS-GANHOS - WRK-PTS-ESTORNADOS
           END-IF.
           PERFORM 0550-ESTORNA-PONTOS.
           DISPLAY "DEVOLUCAO REGISTRADA".
           MOVE 'D' TO WRK-NF-TIPO.
           PERFORM 0600-NOTA-CANCELAMENTO.

       0300-SAIDA.
           EXIT.

      *    O ITEM DEVOLVIDO VOLTA AO SALDO DO CATALOGO COM MOVIMENTO
      *    'DV' NO DIARIO; PRODUTO SEM CONTROLE DE ESTOQUE SO GANHA O
      *    REGISTRO DA DEVOLUCAO NO PEDIDO. O SALDO DO LOCAL DE
      *    RETORNO ESCOLHIDO SOBE JUNTO COM O TOTAL.
       0400-REPOE-ESTOQUE            SECTION.
           OPEN I-O PRODUTOS.
           IF FS-PRODUTOS NOT = 0
               DISPLAY "CATALOGO INDISPONIVEL - ESTOQUE NAO REPOSTO"
               GO TO 0400-SAIDA
           END-IF.
           OPEN I-O ESTLOCAL.
           IF FS-ESTLOCAL = 35
               OPEN OUTPUT ESTLOCAL
               CLOSE ESTLOCAL
               OPEN I-O ESTLOCAL
           END-IF.
           IF FS-ESTLOCAL NOT = 0
               DISPLAY "SALDOS POR LOCAL INDISPONIVEIS - ESTOQUE NAO "
                       "REPOSTO"
               CLOSE PRODUTOS
               GO TO 0400-SAIDA
           END-IF.
           MOVE WRK-PRODUTO TO PROD-CODIGO.
           READ PRODUTOS
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               IF PROD-ESTOQUE IS NUMERIC
                   MOVE WRK-LOCAL-RETORNO TO WRK-LOC-CODIGO
                   PERFORM 9610-LE-SALDO-LOCAL
                   ADD WRK-QTDE-DEV TO ESTL-SALDO
                   ADD WRK-QTDE-DEV TO PROD-ESTOQUE
                   REWRITE PROD-REG
                     INVALID KEY
                       DISPLAY "PRODUTO NAO REGRAVADO: " PROD-CODIGO
                     NOT INVALID KEY
                       PERFORM 9620-GRAVA-SALDO-LOCAL
                       IF WRK-LOC-GRAVOU NOT = 'S'
                           DISPLAY "SALDO DO LOCAL NAO GRAVADO: "
                                   PROD-CODIGO " " WRK-LOC-CODIGO
                       END-IF
                       PERFORM 0420-GRAVA-MOVIMENTO
                   END-REWRITE
               END-IF
           END-READ.
           CLOSE PRODUTOS ESTLOCAL.

       0400-SAIDA.
           EXIT.
           MOVE WRK-QTDE-DEV TO MOV-QTDE.
           MOVE PROD-ESTOQUE TO MOV-ESTOQUE-DEPOIS.
           MOVE 'CANCPED '   TO MOV-ORIGEM.
           MOVE 'PV'         TO MOV-REF-TIPO.
           MOVE WRK-NUMERO   TO MOV-REF-NUMERO.
           MOVE ZEROS        TO MOV-REF-LINHA.
           MOVE WRK-OPERADOR TO MOV-OPERADOR.
           MOVE WRK-LOC-CODIGO TO MOV-LOCAL.
           MOVE ESTL-SALDO   TO MOV-SALDO-LOCAL.
           MOVE ZEROS        TO MOV-CUSTO-UNIT.
           IF PROD-CUSTO-MEDIO IS NUMERIC
               MOVE PROD-CUSTO-MEDIO TO MOV-CUSTO-UNIT
           END-IF.
           WRITE MOVESTQ-REG.

       0450-FECHA-MOVIMENTOS         SECTION.
               MOVE 'N' TO WRK-MOV-ABERTO
           END-IF.

      *    O QUE O PEDIDO JA MOVIMENTOU DE PONTOS (GANHO E RESGATE NA
      *    ENTRADA, ESTORNOS E DEVOLUCOES DE CANCELAMENTOS ANTERIORES).
      *    O NUMERO DO PEDIDO BASTA: SE O CLIENTE FOI FUNDIDO DEPOIS,
      *    OS PONTOS JA PASSARAM PARA A CHAVE QUE ESTA NO CABECALHO.
       0500-PONTOS-DO-PEDIDO         SECTION.
           MOVE ZEROS TO WRK-PTS-GANHOS WRK-PTS-ESTORNADOS
                         WRK-PTS-RESGATADOS WRK-PTS-DEVOLVIDOS.
           IF WRK-CLI-TIPO NOT = 'C'
               GO TO 0500-SAIDA
           END-IF.
           OPEN INPUT PONTMOVS.
           IF FS-PONTMOVS NOT = 0
               GO TO 0500-SAIDA
           END-IF.
           READ PONTMOVS NEXT RECORD
           PERFORM UNTIL FS-PONTMOVS NOT = 0
               IF PMOV-PEDIDO = WRK-NUMERO
                   EVALUATE PMOV-TIPO
                     WHEN 'AC'
                       ADD PMOV-PONTOS TO WRK-PTS-GANHOS
                     WHEN 'ES'
                       ADD PMOV-PONTOS TO WRK-PTS-ESTORNADOS
                     WHEN 'RS'
                       ADD PMOV-PONTOS TO WRK-PTS-RESGATADOS
                     WHEN 'RD'
                       ADD PMOV-PONTOS TO WRK-PTS-DEVOLVIDOS
                   END-EVALUATE
               END-IF
               READ PONTMOVS NEXT RECORD
           END-PERFORM.
           CLOSE PONTMOVS.

       0500-SAIDA.
           EXIT.

       0550-ESTORNA-PONTOS           SECTION.
           IF WRK-PTS-ESTORNO > ZEROS AND WRK-CLI-TIPO = 'C'
               MOVE 'ES'            TO PONTMOV-TIPO
               MOVE WRK-PTS-ESTORNO TO PONTMOV-QTDE
               PERFORM 0560-CHAMA-PONTMOV
           END-IF.

      *    SE O CLIENTE JA GASTOU OS PONTOS, O ESTORNO PARA NO SALDO
      *    (A ROTINA LIMITA) E O CONSOLE MOSTRA O QUE FOI LANCADO.
       0560-CHAMA-PONTMOV            SECTION.
           MOVE 'M'          TO PONTMOV-FUNCAO.
           MOVE WRK-CLI-PAIS TO PONTMOV-PAIS.
           MOVE WRK-CLI-FONE TO PONTMOV-FONE.
           MOVE WRK-NUMERO   TO PONTMOV-PEDIDO.
           MOVE 'CANCPED '   TO PONTMOV-ORIGEM.
           CALL 'PONTMOV' USING PONTMOV-PARM.
           IF PONTMOV-RETORNO = 'S'
               DISPLAY "PONTOS " PONTMOV-TIPO ": " PONTMOV-QTDE
                       "  SALDO: " PONTMOV-SALDO
           ELSE
               DISPLAY "PONTOS DO PEDIDO NAO ACERTADOS - AVISAR "
                       "O ATENDIMENTO"
           END-IF.

      *    PEDIDO FATURADO: A NOTA DE CANCELAMENTO ANULA O QUE RESTA
      *    DA NOTA DE VENDA (MERCADORIAS MENOS AS DEVOLUCOES JA
      *    NOTADAS, MAIS O FRETE); A DE DEVOLUCAO, O VALOR DO ITEM,
      *    ATE ESSE MESMO SALDO. PEDIDO AINDA SEM NOTA NAO PRECISA DE
      *    NADA: O NFEMIT JA FATURA O PEDIDO LIQUIDO (OU NAO FATURA).
       0600-NOTA-CANCELAMENTO        SECTION.
           OPEN I-O NOTAS.
           IF FS-NOTAS NOT = 0
               GO TO 0600-SAIDA
           END-IF.
           MOVE ZEROS TO WRK-NF-VENDA WRK-NF-MERC WRK-NF-FRETE.
           MOVE WRK-NUMERO TO NF-PEDIDO.
           START NOTAS KEY IS EQUAL NF-PEDIDO
             INVALID KEY
               GO TO 0600-FECHA
           END-START.
           READ NOTAS NEXT RECORD.
           PERFORM UNTIL FS-NOTAS NOT = 0
                         OR NF-PEDIDO NOT = WRK-NUMERO
               EVALUATE TRUE
                 WHEN NF-VENDA
                   MOVE NF-NUMERO      TO WRK-NF-VENDA
                   MOVE NF-UF          TO WRK-NF-UF
                   MOVE NF-ALIQUOTA    TO WRK-NF-ALIQUOTA
                   ADD NF-VALOR-MERC   TO WRK-NF-MERC
                   ADD NF-VALOR-FRETE  TO WRK-NF-FRETE
                 WHEN OTHER
                   SUBTRACT NF-VALOR-MERC  FROM WRK-NF-MERC
                   SUBTRACT NF-VALOR-FRETE FROM WRK-NF-FRETE
               END-EVALUATE
               READ NOTAS NEXT RECORD
           END-PERFORM.
           IF WRK-NF-VENDA = ZEROS
               GO TO 0600-FECHA
           END-IF.
           IF WRK-NF-MERC < ZEROS
               MOVE ZEROS TO WRK-NF-MERC
           END-IF.
           IF WRK-NF-FRETE < ZEROS
               MOVE ZEROS TO WRK-NF-FRETE
           END-IF.
           IF WRK-NF-TIPO = 'D'
               MOVE ZEROS TO WRK-NF-FRETE
               IF WRK-VALOR-DEV < WRK-NF-MERC
                   MOVE WRK-VALOR-DEV TO WRK-NF-MERC
               END-IF
           END-IF.
           IF WRK-NF-MERC = ZEROS AND WRK-NF-FRETE = ZEROS
               DISPLAY "NOTA DE VENDA " WRK-NF-VENDA " JA ANULADA"
               GO TO 0600-FECHA
           END-IF.
           MOVE ZEROS TO WRK-NF-NUMERO.
           OPEN INPUT NFSEQ.
           IF FS-NFSEQ = 0
               READ NFSEQ
                 NOT AT END
                   MOVE NFSEQ-NUMERO TO WRK-NF-NUMERO
               END-READ
               CLOSE NFSEQ
           END-IF.
           ADD 1 TO WRK-NF-NUMERO.
           MOVE SPACES TO NF-REG.
           MOVE WRK-NF-NUMERO   TO NF-NUMERO.
           MOVE WRK-NF-TIPO     TO NF-TIPO.
           MOVE WRK-NUMERO      TO NF-PEDIDO.
           MOVE WRK-HOJE        TO NF-DATA.
           MOVE WRK-NF-VENDA    TO NF-REFERENCIA.
           MOVE WRK-CLI-TIPO    TO NF-CLI-TIPO.
           MOVE WRK-CLI-PAIS    TO NF-CLI-PAIS.
           MOVE WRK-CLI-FONE    TO NF-CLI-FONE.
           MOVE WRK-NF-UF       TO NF-UF.
           MOVE WRK-NF-MERC     TO NF-VALOR-MERC.
           MOVE WRK-NF-FRETE    TO NF-VALOR-FRETE.
           MOVE WRK-NF-ALIQUOTA TO NF-ALIQUOTA.
           COMPUTE NF-VALOR-TOTAL = NF-VALOR-MERC + NF-VALOR-FRETE.
           COMPUTE NF-VALOR-IMPOSTO ROUNDED =
                   NF-VALOR-TOTAL * NF-ALIQUOTA / 100.
           MOVE WRK-MOTIVO      TO NF-MOTIVO.
           MOVE WRK-OPERADOR    TO NF-OPERADOR.
           MOVE FUNCTION CURRENT-DATE(1:14) TO NF-DATAHORA.
           WRITE NF-REG
             INVALID KEY
               DISPLAY "NOTA " WRK-NF-NUMERO " JA EXISTE NO "
                       "REGISTRO - CONTROLE NOTAS.SEQ.TXT FORA DE "
                       "PASSO. NOTA DE CANCELAMENTO NAO EMITIDA - "
                       "AVISAR A CONTABILIDADE"
               MOVE 4 TO RETURN-CODE
               GO TO 0600-FECHA
           END-WRITE.
           OPEN OUTPUT NFSEQ.
           MOVE WRK-NF-NUMERO TO NFSEQ-NUMERO.
           WRITE NFSEQ-REG.
           CLOSE NFSEQ.
           PERFORM 0650-IMPRIME-NOTA.
           DISPLAY "NOTA " WRK-NF-NUMERO " EMITIDA CONTRA A NOTA DE "
                   "VENDA " WRK-NF-VENDA.

       0600-FECHA.
           CLOSE NOTAS.

       0600-SAIDA.
           EXIT.

       0650-IMPRIME-NOTA             SECTION.
           OPEN EXTEND NFSPOOL.
           IF FS-NFSPOOL = 35
               OPEN OUTPUT NFSPOOL
               CLOSE NFSPOOL
               OPEN EXTEND NFSPOOL
           END-IF.
           MOVE '========================================'
             TO NFSPOOL-REG.
           WRITE NFSPOOL-REG.
           MOVE SPACES TO NFSPOOL-REG.
           IF NF-CANCELAMENTO
               STRING 'NOTA DE CANCELAMENTO No ' DELIMITED BY SIZE
                      NF-NUMERO                  DELIMITED BY SIZE
                 INTO NFSPOOL-REG
               END-STRING
           ELSE
               STRING 'NOTA DE DEVOLUCAO No '    DELIMITED BY SIZE
                      NF-NUMERO                  DELIMITED BY SIZE
                 INTO NFSPOOL-REG
               END-STRING
           END-IF.
           WRITE NFSPOOL-REG.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'EMISSAO '           DELIMITED BY SIZE
                  NF-DATA(7:2)         DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  NF-DATA(5:2)         DELIMITED BY SIZE
                  '/'                  DELIMITED BY SIZE
                  NF-DATA(1:4)         DELIMITED BY SIZE
                  '  REF. NOTA DE VENDA ' DELIMITED BY SIZE
                  NF-REFERENCIA        DELIMITED BY SIZE
                  '  PEDIDO '          DELIMITED BY SIZE
                  NF-PEDIDO            DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.
           IF NF-DEVOLUCAO
               MOVE SPACES TO NFSPOOL-REG
               STRING 'PRODUTO DEVOLVIDO ' DELIMITED BY SIZE
                      WRK-PRODUTO          DELIMITED BY SIZE
                      ' QTDE '             DELIMITED BY SIZE
                      WRK-QTDE-DEV         DELIMITED BY SIZE
                 INTO NFSPOOL-REG
               END-STRING
               WRITE NFSPOOL-REG
           END-IF.
           MOVE NF-VALOR-MERC TO WRK-NF-VALOR-ED.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'MERCADORIAS..........: ' DELIMITED BY SIZE
                  WRK-NF-VALOR-ED           DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.
           MOVE NF-VALOR-FRETE TO WRK-NF-VALOR-ED.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'FRETE................: ' DELIMITED BY SIZE
                  WRK-NF-VALOR-ED           DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.
           MOVE NF-VALOR-TOTAL TO WRK-NF-VALOR-ED.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'TOTAL DA NOTA........: ' DELIMITED BY SIZE
                  WRK-NF-VALOR-ED           DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.
           MOVE NF-ALIQUOTA      TO WRK-NF-PERC-ED.
           MOVE NF-VALOR-IMPOSTO TO WRK-NF-VALOR-ED.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'IMPOSTO ESTADUAL '       DELIMITED BY SIZE
                  NF-UF                     DELIMITED BY SIZE
                  ' '                       DELIMITED BY SIZE
                  WRK-NF-PERC-ED            DELIMITED BY SIZE
                  '% ESTORNADO: '           DELIMITED BY SIZE
                  WRK-NF-VALOR-ED           DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.
           MOVE SPACES TO NFSPOOL-REG.
           STRING 'MOTIVO '      DELIMITED BY SIZE
                  NF-MOTIVO      DELIMITED BY SIZE
                  '  OPERADOR '  DELIMITED BY SIZE
                  NF-OPERADOR    DELIMITED BY SIZE
             INTO NFSPOOL-REG
           END-STRING.
           WRITE NFSPOOL-REG.
           CLOSE NFSPOOL.

      *    PEDIDO A PRAZO: AS PARCELAS ABERTAS DO PEDIDO PASSAM A
      *    CANCELADAS ('C', COM O OPERADOR E A HORA). SEM ARQUIVO DE
      *    CONTAS A RECEBER NAO HA PARCELA A CANCELAR.
       0700-CANCELA-PARCELAS         SECTION.
           MOVE ZEROS TO WRK-QT-PARC-CANC WRK-QT-PARC-PAGAS.
           OPEN I-O RECEBER.
           IF FS-RECEBER NOT = 0
               GO TO 0700-SAIDA
           END-IF.
           MOVE WRK-NUMERO TO RCB-PEDIDO.
           MOVE ZEROS      TO RCB-PARCELA.
           START RECEBER KEY IS NOT LESS RCB-CHAVE
             INVALID KEY
               MOVE 23 TO FS-RECEBER
             NOT INVALID KEY
               READ RECEBER NEXT RECORD
           END-START.
           PERFORM UNTIL FS-RECEBER NOT = 0
                         OR RCB-PEDIDO NOT = WRK-NUMERO
               EVALUATE TRUE
                 WHEN RCB-ABERTA
                   MOVE 'C'          TO RCB-SITUACAO
                   MOVE WRK-OPERADOR TO RCB-OPERADOR
                   MOVE FUNCTION CURRENT-DATE(1:14) TO RCB-DATAHORA
                   REWRITE RECEBER-REG
                     INVALID KEY
                       DISPLAY "PARCELA " RCB-PARCELA
                               " NAO REGRAVADA"
                     NOT INVALID KEY
                       ADD 1 TO WRK-QT-PARC-CANC
                   END-REWRITE
                 WHEN RCB-PAGA
                   ADD 1 TO WRK-QT-PARC-PAGAS
                 WHEN OTHER
                   CONTINUE
               END-EVALUATE
               READ RECEBER NEXT RECORD
           END-PERFORM.
           CLOSE RECEBER.
           IF WRK-QT-PARC-CANC > ZEROS
               DISPLAY WRK-QT-PARC-CANC " PARCELA(S) A RECEBER "
                       "CANCELADA(S)"
           END-IF.
           IF WRK-QT-PARC-PAGAS > ZEROS
               DISPLAY WRK-QT-PARC-PAGAS " PARCELA(S) JA PAGA(S) - "
                       "ACERTAR A DEVOLUCAO COM O FINANCEIRO"
           END-IF.

       0700-SAIDA.
           EXIT.

      *    PEDIDO CANCELADO AINDA EM SEPARACAO NAO SAI MAIS: A ENTREGA
      *    FECHA COMO CANCELADA. JA EXPEDIDA, A MERCADORIA ESTA NA
      *    RUA E A VOLTA E ACOMPANHADA NO MANTENTR (DEVOLVIDA).
       0750-ENCERRA-ENTREGA          SECTION.
           OPEN I-O ENTREGAS.
           IF FS-ENTREGAS NOT = 0
               GO TO 0750-SAIDA
           END-IF.
           MOVE WRK-NUMERO TO ENT-PEDIDO.
           READ ENTREGAS
             INVALID KEY
               CLOSE ENTREGAS
               GO TO 0750-SAIDA
           END-READ.
           IF ENT-EM-SEPARACAO
               MOVE 'X'          TO ENT-SITUACAO
               MOVE WRK-HOJE     TO ENT-CANC-DATA
               MOVE WRK-OPERADOR TO ENT-CANC-OPERADOR
               REWRITE ENT-REG
                 INVALID KEY
                   DISPLAY "ENTREGA DO PEDIDO NAO REGRAVADA"
                 NOT INVALID KEY
                   DISPLAY "ENTREGA DO PEDIDO CANCELADA"
               END-REWRITE
           END-IF.
           IF ENT-EXPEDIDA
               DISPLAY "ATENCAO: ENTREGA JA EXPEDIDA - REGISTRAR A "
                       "VOLTA NO MANTENTR"
           END-IF.
           CLOSE ENTREGAS.

       0750-SAIDA.
           EXIT.

       9790-ROTINAS-CONFIG           SECTION.

      *    MONTA OS NOMES COMPLETOS DOS ARQUIVOS DESTE PROGRAMA A
                  'PRODUTOS.MOV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-MOVESTQ
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PONTMOVS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PONTOS.MOV.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PONTMOVS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-NOTAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'NOTAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-NOTAS
           END-STRING.
           MOVE SPACES TO WRK-ARQ-NFSEQ.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'NOTAS.SEQ.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-NFSEQ
           END-STRING.
           MOVE SPACES TO WRK-ARQ-NFSPOOL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'NOTAS.SPL.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-NFSPOOL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-RECEBER.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'RECEBER.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-RECEBER
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ESTLOCAL.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ESTLOCAL.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ESTLOCAL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-ENTREGAS.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'ENTREGAS.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-ENTREGAS
           END-STRING.

       COPY CFGLER.

       COPY ESTLOCAL.
