      *OBJETIVO: RESUMO DIARIO DOS PEDIDOS (PEDIDOS.DAT.TXT, VIDE
      *          PEDIDREG.cpy): PARA A DATA PEDIDA (ENTER = HOJE),
      *          QUANTIDADE DE PEDIDOS, ITENS VENDIDOS, VALOR TOTAL E
      *          QUANTOS PEDIDOS SAIRAM COM FRETE GRATIS X ENTREGA COM
      *          FRETE COBRADO X RETIRADA NA LOJA, E A RECEITA DE
      *          FRETE DO DIA (FORA DO VALOR DAS MERCADORIAS). SAI NA
      *          TELA E EM RESUMPED.RPT.TXT.
      *          FECHA COM OS DESCONTOS CONCEDIDOS POR PROMOCAO NO DIA
      *          (PED-DESCONTO/PED-PROMOCAO DOS ITENS, DESCRICAO DO
      *          CADASTRO PROMOCOES.DAT.TXT QUANDO DISPONIVEL).
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PEDIDOS.

           SELECT PROMOCOES ASSIGN TO WRK-ARQ-PROMOCOES
               ORGANIZATION    IS INDEXED
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-PROMOCOES
               RECORD KEY      IS PROM-CODIGO.

           SELECT PEDREL ASSIGN TO WRK-ARQ-PEDREL
               ORGANIZATION    IS SEQUENTIAL
               FILE STATUS     IS FS-PEDREL.
       FD  PEDIDOS.
       COPY PEDIDREG.

       FD  PROMOCOES.
       COPY PROMREG.

       FD  PEDREL.
       01  PEDREL-REG                   PIC X(80).

       77  WRK-QT-ITENS                 PIC 9(05) VALUE ZEROS.
       77  WRK-QT-FRETE-GRATIS          PIC 9(05) VALUE ZEROS.
       77  WRK-QT-RETIRADA              PIC 9(05) VALUE ZEROS.
       77  WRK-QT-ENTREGA               PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-FRETE                PIC 9(11)V99 VALUE ZEROS.
       77  WRK-TOT-VALOR                PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-IDENTIFICADOS         PIC 9(05) VALUE ZEROS.
       77  WRK-QT-BALCAO                PIC 9(05) VALUE ZEROS.
       77  WRK-TOT-ED                   PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                        VALUE ZEROS.
       77  WRK-LINHA                    PIC X(80) VALUE SPACES.
       77  WRK-ARQ-PROMOCOES            PIC X(80) VALUE SPACES.
       77  FS-PROMOCOES                 PIC 9(02) VALUE ZEROS.
       77  WRK-PROM-QTDE                PIC 9(02) VALUE ZEROS.
       77  WRK-PROM-K                   PIC 9(02) VALUE ZEROS.
       77  WRK-PROM-ACHOU               PIC X(01) VALUE 'N'.
       77  WRK-PROM-ABERTO              PIC X(01) VALUE 'N'.
       77  WRK-TOT-DESCONTO             PIC 9(11)V99 VALUE ZEROS.
       77  WRK-QT-ITENS-DESC            PIC 9(05) VALUE ZEROS.
      *    DESCONTO DO DIA POR PROMOCAO; A 51A EM DIANTE SOMA NA
      *    ULTIMA LINHA ('OUTRAS').
       01  WRK-PROM-TAB.
           05 WRK-PROM-ITEM OCCURS 50 TIMES.
              10 WRK-PROM-CODIGO        PIC X(06).
              10 WRK-PROM-ITENS         PIC 9(05).
              10 WRK-PROM-DESCONTO      PIC 9(11)V99.

       PROCEDURE DIVISION.
       0000-PRINCIPAL                SECTION.
                       END-IF
                     WHEN 'I'
                       ADD PED-QTDE TO WRK-QT-ITENS
                       IF PED-DESCONTO IS NUMERIC
                               AND PED-DESCONTO > ZEROS
                           PERFORM 0250-ACUMULA-PROMOCAO
                       END-IF
                     WHEN 'T'
                       ADD PED-TOTAL TO WRK-TOT-VALOR
                       IF WRK-TIPO-ATUAL = 'C'
                       ELSE
                           ADD PED-TOTAL TO WRK-TOT-BALCAO
                       END-IF
                       EVALUATE PED-FRETE
                         WHEN 'G'
                           ADD 1 TO WRK-QT-FRETE-GRATIS
                         WHEN 'E'
                           ADD 1 TO WRK-QT-ENTREGA
                         WHEN OTHER
                           ADD 1 TO WRK-QT-RETIRADA
                       END-EVALUATE
                       IF PED-VALOR-FRETE IS NUMERIC
                           ADD PED-VALOR-FRETE TO WRK-TOT-FRETE
                       END-IF
                     WHEN 'C'
                       ADD 1 TO WRK-QT-CANCELAMENTOS
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           MOVE WRK-TOT-FRETE TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'ENTREGAS C/FRETE.: '  DELIMITED BY SIZE
                  WRK-QT-ENTREGA         DELIMITED BY SIZE
                  ' RECEITA '            DELIMITED BY SIZE
                  WRK-TOT-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           PERFORM 0350-LISTA-PROMOCOES.
           CLOSE PEDIDOS.
           CLOSE PEDREL.

       0250-ACUMULA-PROMOCAO         SECTION.
           ADD 1            TO WRK-QT-ITENS-DESC.
           ADD PED-DESCONTO TO WRK-TOT-DESCONTO.
           MOVE 'N' TO WRK-PROM-ACHOU.
           PERFORM VARYING WRK-PROM-K FROM 1 BY 1
                   UNTIL WRK-PROM-K > WRK-PROM-QTDE
                      OR WRK-PROM-ACHOU = 'S'
               IF WRK-PROM-CODIGO(WRK-PROM-K) = PED-PROMOCAO
                   MOVE 'S' TO WRK-PROM-ACHOU
                   ADD 1 TO WRK-PROM-ITENS(WRK-PROM-K)
                   ADD PED-DESCONTO TO WRK-PROM-DESCONTO(WRK-PROM-K)
               END-IF
           END-PERFORM.
           IF WRK-PROM-ACHOU = 'S'
               GO TO 0250-SAIDA
           END-IF.
           IF WRK-PROM-QTDE < 50
               ADD 1 TO WRK-PROM-QTDE
               MOVE PED-PROMOCAO TO WRK-PROM-CODIGO(WRK-PROM-QTDE)
               MOVE ZEROS        TO WRK-PROM-ITENS(WRK-PROM-QTDE)
                                    WRK-PROM-DESCONTO(WRK-PROM-QTDE)
           ELSE
               MOVE 'OUTRAS' TO WRK-PROM-CODIGO(WRK-PROM-QTDE)
           END-IF.
           ADD 1 TO WRK-PROM-ITENS(WRK-PROM-QTDE).
           ADD PED-DESCONTO TO WRK-PROM-DESCONTO(WRK-PROM-QTDE).

       0250-SAIDA.
           EXIT.

       0350-LISTA-PROMOCOES          SECTION.
           MOVE WRK-TOT-DESCONTO TO WRK-TOT-ED.
           MOVE SPACES TO WRK-LINHA.
           STRING 'DESCONTOS PROMOC.: '  DELIMITED BY SIZE
                  WRK-QT-ITENS-DESC      DELIMITED BY SIZE
                  ' ITENS '              DELIMITED BY SIZE
                  WRK-TOT-ED             DELIMITED BY SIZE
             INTO WRK-LINHA
           END-STRING.
           PERFORM 0500-GRAVA-LINHA.
           IF WRK-PROM-QTDE = ZEROS
               GO TO 0350-SAIDA
           END-IF.
      *    SEM O CADASTRO DE PROMOCOES SAI SO O CODIGO.
           OPEN INPUT PROMOCOES.
           IF FS-PROMOCOES = 0
               MOVE 'S' TO WRK-PROM-ABERTO
           END-IF.
           PERFORM VARYING WRK-PROM-K FROM 1 BY 1
                   UNTIL WRK-PROM-K > WRK-PROM-QTDE
               MOVE SPACES TO PROM-DESCRICAO
               IF WRK-PROM-ABERTO = 'S'
                   MOVE WRK-PROM-CODIGO(WRK-PROM-K) TO PROM-CODIGO
                   READ PROMOCOES
                     INVALID KEY
                       MOVE SPACES TO PROM-DESCRICAO
                   END-READ
               END-IF
               MOVE WRK-PROM-DESCONTO(WRK-PROM-K) TO WRK-TOT-ED
               MOVE SPACES TO WRK-LINHA
               STRING '  '                         DELIMITED BY SIZE
                      WRK-PROM-CODIGO(WRK-PROM-K)  DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      PROM-DESCRICAO(1:24)         DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      WRK-PROM-ITENS(WRK-PROM-K)   DELIMITED BY SIZE
                      ' '                          DELIMITED BY SIZE
                      WRK-TOT-ED                   DELIMITED BY SIZE
                 INTO WRK-LINHA
               END-STRING
               PERFORM 0500-GRAVA-LINHA
           END-PERFORM.
           IF WRK-PROM-ABERTO = 'S'
               CLOSE PROMOCOES
           END-IF.

       0350-SAIDA.
           EXIT.

       0500-GRAVA-LINHA              SECTION.
           DISPLAY WRK-LINHA.
           MOVE WRK-LINHA TO PEDREL-REG.
                  'RESUMPED.RPT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PEDREL
           END-STRING.
           MOVE SPACES TO WRK-ARQ-PROMOCOES.
           STRING FUNCTION TRIM(CFG-DIR-DADOS) DELIMITED BY SIZE
                  'PROMOCOES.DAT.TXT' DELIMITED BY SIZE
             INTO WRK-ARQ-PROMOCOES
           END-STRING.

       COPY CFGLER.
