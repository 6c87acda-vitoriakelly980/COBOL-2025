      ******************************************************************
      *OBJETIVO: LAYOUT DA LINHA DO RAZAO (PAGAMENTOS.LOG.TXT),
      *          GRAVADA PELO PAGCONTAS E PELOS JOBS DE LANCAMENTO.
      *          O RAZAO E INDEXADO PELA CONTA + SEQUENCIA
      *          (RAZAO-CHAVE), COM CHAVE ALTERNATIVA NA DATA (COM
      *          DUPLICATAS): O EXTRATO DE UMA CONTA LE SO AS LINHAS
      *          DELA E OS JOBS DO DIA LEEM SO AS DATAS QUE INTERESSAM.
      *          A SEQUENCIA E POR CONTA E QUEM GRAVA A TIRA DO PROPRIO
      *          RAZAO PELA ROTINA DO RAZSEQ.cpy. O RAZAO SEQUENCIAL
      *          ANTIGO E CONVERTIDO UMA VEZ PELO CONVRZIX.
      *          CADA MOVIMENTO SAI CARIMBADO COM DATA, HORA E TIPO:
      *            PG = PAGAMENTO (DEBITO)      CR = DEPOSITO (CREDITO)
      *            TD = TRANSFERENCIA DEBITO    TC = TRANSFERENCIA CRED.
      *            AG = PAGAMENTO AGENDADO      TA = TARIFA MENSAL
      *            JR = JUROS S/ SALDO NEGATIVO SA = SALDO DE ABERTURA
      *            EC = ESTORNO A CREDITO       ED = ESTORNO A DEBITO
      *            EM = LIBERACAO DE EMPRESTIMO PE = PARCELA DE EMPREST.
      *            TE = TRANSF. OUTRO BANCO     DE = DEVOLUCAO DE TE
      *                                              REJEITADA
      *          (O ESTORNO DESFAZ UM LANCAMENTO ERRADO COM UMA LINHA
      *          DE SENTIDO CONTRARIO: EC ESTORNA DEBITO, ED CREDITO.)
      *          O MESMO LAYOUT SERVE AO REAVAL.LAN.TXT DO REAVCAMB,
      *          COM OS TIPOS VA (VARIACAO CAMBIAL ATIVA, GANHO) E VP
      *          (PASSIVA, PERDA) EM REAIS - ESSES NAO VAO AO RAZAO
      *          NEM MEXEM NO SALDO, SO SEGUEM PARA O EXPRAZ.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
      *    RAZAO-OPER IDENTIFICA QUEM PEDIU O MOVIMENTO (OPERADOR OU
      *    LANCAMENTO ACIMA DA ALCADA (EM BRANCO NOS DEMAIS) - E O
      *    RASTRO QUE O AUDITOR PEDE NO QUATRO-OLHOS.
       01  RAZAO-REG.
           05 RAZAO-CHAVE.
              10 RAZAO-CONTA     PIC 9(06).
              10 RAZAO-SEQ       PIC 9(04).
           05 RAZAO-DATA         PIC 9(08).
           05 RAZAO-HORA         PIC 9(06).
           05 RAZAO-TIPO         PIC X(02).
              88 RAZAO-TP-DEBITO  VALUE 'PG' 'TD' 'AG' 'TA' 'JR'
                                        'ED' 'PE' 'TE'.
              88 RAZAO-TP-CREDITO VALUE 'CR' 'TC' 'SA' 'EC' 'EM'
                                        'DE'.
              88 RAZAO-TP-EMPRESTIMO VALUE 'EM' 'PE'.
              88 RAZAO-TP-ESTORNO VALUE 'EC' 'ED'.
              88 RAZAO-TP-OUTRO-BANCO VALUE 'TE' 'DE'.
           05 RAZAO-CONTRA       PIC 9(06).
           05 RAZAO-VALOR        PIC 9(05)V99.
           05 RAZAO-SALDO        PIC S9(05)V99.
      *    MOEDAS AS DUAS LINHAS CARREGAM A TAXA EFETIVA
      *    ORIGEM->DESTINO DO DIA, VINDA DO CADASTRO DE COTACOES.
           05 RAZAO-TAXA         PIC 9(03)V99.
      *    CODIGO DE BARRAS DO BOLETO PAGO NA LINHA (44 DIGITOS,
      *    REMONTADO DA LINHA DIGITAVEL PELA ROTINA BOLETO); EM BRANCO
      *    NOS MOVIMENTOS QUE NAO SAO PAGAMENTO DE BOLETO. AS LINHAS
      *    ANTERIORES A ESTE CAMPO SAO CONVERTIDAS PELO CONVRAZ.
           05 RAZAO-BOLETO       PIC X(44).
      *    NAS LINHAS DE ESTORNO (EC/ED) A MESMA AREA APONTA A LINHA
      *    ORIGINAL ESTORNADA - DATA, HORA, SEQUENCIA E TIPO DELA E O
      *    RECIBO CANCELADO (ZEROS SE ELA NAO TINHA RECIBO). A LINHA
      *    DE ESTORNO SAI SEMPRE NA DATA EM QUE FOI APROVADA; A DATA
      *    ORIGINAL FICA AQUI PARA O EXTRATO E A CONFERENCIA.
           05 RAZAO-ESTORNO REDEFINES RAZAO-BOLETO.
              10 RAZAO-EST-DATA  PIC 9(08).
              10 RAZAO-EST-HORA  PIC 9(06).
              10 RAZAO-EST-SEQ   PIC 9(04).
              10 RAZAO-EST-TIPO  PIC X(02).
              10 RAZAO-EST-RECIBO PIC 9(08).
              10 FILLER          PIC X(16).
      *    NAS LINHAS DE EMPRESTIMO (EM/PE) A AREA TRAZ O CONTRATO E A
      *    PARCELA (ZEROS NA LIBERACAO) - VIDE EMPREG.cpy.
           05 RAZAO-EMPRESTIMO REDEFINES RAZAO-BOLETO.
              10 RAZAO-EMP-CONTRATO PIC 9(06).
              10 RAZAO-EMP-PARCELA  PIC 9(03).
              10 FILLER          PIC X(35).
      *    NAS LINHAS DE OUTRO BANCO (TE/DE) A AREA TRAZ O ITEM DA
      *    FILA DE REMESSA E O FAVORECIDO - VIDE REMREG.cpy.
           05 RAZAO-REMESSA REDEFINES RAZAO-BOLETO.
              10 RAZAO-REM-NUMERO   PIC 9(08).
              10 RAZAO-REM-BANCO    PIC 9(03).
              10 RAZAO-REM-AGENCIA  PIC 9(04).
              10 RAZAO-REM-CONTA    PIC X(12).
              10 FILLER          PIC X(17).
