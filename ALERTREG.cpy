      ******************************************************************
      *OBJETIVO: LAYOUT DO ARQUIVO DE ALERTAS DE PREVENCAO A LAVAGEM
      *          DE DINHEIRO (ALERTAS.PLD.TXT, INDEXADO POR NUMERO DO
      *          ALERTA + ITEM). GRAVADO PELO MONPLD NA VARREDURA
      *          NOTURNA DO RAZAO E DECIDIDO PELO ANALISTA NO DECPLD.
      *          CADA ALERTA TEM O ITEM 00 (CABECALHO: REGRA, CLIENTE
      *          TITULAR E A DECISAO) E OS ITENS 01 EM DIANTE COM AS
      *          LINHAS DO RAZAO QUE DISPARARAM A REGRA:
      *            LE = DEPOSITO EM ESPECIE NO LIMITE DE COMUNICACAO
      *            FR = FRACIONAMENTO (VARIOS DEPOSITOS LOGO ABAIXO
      *                 DO LIMITE EM POUCOS DIAS)
      *            GR = GIRO RAPIDO (O QUE ENTROU SAIU LOGO EM SEGUIDA)
      *          SITUACAO: 'P' PENDENTE DE ANALISE, 'D' DESCARTADO,
      *          'C' COMUNICADO AO COAF. COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  ALERTA-REG.
           05 ALERTA-CHAVE.
              10 ALERTA-NUMERO          PIC 9(08).
              10 ALERTA-ITEM            PIC 9(02).
           05 ALERTA-CONTA              PIC 9(06).
           05 ALERTA-DADOS              PIC X(80).
      *    ITEM 00. ALERTA-DATA E O DIA ANALISADO PELO MONPLD;
      *    CLIENTE PELO VINCULO DO CONTAS.TIT.TXT (ZEROS SE A CONTA
      *    NAO TEM TITULAR VALIDO). ALERTA-QT-LINHAS E O TOTAL DE
      *    LINHAS QUE DISPARARAM - SO AS 20 PRIMEIRAS VIRAM ITENS.
           05 ALERTA-CAB REDEFINES ALERTA-DADOS.
              10 ALERTA-REGRA           PIC X(02).
                 88 ALERTA-ESPECIE      VALUE 'LE'.
                 88 ALERTA-FRACIONA     VALUE 'FR'.
                 88 ALERTA-GIRO         VALUE 'GR'.
              10 ALERTA-DATA            PIC 9(08).
              10 ALERTA-CLI-PAIS        PIC 9(03).
              10 ALERTA-CLI-FONE        PIC 9(12).
              10 ALERTA-QT-LINHAS       PIC 9(02).
              10 ALERTA-TOTAL           PIC 9(07)V99.
              10 ALERTA-SITUACAO        PIC X(01).
                 88 ALERTA-PENDENTE     VALUE 'P'.
                 88 ALERTA-DESCARTADO   VALUE 'D'.
                 88 ALERTA-COMUNICADO   VALUE 'C'.
              10 ALERTA-ANALISTA        PIC X(08).
              10 ALERTA-DATA-DECISAO    PIC 9(08).
              10 ALERTA-PARECER         PIC X(27).
      *    ITENS 01 EM DIANTE: A LINHA DO RAZAO COMO ESTAVA.
           05 ALERTA-LINHA REDEFINES ALERTA-DADOS.
              10 ALERTA-LIN-DATA        PIC 9(08).
              10 ALERTA-LIN-HORA        PIC 9(06).
              10 ALERTA-LIN-SEQ         PIC 9(04).
              10 ALERTA-LIN-TIPO        PIC X(02).
              10 ALERTA-LIN-CONTRA      PIC 9(06).
              10 ALERTA-LIN-VALOR       PIC 9(05)V99.
              10 ALERTA-LIN-OPER        PIC X(08).
              10 FILLER                 PIC X(39).
