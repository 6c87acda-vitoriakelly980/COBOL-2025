      ******************************************************************
      *OBJETIVO: LAYOUT DO PLANO DE CONTAS DO RAZAO GERAL
      *          (PLANO.CTA.TXT, INDEXADO PELO CODIGO DA CONTA),
      *          MANTIDO PELO MANTPLC. O CODIGO E O MESMO DE OITO
      *          POSICOES QUE O CONTABIL.MAP.TXT USA NAS PARTIDAS DE
      *          CADA EVENTO, E O LANCCTB SO LANCA EM CONTA CADASTRADA
      *          E ATIVA. A DESATIVACAO E LOGICA (SITUACAO 'I'): A
      *          CONTA INATIVA NAO RECEBE LANCAMENTO NOVO, MAS O SALDO
      *          E O HISTORICO DELA CONTINUAM NO BALANCETE.
      *          GRUPO: 'A' ATIVO, 'P' PASSIVO, 'L' PATRIMONIO
      *          LIQUIDO, 'R' RECEITA, 'D' DESPESA/CUSTO. A NATUREZA
      *          ('D' DEVEDORA / 'C' CREDORA) E O LADO EM QUE O SALDO
      *          NORMAL DA CONTA FICA; SALDO DO LADO CONTRARIO SAI
      *          MARCADO NO BALANCETE.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  PLC-REG.
           05 PLC-CONTA                 PIC X(08).
           05 PLC-DESCRICAO             PIC X(30).
           05 PLC-GRUPO                 PIC X(01).
              88 PLC-GRUPO-VALIDO       VALUE 'A' 'P' 'L' 'R' 'D'.
           05 PLC-NATUREZA              PIC X(01).
              88 PLC-DEVEDORA           VALUE 'D'.
              88 PLC-CREDORA            VALUE 'C'.
           05 PLC-SITUACAO              PIC X(01).
              88 PLC-ATIVA              VALUE 'A'.
              88 PLC-INATIVA            VALUE 'I'.
           05 PLC-OPERADOR              PIC X(08).
           05 PLC-DATAHORA              PIC X(14).
