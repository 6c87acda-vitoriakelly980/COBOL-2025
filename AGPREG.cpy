      ******************************************************************
      *OBJETIVO: LAYOUT DO REGISTRO DA AGENDA DE PAGAMENTOS
      *          (AGENDA.PAG.TXT, SEQUENCIAL), MANTIDA PELO AGENDPAG E
      *          LIDA OU GRAVADA PELO FATMENS, INADALU, FLUXOPAG E
      *          DASHOPS.
      *          FREQUENCIA EM BRANCO = PAGAMENTO UNICO (LINHAS ANTIGAS
      *          CONTINUAM VALENDO SEM CONVERSAO); 'M' MENSAL NO
      *          AGP-DIA; 'S' SEMANAL. DATA FIM ZERADA = SEM FIM. LINHA
      *          DIGITAVEL EM BRANCO = PAGAMENTO SEM BOLETO.
      *          A MENSALIDADE LANCADA PELO FATMENS TEM A DESCRICAO
      *          'MENSALIDADE MMMMMM/AAAAMM' (MATRICULA E COMPETENCIA
      *          NA VISAO AGP-DESC-...), CONCILIADA PELO INADALU.
      *          COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  AGENDA-REG.
           05 AGP-CONTA                 PIC 9(06).
           05 AGP-VALOR                 PIC 9(05)V99.
           05 AGP-DESCRICAO             PIC X(30).
           05 FILLER REDEFINES AGP-DESCRICAO.
              10 AGP-DESC-TIPO          PIC X(12).
              10 AGP-DESC-MATRICULA     PIC X(06).
              10 FILLER                 PIC X(01).
              10 AGP-DESC-COMPETENCIA   PIC X(06).
              10 FILLER                 PIC X(05).
           05 AGP-VENCIMENTO            PIC 9(08).
           05 AGP-SITUACAO              PIC X(01).
              88 AGP-PENDENTE           VALUE 'P'.
              88 AGP-LANCADO            VALUE 'L'.
              88 AGP-FALHOU             VALUE 'F'.
           05 AGP-FREQUENCIA            PIC X(01).
              88 AGP-MENSAL             VALUE 'M'.
              88 AGP-SEMANAL            VALUE 'S'.
           05 AGP-DIA                   PIC 9(02).
           05 AGP-DATA-FIM              PIC 9(08).
           05 AGP-LINHA-BOLETO          PIC X(47).
