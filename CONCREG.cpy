      ******************************************************************
      *OBJETIVO: LAYOUT DAS PENDENCIAS DA CONCILIACAO BANCARIA
      *          (CONC.PEND.TXT), REGRAVADO INTEIRO A CADA EXECUCAO DO
      *          CONCBCO. CADA REGISTRO E UM LANCAMENTO QUE FICOU SEM
      *          PAR - SO NO EXTRATO DO BANCO (LADO 'B') OU SO NO
      *          RAZAO (LADO 'R') - OU UM PAR ACHADO PELA REFERENCIA
      *          COM VALORES DIFERENTES (SITUACAO 'D', OS DOIS LADOS
      *          APONTANDO UM PARA O OUTRO EM CONC-PAR-ID). A
      *          PENDENCIA ENTRA NA CONCILIACAO DO DIA SEGUINTE E SAI
      *          QUANDO ACHA O PAR OU QUANDO UM SUPERVISOR A BAIXA
      *          (CONC.BAIXA.TXT GUARDA A BAIXA).
      *          COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  CONC-REG.
           05 CONC-ID                   PIC 9(08).
           05 CONC-LADO                 PIC X(01).
              88 CONC-DO-BANCO          VALUE 'B'.
              88 CONC-DO-RAZAO          VALUE 'R'.
           05 CONC-SITUACAO             PIC X(01).
              88 CONC-SEM-PAR           VALUE 'A'.
              88 CONC-DIVERGENTE        VALUE 'D'.
           05 CONC-DATA                 PIC 9(08).
           05 CONC-DC                   PIC X(01).
           05 CONC-VALOR                PIC 9(10)V99.
           05 CONC-REFERENCIA           PIC X(20).
           05 CONC-HISTORICO            PIC X(30).
      *    DATA DO EXTRATO EM CUJA CONCILIACAO A PENDENCIA NASCEU.
           05 CONC-DESDE                PIC 9(08).
           05 CONC-PAR-ID               PIC 9(08).
           05 FILLER                    PIC X(23).
