      ******************************************************************
      *OBJETIVO: LAYOUT DA FILA DE PAGAMENTOS PARA OUTROS BANCOS
      *          (REMESSA.DAT.TXT, INDEXADO PELO NUMERO DO ITEM).
      *          O ITEM ENTRA PELA ROTINA REMESSA (CHAMADA PELO
      *          PAGCONTAS NA TRANSFERENCIA PARA OUTRO BANCO E PELO
      *          SALARIOS NO FUNCIONARIO COM CONTA EM OUTRO BANCO),
      *          SAI NO ARQUIVO DO BANCO PELO GERAREM E E BAIXADO PELO
      *          RETBANCO NA IMPORTACAO DO RETORNO. SITUACAO:
      *            'P' = NA FILA, AINDA NAO ENVIADO
      *            'E' = ENVIADO NO LOTE REM-LOTE, AGUARDANDO RETORNO
      *            'C' = CONFIRMADO PELO BANCO
      *            'R' = REJEITADO PELO BANCO (MOTIVO NO ITEM)
      *          COPY LOGO ABAIXO DO FD.
      ******************************************************************
      *    REM-CONTA E A CONTA DE ORIGEM JA DEBITADA (LINHA 'TE' NO
      *    RAZAO) - E PARA ELA QUE VOLTA O DINHEIRO SE O BANCO
      *    REJEITAR. NO SALARIO (REM-ORIGEM 'F') NAO HA CONTA DE
      *    ORIGEM: QUEM PAGA E A EMPRESA, E A REJEICAO SO VAI PARA O
      *    RELATORIO DE EXCECOES.
       01  REM-REG.
           05 REM-NUMERO                PIC 9(08).
           05 REM-ORIGEM                PIC X(01).
              88 REM-DE-CONTA           VALUE 'C'.
              88 REM-DE-FOLHA           VALUE 'F'.
           05 REM-CONTA                 PIC 9(06).
           05 REM-FUNC-ID               PIC 9(05).
           05 REM-BANCO                 PIC 9(03).
           05 REM-AGENCIA               PIC 9(04).
           05 REM-CONTA-DEST            PIC X(12).
           05 REM-CPF                   PIC 9(11).
           05 REM-NOME                  PIC X(30).
           05 REM-VALOR                 PIC 9(08)V99.
           05 REM-DATA                  PIC 9(08).
           05 REM-OPERADOR              PIC X(08).
           05 REM-SITUACAO              PIC X(01).
              88 REM-PENDENTE           VALUE 'P'.
              88 REM-ENVIADO            VALUE 'E'.
              88 REM-CONFIRMADO         VALUE 'C'.
              88 REM-REJEITADO          VALUE 'R'.
           05 REM-LOTE                  PIC 9(06).
           05 REM-DATA-RETORNO          PIC 9(08).
           05 REM-OCORRENCIA            PIC X(02).
           05 REM-MOTIVO                PIC X(30).
           05 FILLER                    PIC X(10).
