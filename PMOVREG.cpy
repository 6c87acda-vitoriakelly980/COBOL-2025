      ******************************************************************
      *OBJETIVO: LAYOUT DO RAZAO DE PONTOS DE FIDELIDADE
      *          (PONTOS.MOV.TXT, SEQUENCIAL, SO CRESCE): TODO GANHO,
      *          RESGATE, ESTORNO, EXPIRACAO E TRANSFERENCIA, COM O
      *          SALDO DO CLIENTE DEPOIS DO MOVIMENTO. GRAVADO SO PELA
      *          ROTINA PONTMOV; LIDO PELO CANCPED (PONTOS DO PEDIDO),
      *          PELO PONTEXP (EXPIRACAO) E PELO PONTEXT (EXTRATO).
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
      *    CREDITOS: AC GANHO NO PEDIDO, RD RESGATE DEVOLVIDO NO
      *    CANCELAMENTO, TE TRANSFERENCIA RECEBIDA NA FUSAO DE
      *    CADASTROS. DEBITOS: RS RESGATE COMO DESCONTO, ES ESTORNO DO
      *    GANHO (CANCELAMENTO/DEVOLUCAO), EX EXPIRACAO, TS
      *    TRANSFERENCIA ENVIADA NA FUSAO.
       01  PMOV-REG.
           05 PMOV-CHAVE.
              10 PMOV-PAIS              PIC 9(03).
              10 PMOV-FONE              PIC 9(12).
           05 PMOV-DATAHORA             PIC X(14).
           05 PMOV-TIPO                 PIC X(02).
              88 PMOV-CREDITO           VALUE 'AC' 'RD' 'TE'.
              88 PMOV-DEBITO            VALUE 'RS' 'ES' 'EX' 'TS'.
           05 PMOV-PONTOS               PIC 9(09).
           05 PMOV-PEDIDO               PIC 9(06).
           05 PMOV-SALDO                PIC 9(09).
           05 PMOV-ORIGEM               PIC X(08).
