      ******************************************************************
      *OBJETIVO: AREA DE PARAMETROS DA ROTINA REMESSA (CALL 'REMESSA'
      *          USING REMESSA-PARM, NO ESPIRITO DO NOTIFICA), QUE POE
      *          UM PAGAMENTO PARA OUTRO BANCO NA FILA DE REMESSA
      *          (REMESSA.DAT.TXT, VIDE REMREG.cpy). O CHAMADOR
      *          PREENCHE A ORIGEM ('C' CONTA JA DEBITADA / 'F'
      *          SALARIO), O FAVORECIDO E O VALOR; A ROTINA CONFERE OS
      *          DADOS (CPF PELOS DIGITOS VERIFICADORES), NUMERA O ITEM
      *          E DEVOLVE:
      *            REMESSA-RETORNO '00' = NA FILA, NUMERO EM
      *                                   REMESSA-NUMERO
      *                            '01' = DADOS BANCARIOS INCOMPLETOS
      *                            '02' = CPF INVALIDO
      *                            '03' = VALOR ZERADO
      *                            '09' = FILA NAO PODE SER GRAVADA
      *          COM A DESCRICAO EM REMESSA-MENSAGEM. PARA CONFERIR SEM
      *          GRAVAR (ANTES DE DEBITAR A CONTA), REMESSA-FUNCAO 'V';
      *          'I' CONFERE E INCLUI. COPY NA WORKING-STORAGE DO
      *          CHAMADOR E NA LINKAGE DA REMESSA.
      ******************************************************************
       01  REMESSA-PARM.
           05 REMESSA-FUNCAO        PIC X(01).
           05 REMESSA-ORIGEM        PIC X(01).
           05 REMESSA-CONTA         PIC 9(06).
           05 REMESSA-FUNC-ID       PIC 9(05).
           05 REMESSA-BANCO         PIC 9(03).
           05 REMESSA-AGENCIA       PIC 9(04).
           05 REMESSA-CONTA-DEST    PIC X(12).
           05 REMESSA-CPF           PIC 9(11).
           05 REMESSA-NOME          PIC X(30).
           05 REMESSA-VALOR         PIC 9(08)V99.
           05 REMESSA-OPERADOR      PIC X(08).
           05 REMESSA-NUMERO        PIC 9(08).
           05 REMESSA-RETORNO       PIC X(02).
           05 REMESSA-MENSAGEM      PIC X(40).
