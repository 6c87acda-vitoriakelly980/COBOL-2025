      ******************************************************************
      *OBJETIVO: AREA DE PARAMETROS DA ROTINA COMPARTILHADA DE BOLETOS
      *          DE COBRANCA (CALL 'BOLETO' USING BOLETO-PARM).
      *          FUNCOES:
      *            'V' - VALIDA A LINHA DIGITAVEL DE BOLETO-ENTRADA
      *                  (47 DIGITOS; PONTOS E ESPACOS DA DIGITACAO
      *                  SAO IGNORADOS): DIGITOS DOS TRES CAMPOS
      *                  (MODULO 10) E DIGITO GERAL DO CODIGO DE
      *                  BARRAS (MODULO 11). DEVOLVE O CODIGO DE
      *                  BARRAS (IDENTIFICADOR DO BOLETO), VENCIMENTO
      *                  E VALOR DO DOCUMENTO TIRADOS DA PROPRIA
      *                  LINHA, E - PAGO DEPOIS DO VENCIMENTO NA DATA
      *                  BOLETO-DATA-PAGTO - A MULTA (BOLETO-MULTA=) E
      *                  OS JUROS PRO RATA DIA (BOLETO-JUROS=) SOMADOS
      *                  EM BOLETO-VALOR-PAGAR. VENCIMENTO EM DIA NAO
      *                  UTIL PAGO NO PRIMEIRO DIA UTIL SEGUINTE NAO
      *                  TEM ENCARGO. EM BOLETO-SITUACAO VOLTA A
      *                  SITUACAO DO BOLETO NO REGISTRO DE BOLETOS
      *                  PAGOS (VIDE BOLPAGRG.cpy; ESPACO = NUNCA
      *                  VISTO) - A RECUSA DE DUPLICIDADE E DE QUEM
      *                  CHAMA.
      *            'R' - REGISTRA BOLETO-CODIGO NO REGISTRO DE BOLETOS
      *                  PAGOS COM A SITUACAO BOLETO-SITUACAO E OS
      *                  DEMAIS CAMPOS DA AREA (INCLUI OU REGRAVA;
      *                  NA REGRAVACAO VENCIMENTO E VALOR DO DOCUMENTO
      *                  FICAM OS DO REGISTRO).
      *            'X' - EXCLUI BOLETO-CODIGO DO REGISTRO (RESERVA DE
      *                  APROVACAO RECUSADA OU AGENDAMENTO QUE FALHOU:
      *                  O BOLETO VOLTA A PODER SER PAGO).
      *          BOLETO-RETORNO 'S' = OK; 'N' = LINHA INVALIDA OU
      *          REGISTRO INDISPONIVEL, COM O MOTIVO EM
      *          BOLETO-MENSAGEM. COPY NA WORKING-STORAGE DO PROGRAMA
      *          CHAMADOR E NA LINKAGE DO BOLETO.
      ******************************************************************
       01  BOLETO-PARM.
           05 BOLETO-FUNCAO             PIC X(01).
           05 BOLETO-ENTRADA            PIC X(60).
           05 BOLETO-DATA-PAGTO         PIC 9(08).
           05 BOLETO-CODIGO             PIC X(44).
           05 BOLETO-VENCIMENTO         PIC 9(08).
           05 BOLETO-VALOR-DOC          PIC 9(08)V99.
           05 BOLETO-DIAS-ATRASO        PIC 9(05).
           05 BOLETO-MULTA              PIC 9(08)V99.
           05 BOLETO-JUROS              PIC 9(08)V99.
           05 BOLETO-VALOR-PAGAR        PIC 9(08)V99.
           05 BOLETO-SITUACAO           PIC X(01).
           05 BOLETO-CONTA              PIC 9(06).
           05 BOLETO-VALOR-PAGO         PIC 9(05)V99.
           05 BOLETO-ORIGEM             PIC X(08).
           05 BOLETO-OPERADOR           PIC X(08).
           05 BOLETO-RECIBO             PIC 9(08).
           05 BOLETO-RETORNO            PIC X(01).
           05 BOLETO-MENSAGEM           PIC X(40).
