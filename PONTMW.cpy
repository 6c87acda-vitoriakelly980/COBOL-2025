      ******************************************************************
      *OBJETIVO: AREA DE PARAMETROS DA ROTINA COMPARTILHADA DE PONTOS
      *          DE FIDELIDADE (CALL 'PONTMOV' USING PONTMOV-PARM).
      *          FUNCOES:
      *            'S' - SALDO: DEVOLVE EM PONTMOV-SALDO O SALDO DA
      *                  CHAVE (ZERO SE NUNCA TEVE PONTOS)
      *            'M' - MOVIMENTO: LANCA PONTMOV-QTDE PONTOS DO TIPO
      *                  PONTMOV-TIPO (VIDE PMOVREG.cpy) NO SALDO E NO
      *                  RAZAO. DEBITO MAIOR QUE O SALDO E LIMITADO AO
      *                  SALDO - O LANCADO DE FATO VOLTA EM
      *                  PONTMOV-QTDE.
      *          PONTMOV-RETORNO 'S' = OK, 'N' = ARQUIVOS INDISPONIVEIS
      *          (NADA FOI LANCADO). COPY NA WORKING-STORAGE DO
      *          PROGRAMA CHAMADOR E NA LINKAGE DO PONTMOV.
      ******************************************************************
       01  PONTMOV-PARM.
           05 PONTMOV-FUNCAO            PIC X(01).
           05 PONTMOV-CHAVE.
              10 PONTMOV-PAIS           PIC 9(03).
              10 PONTMOV-FONE           PIC 9(12).
           05 PONTMOV-TIPO              PIC X(02).
           05 PONTMOV-QTDE              PIC 9(09).
           05 PONTMOV-PEDIDO            PIC 9(06).
           05 PONTMOV-ORIGEM            PIC X(08).
           05 PONTMOV-SALDO             PIC 9(09).
           05 PONTMOV-RETORNO           PIC X(01).
