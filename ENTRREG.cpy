      ******************************************************************
      *OBJETIVO: LAYOUT DO ARQUIVO DE ENTREGAS (ENTREGAS.DAT.TXT,
      *          INDEXADO PELO NUMERO DO PEDIDO): UM REGISTRO POR
      *          PEDIDO QUE SAI PARA O CLIENTE (FRETE 'G' OU 'E' NO
      *          FECHAMENTO - VIDE PEDIDREG.cpy), CRIADO PELA ENTRADA
      *          DE PEDIDOS NA CONFIRMACAO (OU PELO MANTENTR, PARA
      *          PEDIDO MAIS ANTIGO) E AVANCADO PELO MANTENTR.
      *          CICLO DA SITUACAO:
      *            'S' = EM SEPARACAO  (CRIACAO DO REGISTRO)
      *            'E' = EXPEDIDA      (ENDERECO COPIADO DO CADASTRO
      *                                 DE CLIENTES NESTA HORA)
      *            'N' = ENTREGUE      (FIM)
      *            'D' = DEVOLVIDA     (FIM; O PEDIDO SEGUE PARA O
      *                                 CANCELAMENTO DO CANCPED)
      *            'X' = CANCELADA     (PEDIDO CANCELADO NO CANCPED
      *                                 ANTES DA EXPEDICAO)
      *          CADA PASSO GUARDA A DATA E O OPERADOR; PASSO AINDA
      *          NAO DADO FICA COM DATA ZERO E OPERADOR EM BRANCO.
      *          COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  ENT-REG.
           05 ENT-PEDIDO                PIC 9(06).
           05 ENT-DATA-PEDIDO           PIC 9(08).
           05 ENT-FRETE                 PIC X(01).
           05 ENT-CLI-TIPO              PIC X(01).
           05 ENT-CLI-PAIS              PIC 9(03).
           05 ENT-CLI-FONE              PIC 9(12).
           05 ENT-SITUACAO              PIC X(01).
              88 ENT-EM-SEPARACAO       VALUE 'S'.
              88 ENT-EXPEDIDA           VALUE 'E'.
              88 ENT-ENTREGUE           VALUE 'N'.
              88 ENT-DEVOLVIDA          VALUE 'D'.
              88 ENT-CANCELADA          VALUE 'X'.
              88 ENT-ENCERRADA          VALUE 'N' 'D' 'X'.
           05 ENT-SEP-DATA              PIC 9(08).
           05 ENT-SEP-OPERADOR          PIC X(08).
           05 ENT-EXP-DATA              PIC 9(08).
           05 ENT-EXP-OPERADOR          PIC X(08).
           05 ENT-ENTR-DATA             PIC 9(08).
           05 ENT-ENTR-OPERADOR         PIC X(08).
           05 ENT-DEV-DATA              PIC 9(08).
           05 ENT-DEV-OPERADOR          PIC X(08).
           05 ENT-CANC-DATA             PIC 9(08).
           05 ENT-CANC-OPERADOR         PIC X(08).
      *    ENDERECO DE ENTREGA, NO MESMO FORMATO DO BLOCO
      *    CLIENTES-ENDERECO DO CLIREG.cpy; EM BRANCO ATE A EXPEDICAO.
           05 ENT-ENDERECO.
              10 ENT-LOGRADOURO         PIC X(30).
              10 ENT-NUMERO             PIC X(06).
              10 ENT-CIDADE             PIC X(20).
              10 ENT-UF                 PIC X(02).
              10 ENT-CEP                PIC 9(08).
