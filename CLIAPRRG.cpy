      ******************************************************************
      *OBJETIVO: LAYOUT DO REGISTRO DA FILA DE APROVACAO DUPLA DAS
      *          ACOES SENSIVEIS DO CADASTRO DE CLIENTES
      *          (CLIENTES.APR.TXT), NO MESMO ESPIRITO DO APRREG.cpy
      *          DOS PAGAMENTOS ACIMA DA ALCADA. REATIVAR (OPCAO 7),
      *          TROCAR TELEFONE (OPCAO 8) E ANONIMIZAR (OPCAO A) NAO
      *          GRAVAM NA HORA: O PEDIDO FICA AQUI COM SITUACAO 'P',
      *          QUEM PEDIU, QUANDO E POR QUE, E SO E APLICADO QUANDO
      *          OUTRO OPERADOR DE PERFIL 'T' APROVA PELA OPCAO Q DO
      *          CLIENTES ('A'); A RECUSA FICA COMO 'R'.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  CLIAPR-REG.
           05 CAPR-ACAO                 PIC X(01).
              88 CAPR-REATIVAR          VALUE 'R'.
              88 CAPR-TROCA             VALUE 'T'.
              88 CAPR-ANONIMIZAR        VALUE 'A'.
           05 CAPR-CHAVE.
              10 CAPR-PAIS              PIC 9(03).
              10 CAPR-FONE              PIC 9(12).
      *    SO NA TROCA DE TELEFONE: A CHAVE PARA ONDE O REGISTRO VAI.
           05 CAPR-CHAVE-NOVA.
              10 CAPR-PAIS-NOVO         PIC 9(03).
              10 CAPR-FONE-NOVO         PIC 9(12).
           05 CAPR-DATAHORA             PIC X(14).
           05 CAPR-SOLICITANTE          PIC X(08).
           05 CAPR-MOTIVO               PIC X(40).
           05 CAPR-SITUACAO             PIC X(01).
              88 CAPR-PENDENTE          VALUE 'P'.
              88 CAPR-APROVADO          VALUE 'A'.
              88 CAPR-RECUSADO          VALUE 'R'.
           05 CAPR-APROVADOR            PIC X(08).
           05 CAPR-DATAHORA-DEC         PIC X(14).
