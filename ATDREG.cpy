      ******************************************************************
      *OBJETIVO: LAYOUT DO REGISTRO DO CADASTRO DE CHAMADOS DE
      *          ATENDIMENTO (ATENDIM.DAT.TXT), INDEXADO PELA CHAVE DO
      *          CLIENTE (PAIS + TELEFONE, A MESMA DO CLIENTES-REG)
      *          MAIS O NUMERO DO CHAMADO DENTRO DO CLIENTE. MANTIDO
      *          PELO MANTATD, ENVELHECIDO PELO SLAATD E LISTADO NA
      *          FICHA 360 (PERFICLI). COPY LOGO ABAIXO DO FD.
      ******************************************************************
      *    CATEGORIA: UM DOS CODIGOS DA TABELA DO ATDCATWS.cpy, QUE
      *    TAMBEM DA O PRAZO (SLA) EM DIAS CORRIDOS DE CADA UMA.
      *    O CHAMADO NASCE ABERTO ('A'), PASSA A EM ANDAMENTO ('P') NO
      *    PRIMEIRO REGISTRO DE ANDAMENTO E SO FECHA ('F') COM A NOTA
      *    DE RESOLUCAO PREENCHIDA.
       01  ATD-REG.
           05 ATD-CHAVE.
              10 ATD-CLIENTE.
                 15 ATD-PAIS            PIC 9(03).
                 15 ATD-FONE            PIC 9(12).
              10 ATD-NUMERO             PIC 9(05).
           05 ATD-CATEGORIA             PIC X(02).
           05 ATD-SITUACAO              PIC X(01).
              88 ATD-ABERTO             VALUE 'A'.
              88 ATD-ANDAMENTO          VALUE 'P'.
              88 ATD-FECHADO            VALUE 'F'.
              88 ATD-PENDENTE           VALUES 'A' 'P'.
           05 ATD-ABERTURA.
              10 ATD-DATA-ABERT         PIC 9(08).
              10 ATD-HORA-ABERT         PIC 9(06).
              10 ATD-OPER-ABERT         PIC X(08).
           05 ATD-ULTIMA-ATU.
              10 ATD-DATA-ATU           PIC 9(08).
              10 ATD-OPER-ATU           PIC X(08).
           05 ATD-DATA-FECHAM           PIC 9(08).
           05 ATD-ASSUNTO               PIC X(50).
           05 ATD-RESOLUCAO             PIC X(60).
