      ******************************************************************
      *OBJETIVO: TABELA DAS CATEGORIAS DE CHAMADO DE ATENDIMENTO COM O
      *          PRAZO DE ATENDIMENTO (SLA) DE CADA UMA, EM DIAS
      *          CORRIDOS CONTADOS DA ABERTURA. COPY NA WORKING-STORAGE
      *          DO MANTATD (VALIDACAO DA CATEGORIA NA ABERTURA) E DO
      *          SLAATD (ENVELHECIMENTO DOS ABERTOS). CATEGORIA NOVA
      *          ENTRA AQUI, COM O WRK-CAT-QTDE AJUSTADO.
      ******************************************************************
       01  WRK-CAT-VALORES.
           05 FILLER PIC X(19) VALUE 'RCRECLAMACAO    005'.
           05 FILLER PIC X(19) VALUE 'ENENTREGA       003'.
           05 FILLER PIC X(19) VALUE 'CBCOBRANCA      002'.
           05 FILLER PIC X(19) VALUE 'PRPRODUTO       007'.
           05 FILLER PIC X(19) VALUE 'CDCADASTRO      002'.
           05 FILLER PIC X(19) VALUE 'OUOUTROS        010'.
       01  WRK-CAT-TABELA REDEFINES WRK-CAT-VALORES.
           05 WRK-CAT OCCURS 6 TIMES.
              10 WRK-CAT-CODIGO         PIC X(02).
              10 WRK-CAT-NOME           PIC X(14).
              10 WRK-CAT-SLA            PIC 9(03).
       77  WRK-CAT-QTDE                 PIC 9(02) VALUE 6.
       77  WRK-CAT-I                    PIC 9(02) VALUE ZEROS.
