      ******************************************************************
      *OBJETIVO: LAYOUT DA MENSALIDADE (FATURA) DO ALUNO
      *          (MENSALID.DAT.TXT, INDEXADO POR MATRICULA +
      *          COMPETENCIA AAAAMM - UMA FATURA POR ALUNO POR MES).
      *          GERADA PELO FATMENS, BAIXADA NO BALCAO PELO BAIXAMEN E
      *          CONCILIADA COM O DEBITO AUTOMATICO DA AGENDA DE
      *          PAGAMENTOS PELO INADALU, QUE TAMBEM A USA NO
      *          RELATORIO DE INADIMPLENCIA. COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  FAT-REG.
           05 FAT-CHAVE.
              10 FAT-MATRICULA          PIC 9(06).
              10 FAT-COMPETENCIA        PIC 9(06).
           05 FAT-PERIODO               PIC X(06).
           05 FAT-QT-MATERIAS           PIC 9(02).
           05 FAT-VALOR                 PIC 9(05)V99.
           05 FAT-EMISSAO               PIC 9(08).
           05 FAT-VENCIMENTO            PIC 9(08).
      *    'D' = DEBITO AUTOMATICO AGENDADO NA CONTA DO RESPONSAVEL
      *    (FAT-CONTA-DEB), AGUARDANDO O LANCAMENTO DO AGENDPAG.
           05 FAT-SITUACAO              PIC X(01).
              88 FAT-ABERTA             VALUE 'A'.
              88 FAT-DEBITO-AGENDADO    VALUE 'D'.
              88 FAT-PAGA               VALUE 'P'.
              88 FAT-CANCELADA          VALUE 'C'.
           05 FAT-CONTA-DEB             PIC 9(06).
           05 FAT-PAGO-DATA             PIC 9(08).
           05 FAT-PAGO-VALOR            PIC 9(05)V99.
           05 FAT-PAGO-FORMA            PIC X(01).
              88 FAT-PAGO-BALCAO        VALUE 'B'.
              88 FAT-PAGO-DEBITO        VALUE 'D'.
