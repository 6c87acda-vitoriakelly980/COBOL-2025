      ******************************************************************
      *OBJETIVO: LAYOUT DO ARQUIVO INDEXADO DE SALDOS DE PONTOS DE
      *          FIDELIDADE (PONTOS.DAT.TXT), UM REGISTRO POR CHAVE DO
      *          CLIENTES.DAT.TXT. SO E ATUALIZADO PELA ROTINA PONTMOV,
      *          QUE GRAVA CADA MOVIMENTO NO PONTOS.MOV.TXT (VIDE
      *          PMOVREG.cpy). COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  PONTOS-REG.
           05 PTS-CHAVE.
              10 PTS-PAIS               PIC 9(03).
              10 PTS-FONE               PIC 9(12).
           05 PTS-SALDO                 PIC 9(09).
           05 PTS-ACUMULADO             PIC 9(09).
           05 PTS-ULT-MOV               PIC 9(08).
