      ******************************************************************
      *OBJETIVO: LAYOUT DO CADASTRO DE FUSOES (CLIENTES.FUS.TXT,
      *          INDEXADO PELA CHAVE VITIMA): PARA CADA CHAVE DE
      *          TELEFONE QUE FOI FUNDIDA EM OUTRA, A CHAVE QUE FICOU,
      *          QUANDO E QUEM FUNDIU. E O PONTEIRO DA VITIMA INATIVADA
      *          PARA O SOBREVIVENTE (O CLIENTES-REG NAO TEM ESPACO
      *          PARA ELE NAS IMAGENS DE 200 DO JORNAL). GRAVADO PELO
      *          FUSAUTIL; O REATIVAR DO CLIENTES RECUSA CHAVE FUNDIDA.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  FUSAO-REG.
           05 FUS-VITIMA.
              10 FUS-VIT-PAIS           PIC 9(03).
              10 FUS-VIT-FONE           PIC 9(12).
           05 FUS-SOBREVIVENTE.
              10 FUS-SOB-PAIS           PIC 9(03).
              10 FUS-SOB-FONE           PIC 9(12).
           05 FUS-DATAHORA              PIC X(21).
           05 FUS-OPERADOR              PIC X(08).
