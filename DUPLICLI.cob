      *          CLIENTES.DAT.TXT E AGRUPA REGISTROS COM O MESMO
      *          CLIENTES-NOME OU O MESMO CLIENTES-EMAIL EM CHAVES DE
      *          TELEFONE DIFERENTES, PARA A EQUIPE DECIDIR QUAL
      *          REGISTRO SOBREVIVE E FUNDIR OS DEMAIS NELE PELA OPCAO
      *          F DO CLIENTES OU PELO LOTE FUSAOCLI.
      *          SAIDA NA TELA E EM CLIENTES.DUP.RPT.TXT.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
               ACCESS MODE     IS DYNAMIC
               FILE STATUS     IS FS-CLIENTES
               RECORD KEY      IS CLIENTES-CHAVE
               ALTERNATE RECORD KEY IS CLIENTES-NOME WITH DUPLICATES
               ALTERNATE RECORD KEY IS CLIENTES-DOC-CHAVE
                                    WITH DUPLICATES.

           SELECT DUPREL ASSIGN TO WRK-ARQ-DUPREL
               ORGANIZATION    IS SEQUENTIAL
