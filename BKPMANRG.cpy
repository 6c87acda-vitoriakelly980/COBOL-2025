      ******************************************************************
      *OBJETIVO: LINHA DO MANIFESTO DE UMA GERACAO DO BACKUP GERAL
      *          (BKPGERAL.MAN.AAAAMMDDHHMMSS.TXT), UMA POR MESTRE.
      *          GRAVADA PELO BKPGERAL E CONFERIDA PELO RESTGERAL.
      *          MAN-SOMA-CHAVE: SOMA, EM TODOS OS REGISTROS, DO
      *          CODIGO DE CADA CARACTER DA CHAVE (60 POSICOES, CHAVE
      *          ALINHADA A ESQUERDA COM BRANCOS) VEZES A SUA POSICAO -
      *          NAO DEPENDE DA ORDEM DOS REGISTROS, MAS MUDA SE UMA
      *          CHAVE SOME, SOBRA OU VEM TROCADA.
      *          SITUACAO: 'A' = COPIADO, 'N' = MESTRE AINDA NAO
      *          EXISTIA (NADA A RESTAURAR), 'F' = FALHA NA COPIA.
      *          COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  MAN-REG.
           05 MAN-MESTRE                PIC X(12).
           05 MAN-ARQUIVO               PIC X(70).
           05 MAN-QTREGISTRO            PIC 9(07).
           05 MAN-SOMA-CHAVE            PIC 9(15).
           05 MAN-SITUACAO              PIC X(01).
              88 MAN-COPIADO            VALUE 'A'.
              88 MAN-AUSENTE            VALUE 'N'.
              88 MAN-FALHOU             VALUE 'F'.
