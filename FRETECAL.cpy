      ******************************************************************
      *OBJETIVO: CALCULO DO FRETE POR DESTINO E PESO. O CEP DE
      *          DESTINO (WRK-FRT-CEP) E LOCALIZADO NO DIRETORIO DE CEP
      *          (MESMA BUSCA DO 9680-CONSULTA-CEP DO CLIENTES) PARA
      *          SABER A UF E A FAIXA; NA TABELA DE FRETE VALE A FAIXA
      *          DE PESO DA FAIXA DE CEP E, NA FALTA DELA, A DA UF
      *          INTEIRA. RESULTADO EM WRK-FRT-ACHOU:
      *            'S' - CALCULADO (WRK-FRT-VALOR E WRK-FRT-PRAZO)
      *            'C' - CEP FORA DO DIRETORIO
      *            'F' - DESTINO SEM PRECO OU PESO ACIMA DA MAIOR FAIXA
      *          COPY NA PROCEDURE DIVISION. REQUER COPY FRETEWS NA
      *          WORKING-STORAGE E OS ARQUIVOS CEPDIR (CEPREG.cpy) E
      *          FRETES (FRETEREG.cpy) ABERTOS PELO CHAMADOR.
      ******************************************************************
       9660-CALCULA-FRETE.
           MOVE 'C' TO WRK-FRT-ACHOU.
           MOVE SPACES TO WRK-FRT-UF.
           MOVE ZEROS TO WRK-FRT-CEP-INI WRK-FRT-VALOR WRK-FRT-PRAZO.
           COMPUTE CEPDIR-INI-COMPL = 99999999 - WRK-FRT-CEP.
           START CEPDIR KEY IS NOT LESS CEPDIR-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ CEPDIR NEXT RECORD
                 AT END
                   CONTINUE
                 NOT AT END
                   IF WRK-FRT-CEP >= CEPDIR-CEP-INI
                           AND WRK-FRT-CEP <= CEPDIR-CEP-FIM
                       MOVE 'F' TO WRK-FRT-ACHOU
                       MOVE CEPDIR-UF      TO WRK-FRT-UF
                       MOVE CEPDIR-CEP-INI TO WRK-FRT-CEP-INI
                   END-IF
               END-READ
           END-START.
           IF FRETE-SEM-FAIXA
               MOVE WRK-FRT-CEP-INI TO FRT-CEP-INI
               PERFORM 9665-BUSCA-FAIXA
               IF FRETE-SEM-FAIXA
                   MOVE ZEROS TO FRT-CEP-INI
                   PERFORM 9665-BUSCA-FAIXA
               END-IF
           END-IF.

       9665-BUSCA-FAIXA.
           MOVE WRK-FRT-UF   TO FRT-UF.
           MOVE WRK-FRT-PESO TO FRT-PESO-ATE.
           MOVE FRT-CEP-INI  TO WRK-FRT-BUSCA.
           START FRETES KEY IS NOT LESS FRT-CHAVE
             INVALID KEY
               CONTINUE
             NOT INVALID KEY
               READ FRETES NEXT RECORD
                 AT END
                   CONTINUE
                 NOT AT END
                   IF FRT-UF = WRK-FRT-UF
                           AND FRT-CEP-INI = WRK-FRT-BUSCA
                       MOVE 'S'       TO WRK-FRT-ACHOU
                       MOVE FRT-VALOR TO WRK-FRT-VALOR
                       MOVE FRT-PRAZO TO WRK-FRT-PRAZO
                   END-IF
               END-READ
           END-START.
