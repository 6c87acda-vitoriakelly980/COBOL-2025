      ******************************************************************
      *OBJETIVO: LAYOUT DOS ENCARGOS DO EMPREGADOR POR FUNCIONARIO E
      *          COMPETENCIA (ENCARGOS.DAT.TXT, INDEXADO POR
      *          COMPETENCIA + MATRICULA). A RODADA DO FOLHAPAG GRAVA
      *          AQUI, PARA CADA FUNCIONARIO PAGO, O BRUTO DO MES (BASE
      *          DOS ENCARGOS) E O VALOR DE CADA ENCARGO PELAS
      *          ALIQUOTAS DE FOLHA.TAB.TXT (TIPO 'F' = FGTS, 'P' =
      *          PREVIDENCIA PATRONAL, 'O' = OUTROS ENCARGOS, SOMADOS).
      *          O ENCARGOS TIRA DAQUI A GUIA DE DEPOSITO DO FGTS E O
      *          CUSTO DO EMPREGADOR DA COMPETENCIA. RODADA REPETIDA NO
      *          MES REGRAVA O REGISTRO.
      *          ENC-CCUSTO E O CENTRO DE CUSTO EM VIGOR NO MES DA
      *          COMPETENCIA (VIDE LOTACHA.cpy); ESPACOS = SEM LOTACAO
      *          OU REGISTRO ANTERIOR AOS CENTROS DE CUSTO.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  ENC-REG.
           05 ENC-CHAVE.
              10 ENC-COMPETENCIA        PIC 9(06).
              10 ENC-FUNC-ID            PIC 9(05).
           05 ENC-BASE                  PIC 9(10)V99.
           05 ENC-FGTS                  PIC 9(10)V99.
           05 ENC-PATRONAL              PIC 9(10)V99.
           05 ENC-OUTROS                PIC 9(10)V99.
           05 ENC-CCUSTO                PIC X(06).
