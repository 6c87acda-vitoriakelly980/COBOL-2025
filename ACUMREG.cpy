      *          RENDIMENTOS (INFORREN) LE DAQUI EM VEZ DE ALGUEM
      *          SOMAR DOZE CONTRACHEQUES A MAO. O ANO NA CHAVE FAZ A
      *          VIRADA SOZINHA: JANEIRO COMECA ACUMULANDO NO ANO
      *          NOVO.
      *          ACUM-FGTS E ACUM-ENCARGOS (PREVIDENCIA PATRONAL MAIS
      *          OUTROS ENCARGOS) SAO O CUSTO DO EMPREGADOR NO ANO,
      *          ALEM DO BRUTO; O ENCARGOS TIRA DAQUI O CUSTO ANUAL POR
      *          FUNCIONARIO. NAO NUMERICOS = REGISTRO ANTERIOR AO
      *          RECURSO (SEM ENCARGOS).
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  ACUM-REG.
           05 ACUM-CHAVE.
           05 ACUM-INSS                 PIC 9(12)V99.
           05 ACUM-IRRF                 PIC 9(12)V99.
           05 ACUM-LIQUIDO              PIC 9(12)V99.
           05 ACUM-FGTS                 PIC 9(12)V99.
           05 ACUM-ENCARGOS             PIC 9(12)V99.
