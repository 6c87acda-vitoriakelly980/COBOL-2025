      *    (PACIENTES.DAT.TXT); ZEROS OU NAO NUMERICO = VISITA
      *    ANTERIOR AO CADASTRO, AINDA SO COM O NOME (O CONVPAC
      *    PREENCHE O NUMERO NA CONVERSAO).
      *    HISTIMC-PERCENTIL = PERCENTIL DO IMC PARA IDADE E SEXO DO
      *    PACIENTE MENOR DE 20 ANOS NA VISITA (ROTINA CLASIMC); ZERO
      *    NO ADULTO. ZEROS OU NAO NUMERICO NAS VISITAS ANTERIORES -
      *    QUEM LE O HISTORICO RECLASSIFICA PELA CLASIMC.
       01  HISTIMC-REG.
           05 HISTIMC-PACIENTE     PIC X(30).
           05 HISTIMC-PESO         PIC 9(03)V99.
           05 HISTIMC-CLASSIFICACAO PIC X(20).
           05 HISTIMC-DATA         PIC X(08).
           05 HISTIMC-NUMERO       PIC 9(06).
           05 HISTIMC-PERCENTIL    PIC 9(03).
