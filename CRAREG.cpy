      ******************************************************************
      *OBJETIVO: LAYOUT DO CADASTRO DE CRACHAS DO RELOGIO DE PONTO
      *          (CRACHA.DAT.TXT, INDEXADO PELO NUMERO DO CRACHA): LIGA
      *          O CRACHA QUE O RELOGIO GRAVA EM CADA MARCACAO A
      *          MATRICULA DO FUNCIONARIO (FUNCREG.cpy) E GUARDA A
      *          JORNADA DIARIA CONTRATADA, EM HORAS, NOS DIAS UTEIS
      *          (ZERO = 8,00). MANTIDO PELO MANTCRA E LIDO PELO
      *          IMPPONTO; FUNCIONARIO SEM CRACHA NAO BATE PONTO E NAO
      *          TEM FALTA APURADA. COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  CRA-REG.
           05 CRA-CRACHA                PIC X(10).
           05 CRA-FUNC-ID               PIC 9(05).
           05 CRA-JORNADA               PIC 9(02)V99.
