      ******************************************************************
      *OBJETIVO: LAYOUT DO CADASTRO DE TURMAS (SECOES) DO PERIODO
      *          (SECAO.DAT.TXT, INDEXADO POR MATERIA + PERIODO +
      *          TURNO + LETRA), MANTIDO PELO MANTSEC. CADA SECAO TEM
      *          SALA E LIMITE DE VAGAS; OS CONTADORES DE MATRICULADOS
      *          E DA FILA DE ESPERA SAO ATUALIZADOS A CADA INSCRICAO
      *          E DESISTENCIA (INSCRICAO.DAT.TXT, VIDE INSCREG.cpy).
      *          A MATERIA E O CODIGO DO CADASTRO DE MATERIAS.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  SEC-REG.
           05 SEC-CHAVE.
              10 SEC-MATERIA            PIC X(06).
              10 SEC-PERIODO            PIC X(06).
              10 SEC-TURNO              PIC X(01).
                 88 SEC-MANHA           VALUE 'M'.
                 88 SEC-TARDE           VALUE 'T'.
                 88 SEC-NOITE           VALUE 'N'.
                 88 SEC-TURNO-VALIDO    VALUES 'M' 'T' 'N'.
      *    LETRA DA TURMA QUANDO HA MAIS DE UMA NO MESMO TURNO.
              10 SEC-LETRA              PIC X(01).
           05 SEC-SALA                  PIC X(10).
           05 SEC-VAGAS                 PIC 9(03).
           05 SEC-QT-MATRICULADOS       PIC 9(03).
           05 SEC-QT-ESPERA             PIC 9(03).
      *    ULTIMA SENHA DADA NA FILA DE ESPERA (ORDEM DE CHEGADA).
           05 SEC-ULT-SENHA             PIC 9(05).
