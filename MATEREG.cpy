      ******************************************************************
      *OBJETIVO: LAYOUT DO CADASTRO DE MATERIAS (MATERIAS.DAT.TXT,
      *          INDEXADO PELO CODIGO), MANTIDO PELO MANTMAT. O CODIGO
      *          E O QUE VAI, ALINHADO A ESQUERDA, EM TURMA-MATERIA,
      *          PRESENCA-MATERIA E TABM-MATERIA: O PROGRAM13 E A
      *          CHAMADA (PRESENCA) SO ACEITAM MATERIA CADASTRADA E
      *          ATIVA, E SO O PROFESSOR DA MATERIA (OPER-ID DO
      *          OPERADOR.DAT.TXT) OU A COORDENACAO (PERFIL 'T') LANCA
      *          OU ALTERA NOTA. A CARGA HORARIA E A DURACAO DA AULA
      *          DAO AS AULAS PREVISTAS DO RELPRES.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  MATE-REG.
           05 MATE-CODIGO               PIC X(06).
           05 MATE-NOME                 PIC X(30).
      *    CARGA HORARIA DO PERIODO, EM HORAS.
           05 MATE-CARGA-HORARIA        PIC 9(03).
      *    DURACAO DA AULA EM MINUTOS (ZERO = 50, A HORA-AULA PADRAO).
           05 MATE-MIN-AULA             PIC 9(03).
           05 MATE-PROFESSOR            PIC X(08).
           05 MATE-SITUACAO             PIC X(01).
              88 MATE-ATIVA             VALUE 'A'.
              88 MATE-INATIVA           VALUE 'I'.
