      ******************************************************************
      *OBJETIVO: LAYOUT DA INSCRICAO DO ALUNO NA TURMA (SECAO)
      *          (INSCRICAO.DAT.TXT, INDEXADO PELA CHAVE DA SECAO +
      *          MATRICULA), GRAVADA PELO MANTSEC. COM A TURMA LOTADA
      *          O ALUNO ENTRA NA FILA DE ESPERA COM A SENHA DA ORDEM
      *          DE CHEGADA; NA DESISTENCIA DE UM MATRICULADO A VAGA
      *          VAI AUTOMATICAMENTE PARA A MENOR SENHA DA FILA
      *          (ORIGEM 'F') E A SECRETARIA E AVISADA. A CHAMADA
      *          (PRESENCA) SO ACEITA ALUNO MATRICULADO NA SECAO E A
      *          LISTA DA TURMA SAI PELO LISTSEC.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  INSC-REG.
           05 INSC-CHAVE.
              10 INSC-SECAO.
                 15 INSC-MATERIA        PIC X(06).
                 15 INSC-PERIODO        PIC X(06).
                 15 INSC-TURNO          PIC X(01).
                 15 INSC-LETRA          PIC X(01).
              10 INSC-MATRICULA         PIC 9(06).
           05 INSC-SITUACAO             PIC X(01).
              88 INSC-MATRICULADO       VALUE 'M'.
              88 INSC-ESPERA            VALUE 'E'.
              88 INSC-DESISTENTE        VALUE 'D'.
           05 INSC-SENHA                PIC 9(05).
           05 INSC-DATA                 PIC 9(08).
      *    DATA EM QUE GANHOU A VAGA E DE ONDE ELA VEIO: 'D' DIRETO NA
      *    INSCRICAO, 'F' OFERECIDA PELA FILA DE ESPERA.
           05 INSC-DATA-VAGA            PIC 9(08).
           05 INSC-ORIGEM               PIC X(01).
              88 INSC-DIRETO            VALUE 'D'.
              88 INSC-DA-FILA           VALUE 'F'.
           05 INSC-DATA-SAIDA           PIC 9(08).
