      ******************************************************************
      *OBJETIVO: LAYOUT DO CONTROLE DE PERIODOS LETIVOS
      *          (PERLETIVO.DAT.TXT, INDEXADO PELO PERIODO NO FORMATO
      *          DE TURMA-PERIODO). O FECHAMENTO DO PERIODO (FECHAPER)
      *          GRAVA 'F' E A PARTIR DAI O PROGRAM13 E A CHAMADA
      *          (PRESENCA) RECUSAM LANCAMENTO NELE; SO O SUPERVISOR
      *          REABRE ('R'), PELA TELA DO FECHAPER, COM REGISTRO EM
      *          PERLETIVO.LOG.TXT. PERIODO SEM REGISTRO ESTA ABERTO.
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  PERL-REG.
           05 PERL-PERIODO              PIC X(06).
           05 PERL-SITUACAO             PIC X(01).
              88 PERL-FECHADO           VALUE 'F'.
              88 PERL-REABERTO          VALUE 'R'.
           05 PERL-DATA-FECHA           PIC 9(08).
           05 PERL-PROXIMO              PIC X(06).
           05 PERL-QT-AVALIACOES        PIC 9(05).
           05 PERL-QT-CORRIGIDAS        PIC 9(05).
           05 PERL-QT-PROMOVIDOS        PIC 9(05).
           05 PERL-QT-RETIDOS           PIC 9(05).
           05 PERL-DATA-REABRE          PIC 9(08).
           05 PERL-SUPERVISOR           PIC X(08).
