           05 ALUNO-SITUACAO            PIC X(01).
              88 ALUNO-ATIVO            VALUE 'A'.
              88 ALUNO-INATIVO          VALUE 'I'.
      *    COBRANCA DE MENSALIDADE: CONTA (CONTAS.DAT.TXT) DO
      *    RESPONSAVEL FINANCEIRO, PARA DEBITO AUTOMATICO PELA AGENDA
      *    DE PAGAMENTOS (ZERO = SEM DEBITO, PAGA NO BALCAO), E O
      *    BLOQUEIO POR INADIMPLENCIA, LIGADO E DESLIGADO PELO
      *    INADALU E DESLIGADO PELO BAIXAMEN QUANDO NAO SOBRA
      *    MENSALIDADE VENCIDA. CAMPOS NAO NUMERICOS OU EM BRANCO =
      *    REGISTRO ANTERIOR A COBRANCA (SEM CONTA, SEM BLOQUEIO).
           05 ALUNO-CONTA-RESP          PIC 9(06).
           05 ALUNO-BLOQUEIO            PIC X(01).
              88 ALUNO-BLOQUEADO        VALUE 'S'.
              88 ALUNO-LIBERADO         VALUES 'N' ' '.
