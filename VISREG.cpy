      ******************************************************************
      *OBJETIVO: LAYOUT DO CAIXA DAS VISITAS DA CLINICA
      *          (VISITAS.DAT.TXT, INDEXADO POR NUMERO DO PACIENTE +
      *          DATA + HORA DA VISITA). O ATIVIDADE02 GRAVA UM
      *          REGISTRO POR VISITA, AO LADO DA LINHA DO HISTORICO DE
      *          IMC, COM O TIPO DA VISITA, O VALOR DE TABELA
      *          (CONSULTA.TAB.TXT), A ISENCAO, O QUE FOI PAGO, A
      *          FORMA E QUEM RECEBEU. O CAIXADIA FECHA O CAIXA DO DIA
      *          POR FORMA E OPERADOR; O EXTRPAC TIRA O EXTRATO DE
      *          VISITAS E PAGAMENTOS DO PACIENTE.
      *          TIPO: 'P' PRIMEIRA CONSULTA (PACIENTE SEM VISITA
      *          ANTERIOR NO HISTORICO), 'A' ACOMPANHAMENTO (RETORNO
      *          PENDENTE NA AGENDA RETORNO.DAT.TXT), 'R' RETORNO
      *          ESPONTANEO (JA VEIO ANTES, SEM AGENDAMENTO).
      *          ISENCAO: 'N' NENHUMA, 'T' TOTAL (NADA PAGO), 'P'
      *          PARCIAL (PAGO MENOS QUE A TABELA); COM ISENCAO O
      *          MOTIVO E OBRIGATORIO.
      *          FORMA: 'D' DINHEIRO, 'C' CARTAO DE CREDITO, 'B'
      *          CARTAO DE DEBITO, 'P' PIX; 'X' QUANDO NADA FOI PAGO.
      *          COPY LOGO ABAIXO DO FD.
      ******************************************************************
       01  VIS-REG.
           05 VIS-CHAVE.
              10 VIS-NUMERO             PIC 9(06).
              10 VIS-DATA               PIC 9(08).
              10 VIS-HORA               PIC 9(06).
           05 VIS-TIPO                  PIC X(01).
              88 VIS-PRIMEIRA           VALUE 'P'.
              88 VIS-ACOMPANHAMENTO     VALUE 'A'.
              88 VIS-RETORNO            VALUE 'R'.
              88 VIS-TIPO-VALIDO        VALUE 'P' 'A' 'R'.
           05 VIS-VALOR-TABELA          PIC 9(05)V99.
           05 VIS-ISENCAO               PIC X(01).
              88 VIS-SEM-ISENCAO        VALUE 'N'.
              88 VIS-ISENCAO-TOTAL      VALUE 'T'.
              88 VIS-ISENCAO-PARCIAL    VALUE 'P'.
              88 VIS-ISENCAO-VALIDA     VALUE 'N' 'T' 'P'.
           05 VIS-MOTIVO-ISENCAO        PIC X(30).
           05 VIS-VALOR-PAGO            PIC 9(05)V99.
           05 VIS-FORMA                 PIC X(01).
              88 VIS-FORMA-VALIDA       VALUE 'D' 'C' 'B' 'P'.
              88 VIS-SEM-PAGAMENTO      VALUE 'X'.
           05 VIS-OPERADOR              PIC X(08).
