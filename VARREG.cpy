      *OBJETIVO: LAYOUT DAS VARIAVEIS MENSAIS DA FOLHA
      *          (FOLHA.VAR.TXT, INDEXADO PELA MATRICULA): HORAS
      *          EXTRAS, DIAS DE FALTA SEM REMUNERACAO E BONUS/
      *          DESCONTOS FIXOS DO MES, DIGITADOS PELO MANTVAR (HORAS
      *          EXTRAS E FALTAS TAMBEM VEM DO RELOGIO DE PONTO, PELA
      *          IMPORTACAO IMPPONTO). O
      *          FOLHAPAG SO APLICA A LINHA CUJA COMPETENCIA (AAAAMM)
      *          E A DO MES DA RODADA - VARIAVEL VELHA NAO PAGA DUAS
      *          VEZES. HORA EXTRA VALE SALARIO/220 COM ADICIONAL DE
      *          50%; FALTA DESCONTA SALARIO/30 POR DIA.
      *          A COMISSAO DE VENDAS DA COMPETENCIA (VAR-COMISSAO) E
      *          GRAVADA PELO LOTE COMISMES, NUNCA DIGITADA: O MANTVAR
      *          PRESERVA O VALOR AO ALTERAR AS OUTRAS VARIAVEIS. NAO
      *          NUMERICA = REGISTRO ANTERIOR AO RECURSO (SEM COMISSAO).
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  VAR-REG.
           05 VAR-DIAS-FALTA            PIC 9(02).
           05 VAR-BONUS                 PIC 9(07)V99.
           05 VAR-DESCONTO              PIC 9(07)V99.
           05 VAR-COMISSAO              PIC 9(07)V99.
