      *          SEMANA SAI DO CALCULO DO 0280-DIA-DA-SEMANA DO
      *          PROGRAMA15 (INTEGER-OF-DATE MOD 7, 1=DOMINGO) E
      *          FERIADO DO CADASTRO FERIADO.DAT.TXT DO MANTFER.
      *          USADA PELO AGENDPAG (VENCIMENTOS), PELA ENTRADA DE
      *          PEDIDOS (PARCELAS A RECEBER) E PELO CABECALHO DO
      *          RELATORIO EM DISCO DO CLIENTES.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
