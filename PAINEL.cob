           DISPLAY "22 - RESUMPED    (RESUMO DIARIO DE PEDIDOS)".
           DISPLAY "23 - MANTFER     (CADASTRO DE FERIADOS)".
           DISPLAY "24 - DASHOPS     (PAINEL DE OPERACAO)".
           DISPLAY "25 - MANTATD     (CHAMADOS DE ATENDIMENTO)".
           DISPLAY "26 - PONTEXT     (EXTRATO DE PONTOS DO CLIENTE)".
           DISPLAY "27 - MANTFRT     (TABELA DE FRETE)".
           DISPLAY "28 - BAIXAREC    (RECEBIMENTO DE PARCELAS)".
           DISPLAY "29 - AGINGREC    (CONTAS A RECEBER POR IDADE)".
           DISPLAY "30 - MANTCOM     (VENDEDORES E TAXAS DE COMISSAO)".
           DISPLAY "31 - COMISMES    (COMISSAO DO MES NA FOLHA)".
           DISPLAY "32 - MANTFORN    (CADASTRO DE FORNECEDORES)".
           DISPLAY "33 - GERACOMP    (PEDIDOS DE COMPRA DE REPOSICAO)".
           DISPLAY "34 - RECEBCOM    (RECEBIMENTO DE MERCADORIA)".
           DISPLAY "35 - COMPABER    (PEDIDOS DE COMPRA EM ABERTO)".
           DISPLAY "36 - INVABRE     (ABRE CONTAGEM DE INVENTARIO)".
           DISPLAY "37 - INVCONT     (DIGITA A CONTAGEM)".
           DISPLAY "38 - INVDIVG     (DIVERGENCIAS DO INVENTARIO)".
           DISPLAY "39 - INVAPROV    (APROVA E LANCA OS AJUSTES)".
           DISPLAY "40 - TRANSEST    (TRANSFERENCIA ENTRE LOCAIS)".
           DISPLAY "41 - MARGMES     (MARGEM BRUTA DO MES)".
           DISPLAY "42 - VALESTQ     (ESTOQUE PELO CUSTO MEDIO)".
           DISPLAY "43 - MANTPROM    (CADASTRO DE PROMOCOES)".
           DISPLAY "44 - MANTENTR    (ENTREGAS DOS PEDIDOS)".
           DISPLAY "45 - ATRENTR     (PEDIDOS NAO EXPEDIDOS)".
           DISPLAY "46 - ESTORNO     (PEDIDO DE ESTORNO DE LANCAMENTO)".
           DISPLAY "47 - DECPLD      (DECISAO DOS ALERTAS PLD)".
           DISPLAY "48 - EMPREST     (EMPRESTIMOS E CRONOGRAMA)".
           DISPLAY "49 - CONCBCO     (BAIXA DE PENDENCIA CONCILIACAO)".
           DISPLAY "50 - MANTPLC     (PLANO DE CONTAS)".
           DISPLAY "51 - BALANCET    (BALANCETE DO MES)".
           DISPLAY "52 - CAIXADIA    (CAIXA DO DIA DA CLINICA)".
           DISPLAY "53 - EXTRPAC     (EXTRATO DE VISITAS DO PACIENTE)".
           DISPLAY "54 - TENDCAP     (TENDENCIA DE CAPACIDADE)".
           DISPLAY "55 - ATIVOPER    (ATIVIDADE DE OPERADOR)".
           DISPLAY " X - SAIR".
           DISPLAY "================================================".
           DISPLAY "OPCAO: " WITH NO ADVANCING.
               CALL "MANTFER"
             WHEN "24"
               CALL "DASHOPS"
             WHEN "25"
               CALL "MANTATD"
             WHEN "26"
               CALL "PONTEXT"
             WHEN "27"
               CALL "MANTFRT"
             WHEN "28"
               CALL "BAIXAREC"
             WHEN "29"
               CALL "AGINGREC"
             WHEN "30"
               CALL "MANTCOM"
             WHEN "31"
               CALL "COMISMES"
             WHEN "32"
               CALL "MANTFORN"
             WHEN "33"
               CALL "GERACOMP"
             WHEN "34"
               CALL "RECEBCOM"
             WHEN "35"
               CALL "COMPABER"
             WHEN "36"
               CALL "INVABRE"
             WHEN "37"
               CALL "INVCONT"
             WHEN "38"
               CALL "INVDIVG"
             WHEN "39"
               CALL "INVAPROV"
             WHEN "40"
               CALL "TRANSEST"
             WHEN "41"
               CALL "MARGMES"
             WHEN "42"
               CALL "VALESTQ"
             WHEN "43"
               CALL "MANTPROM"
             WHEN "44"
               CALL "MANTENTR"
             WHEN "45"
               CALL "ATRENTR"
             WHEN "46"
               CALL "ESTORNO"
             WHEN "47"
               CALL "DECPLD"
             WHEN "48"
               CALL "EMPREST"
             WHEN "49"
               CALL "CONCBCO"
             WHEN "50"
               CALL "MANTPLC"
             WHEN "51"
               CALL "BALANCET"
             WHEN "52"
               CALL "CAIXADIA"
             WHEN "53"
               CALL "EXTRPAC"
             WHEN "54"
               CALL "TENDCAP"
             WHEN "55"
               CALL "ATIVOPER"
             WHEN "X"
               CONTINUE
             WHEN OTHER
               DISPLAY "OPCAO INVALIDA. VALIDAS: 1-55 OU X"
           END-EVALUATE.
