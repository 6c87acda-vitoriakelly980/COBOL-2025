              10 CLIENTES-CIDADE        PIC X(20).
              10 CLIENTES-UF            PIC X(02).
              10 CLIENTES-CEP           PIC 9(08).
      *    DOCUMENTO DO TITULAR: CPF (TIPO 'F', 11 DIGITOS ALINHADOS A
      *    DIREITA) OU CNPJ (TIPO 'J', 14 DIGITOS), COM OS DIGITOS
      *    VERIFICADORES CONFERIDOS NA GRAVACAO (VIDE DOCVAL.cpy).
      *    TIPO EM BRANCO = AINDA NAO INFORMADO (BASE ANTERIOR AO
      *    CAMPO), O QUE A FILA DA OPCAO D DO CLIENTES COMPLETA. A
      *    CHAVE ALTERNADA CLIENTES-DOC-CHAVE (COM DUPLICATAS, POR
      *    CAUSA DOS EM BRANCO) DA A BUSCA POR DOCUMENTO E A
      *    CONFERENCIA DE DOCUMENTO REPETIDO ENTRE CHAVES.
           05 CLIENTES-DOC-CHAVE.
              10 CLIENTES-DOC-TIPO      PIC X(01).
                 88 CLIENTES-DOC-CPF    VALUE 'F'.
                 88 CLIENTES-DOC-CNPJ   VALUE 'J'.
                 88 CLIENTES-SEM-DOC    VALUE SPACE.
              10 CLIENTES-DOCUMENTO     PIC 9(14).
