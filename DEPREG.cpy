      ******************************************************************
      *OBJETIVO: LAYOUT DO CADASTRO DE DEPENDENTES DOS FUNCIONARIOS
      *          (DEPENDENTES.DAT.TXT, INDEXADO POR MATRICULA +
      *          SEQUENCIA), MANTIDO PELO MANTDEP. CADA DEPENDENTE
      *          ELEGIVEL NA COMPETENCIA ABATE DA BASE DO IMPOSTO DE
      *          RENDA NO FOLHAPAG O VALOR POR DEPENDENTE DA TABELA
      *          (LINHA TIPO 'D' DE FOLHA.TAB.TXT). A ELEGIBILIDADE VAI
      *          DO MES DO INICIO AO MES DO FIM (ZERADO = SEM FIM);
      *          FILHO DEIXA DE CONTAR SOZINHO PELA IDADE (VIDE
      *          DEPELEG.cpy).
      *          COPY LOGO ABAIXO DO FD DO ARQUIVO.
      ******************************************************************
       01  DEP-REG.
           05 DEP-CHAVE.
              10 DEP-FUNC-ID            PIC 9(05).
              10 DEP-SEQ                PIC 9(02).
           05 DEP-NOME                  PIC X(30).
           05 DEP-NASCIMENTO            PIC 9(08).
           05 DEP-PARENTESCO            PIC X(01).
              88 DEP-FILHO              VALUE 'F'.
              88 DEP-CONJUGE            VALUE 'C'.
              88 DEP-PAIS               VALUE 'P'.
              88 DEP-OUTRO              VALUE 'O'.
              88 DEP-PARENTESCO-VALIDO  VALUE 'F' 'C' 'P' 'O'.
           05 DEP-INICIO                PIC 9(08).
           05 DEP-FIM                   PIC 9(08).
