      ******************************************************************
      *OBJETIVO: TABELA DOS LOCAIS DE ESTOQUE E AREA DE TRABALHO DO
      *          SALDO POR LOCAL (VIDE ESTLOCAL.cpy). O PRIMEIRO LOCAL
      *          DA TABELA E O PADRAO: E ONDE FICA O SALDO DOS
      *          PRODUTOS QUE AINDA NAO TEM REGISTRO POR LOCAL E O QUE
      *          O ENTER ESCOLHE NAS TELAS. LOCAL NOVO ENTRA AQUI, COM
      *          O WRK-LOC-QTDE AJUSTADO. COPY NA WORKING-STORAGE.
      ******************************************************************
       01  WRK-LOC-VALORES.
           05 FILLER PIC X(24) VALUE 'LOJALOJA (BALCAO)       '.
           05 FILLER PIC X(24) VALUE 'DEPODEPOSITO DOS FUNDOS '.
       01  WRK-LOC-TABELA REDEFINES WRK-LOC-VALORES.
           05 WRK-LOC OCCURS 2 TIMES.
              10 WRK-LOC-COD            PIC X(04).
              10 WRK-LOC-NOME           PIC X(20).
       77  WRK-LOC-QTDE                 PIC 9(02) VALUE 2.
       77  WRK-LOC-I                    PIC 9(02) VALUE ZEROS.
       77  WRK-LOC-K                    PIC 9(02) VALUE ZEROS.
      *    LOCAL EM USO: O CHAMADOR PREENCHE ANTES DO 9600/9610.
       77  WRK-LOC-CODIGO               PIC X(04) VALUE SPACES.
       77  WRK-LOC-NOME-SEL             PIC X(20) VALUE SPACES.
       77  WRK-LOC-VALIDO               PIC X(01) VALUE 'N'.
      *    'S' = O LOCAL AINDA NAO TEM REGISTRO NO ESTLOCAL.DAT.TXT.
       77  WRK-LOC-NOVO                 PIC X(01) VALUE 'N'.
      *    'S' = O PRODUTO NAO TEM REGISTRO EM LOCAL NENHUM: O SALDO
      *    DO CATALOGO ESTA TODO NO LOCAL PADRAO.
       77  WRK-LOC-LEGADO               PIC X(01) VALUE 'N'.
       77  WRK-LOC-SALDO-LEGADO         PIC 9(05) VALUE ZEROS.
       77  WRK-LOC-GRAVOU               PIC X(01) VALUE 'N'.
      *    COPIA DO ESTL-REG (MESMO TAMANHO) DURANTE A GRAVACAO DO
      *    SALDO LEGADO NO LOCAL PADRAO.
       01  WRK-LOC-SALVO                PIC X(33) VALUE SPACES.
