      ******************************************************************
      *OBJETIVO: AREA DE PARAMETROS DA ROTINA COMPARTILHADA DE FUSAO
      *          DE CADASTROS (CALL 'FUSAUTIL' USING FUSAUTIL-PARM).
      *          FUNCOES:
      *            'F' - FUNDE: REAPONTA PARA A CHAVE SOBREVIVENTE
      *                  TODA REFERENCIA DA CHAVE VITIMA NOS ARQUIVOS
      *                  SATELITES E REGISTRA O PAR NO CADASTRO DE
      *                  FUSOES (CLIENTES.FUS.TXT). AS QUANTIDADES
      *                  REAPONTADAS VOLTAM NOS CONTADORES.
      *            'C' - CONSULTA: A CHAVE VITIMA FOI FUNDIDA? (RESPOSTA
      *                  EM FUSAUTIL-ACHOU, 'S'/'N', E A CHAVE QUE
      *                  FICOU EM FUSAUTIL-SOBREVIVENTE)
      *          A GRAVACAO DO CLIENTES-REG EM SI (SOBREVIVENTE
      *          COMPLETADO, VITIMA INATIVADA) E DO CHAMADOR, COM O
      *          CLILOG, O JORNAL E O ESPELHO DELE. COPY NA
      *          WORKING-STORAGE DO PROGRAMA CHAMADOR E NA LINKAGE DO
      *          FUSAUTIL.
      ******************************************************************
       01  FUSAUTIL-PARM.
           05 FUSAUTIL-FUNCAO           PIC X(01).
           05 FUSAUTIL-VITIMA.
              10 FUSAUTIL-VIT-PAIS      PIC 9(03).
              10 FUSAUTIL-VIT-FONE      PIC 9(12).
           05 FUSAUTIL-SOBREVIVENTE.
              10 FUSAUTIL-SOB-PAIS      PIC 9(03).
              10 FUSAUTIL-SOB-FONE      PIC 9(12).
           05 FUSAUTIL-OPERADOR         PIC X(08).
           05 FUSAUTIL-ACHOU            PIC X(01).
           05 FUSAUTIL-QT-PEDIDOS       PIC 9(05).
           05 FUSAUTIL-QT-CONTAS        PIC 9(05).
           05 FUSAUTIL-QT-CONSENT       PIC 9(05).
           05 FUSAUTIL-QT-FILAS         PIC 9(05).
           05 FUSAUTIL-QT-CHAMADOS      PIC 9(05).
           05 FUSAUTIL-QT-PONTOS        PIC 9(09).
           05 FUSAUTIL-QT-PARCELAS      PIC 9(05).
           05 FUSAUTIL-QT-ENTREGAS      PIC 9(05).
           05 FUSAUTIL-QT-PROMOCOES     PIC 9(05).
           05 FUSAUTIL-QT-APROVACOES    PIC 9(05).
