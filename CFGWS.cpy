       77  CFG-ALCADA-VALOR             PIC 9(05)V99 VALUE 0.
       77  CFG-COT-TOLERANCIA           PIC 9(02)V99 VALUE 20.
       77  CFG-SESSAO-TIMEOUT           PIC 9(03) VALUE 15.
       77  CFG-PONTOS-TAXA              PIC 9(02) VALUE 1.
       77  CFG-PONTOS-CENTAVOS          PIC 9(03) VALUE 5.
       77  CFG-PONTOS-VALIDADE          PIC 9(02) VALUE 12.
       77  CFG-UF-EMITENTE              PIC X(02) VALUE 'SP'.
       77  CFG-JUROS-ATRASO             PIC 9(02)V99 VALUE 2.
       77  CFG-EXPEDICAO-DIAS           PIC 9(02) VALUE 2.
       77  CFG-BOLETO-MULTA             PIC 9(02)V99 VALUE 2.
       77  CFG-BOLETO-JUROS             PIC 9(02)V99 VALUE 1.
       77  CFG-PLD-LIMITE               PIC 9(05)V99 VALUE 10000.
       77  CFG-PLD-FAIXA                PIC 9(02) VALUE 10.
       77  CFG-PLD-FRAC-QT              PIC 9(02) VALUE 3.
       77  CFG-PLD-FRAC-DIAS            PIC 9(02) VALUE 5.
       77  CFG-PLD-GIRO-DIAS            PIC 9(02) VALUE 2.
       77  CFG-PLD-GIRO-PCT             PIC 9(03) VALUE 80.
       77  CFG-EMP-MORA                 PIC 9(02)V99 VALUE 1.
       77  CFG-REM-CONVENIO             PIC X(20) VALUE SPACES.
       77  CFG-CONC-TOLERANCIA          PIC 9(02) VALUE 2.
       77  CFG-CAP-VARIACAO             PIC 9(03) VALUE 50.
       77  CFG-EXPEDIENTE-INI           PIC 9(04) VALUE 0800.
       77  CFG-EXPEDIENTE-FIM           PIC 9(04) VALUE 1800.
       77  CFG-CAP-QT                   PIC 9(02) VALUE ZEROS.
       01  CFG-CAP-LIMITES.
           05 CFG-CAP-ITEM OCCURS 20 TIMES.
              10 CFG-CAP-ARQUIVO        PIC X(20).
              10 CFG-CAP-LIMITE         PIC 9(12).
