      *          PIOR SITUACAO PARA A MAIS LEVE (FAIXA ATUAL E
      *          TAMANHO DO SALTO), PRONTA PARA AS LIGACOES DE
      *          ACOMPANHAMENTO. SAI NA TELA E EM PIORIMC.RPT.TXT.
      *          CADA MEDICAO E RECLASSIFICADA PELA ROTINA CLASIMC
      *          (IDADE NA DATA DA VISITA E SEXO DO CADASTRO), A MESMA
      *          DO ATIVIDADE02: CRIANCA E ADOLESCENTE COMPARAM
      *          PERCENTIL, E A CRIANCA QUE CRESCE NAO ENTRA NA LISTA
      *          SO PORQUE O IMC SUBIU COM A IDADE. MEDICAO SEM
      *          REFERENCIA PARA CLASSIFICAR FICA FORA DA COMPARACAO.
      *AUTHOR  : VITORIA KELLY
      ******************************************************************
       ENVIRONMENT DIVISION.
       77  WRK-RET-ABERTO               PIC X(01) VALUE 'N'.
       77  WRK-QT-AGENDADOS             PIC 9(03) VALUE ZEROS.
       COPY NOTIFW.
       77  WRK-QT-PACIENTES             PIC 9(03) VALUE ZEROS.
       77  WRK-QT-PIORAS                PIC 9(03) VALUE ZEROS.
       77  WRK-TAB-CHEIA                PIC X(01) VALUE 'N'.
       77  WRK-TAB-ACHOU                PIC X(01) VALUE 'N'.
           88 TAB-ACHOU                 VALUE 'S'.
       77  WRK-FAIXA                    PIC 9(01) VALUE ZEROS.
       77  WRK-CLASSIFICACAO            PIC X(20) VALUE SPACES.
       COPY CLASIMCW.
       COPY DATAUTW.
       77  WRK-LINHA                    PIC X(90) VALUE SPACES.
      *    ULTIMAS DUAS MEDICOES DE CADA PACIENTE, NA ORDEM EM QUE O
      *    HISTORICO FOI GRAVADO (EXTEND = CRONOLOGICA).
           GOBACK.

       0100-VARRE-HISTORICO          SECTION.
           OPEN INPUT PACIENTES.
           IF FS-PACIENTES = 0
               MOVE 'S' TO WRK-PAC-ABERTO
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT HISTIMC.
           IF FS-HISTIMC NOT = 0
               DISPLAY "HISTORICO DE IMC NAO FOI ABERTO, STATUS="
           CLOSE HISTIMC.

       0150-ACUMULA-MEDICAO          SECTION.
           PERFORM 0155-RECLASSIFICA.
           IF WRK-FAIXA = 0
               GO TO 0150-SAIDA
           END-IF.
           MOVE 'N' TO WRK-TAB-ACHOU.
           PERFORM VARYING WRK-T FROM 1 BY 1
                   UNTIL WRK-T > WRK-QT-PACIENTES OR TAB-ACHOU
      *    MEDICOES REPETIDAS UMA APOS A OUTRA; A COPIA IDENTICA A
      *    ULTIMA E IGNORADA PARA NAO POLUIR O PAR ULTIMA/PENULTIMA.
           IF TAB-ACHOU
                   AND WRK-CLASSIFICACAO = WRK-PAC-CL-ULT(WRK-T)
                   AND HISTIMC-DATA = WRK-PAC-DATA-ULT(WRK-T)
               GO TO 0150-SAIDA
           END-IF.
           MOVE WRK-PAC-FX-ULT(WRK-T)  TO WRK-PAC-FX-PENULT(WRK-T).
           MOVE WRK-PAC-CL-ULT(WRK-T)  TO WRK-PAC-CL-PENULT(WRK-T).
           MOVE WRK-FAIXA              TO WRK-PAC-FX-ULT(WRK-T).
           MOVE WRK-CLASSIFICACAO      TO WRK-PAC-CL-ULT(WRK-T).
           MOVE HISTIMC-DATA           TO WRK-PAC-DATA-ULT(WRK-T).
           IF HISTIMC-NUMERO IS NUMERIC
               MOVE HISTIMC-NUMERO     TO WRK-PAC-NUMERO(WRK-T)
       0150-SAIDA.
           EXIT.

      *    VISITA COM NUMERO DE PACIENTE E DATA E CLASSIFICADA DE NOVO
      *    PELA CLASIMC; A DA EPOCA DO NOME LIVRE FICA COM O TEXTO
      *    GRAVADO NA VISITA.
       0155-RECLASSIFICA             SECTION.
           MOVE HISTIMC-CLASSIFICACAO TO WRK-CLASSIFICACAO.
           IF WRK-PAC-ABERTO NOT = 'S'
                   OR HISTIMC-NUMERO NOT NUMERIC
                   OR HISTIMC-NUMERO = ZEROS
                   OR HISTIMC-DATA NOT NUMERIC
               PERFORM 0160-FAIXA-DA-CLASSIFICACAO
               GO TO 0155-SAIDA
           END-IF.
           MOVE HISTIMC-NUMERO TO PAC-NUMERO.
           READ PACIENTES
             INVALID KEY
               PERFORM 0160-FAIXA-DA-CLASSIFICACAO
               GO TO 0155-SAIDA
           END-READ.
           MOVE HISTIMC-IMC    TO CLASIMC-IMC.
           MOVE HISTIMC-DATA   TO CLASIMC-DATA.
           MOVE PAC-NASCIMENTO TO CLASIMC-NASCIMENTO.
           MOVE PAC-SEXO       TO CLASIMC-SEXO.
           CALL 'CLASIMC' USING CLASIMC-PARM.
           MOVE CLASIMC-FAIXA         TO WRK-FAIXA.
           MOVE CLASIMC-CLASSIFICACAO TO WRK-CLASSIFICACAO.

       0155-SAIDA.
           EXIT.

      *    AS FAIXAS SAO AS DA ROTINA CLASIMC, NUMERADAS DA MAIS LEVE
      *    (1) PARA A MAIS GRAVE (6); A OBESIDADE DA CRIANCA FICA NO
      *    DEGRAU DO GRAU I.
       0160-FAIXA-DA-CLASSIFICACAO   SECTION.
           EVALUATE HISTIMC-CLASSIFICACAO
             WHEN 'SEM REFERENCIA      '
               MOVE 0 TO WRK-FAIXA
             WHEN 'ABAIXO DO PESO      '
               MOVE 1 TO WRK-FAIXA
             WHEN 'PESO NORMAL         '
             WHEN 'SOBREPESO           '
               MOVE 3 TO WRK-FAIXA
             WHEN 'OBESIDADE GRAU I    '
             WHEN 'OBESIDADE           '
               MOVE 4 TO WRK-FAIXA
             WHEN 'OBESIDADE GRAU II   '
               MOVE 5 TO WRK-FAIXA
               GO TO 0350-SAIDA
           END-READ.
           IF PAC-NASCIMENTO NOT = ZEROS
               MOVE 'D'            TO DATAUTIL-FUNCAO
               MOVE PAC-NASCIMENTO TO DATAUTIL-DATA
               MOVE WRK-HOJE       TO DATAUTIL-DATA-2
               CALL 'DATAUTIL' USING DATAUTIL-PARM
               MOVE DATAUTIL-ANOS  TO WRK-IDADE
               STRING ' IDADE '  DELIMITED BY SIZE
                      WRK-IDADE  DELIMITED BY SIZE
                 INTO WRK-LINHA(82:)
           IF WRK-HOJE = ZEROS
               ACCEPT WRK-HOJE FROM DATE YYYYMMDD
           END-IF.
           MOVE 'S'      TO DATAUTIL-FUNCAO.
           MOVE WRK-HOJE TO DATAUTIL-DATA.
           MOVE 7        TO DATAUTIL-QTDE.
           MOVE 'D'      TO DATAUTIL-UNIDADE.
           CALL 'DATAUTIL' USING DATAUTIL-PARM.
           MOVE CLASSIF-NUMERO TO RET-NUMERO.
           MOVE DATAUTIL-RESULTADO TO RET-DATA-ALVO.
           MOVE 'PIORA DE FAIXA DE IMC' TO RET-MOTIVO.
           MOVE 'P' TO RET-SITUACAO.
           WRITE RETORNO-REG
