           COPY CPYASEL.
           COPY CPYPSEL.
           COPY CPYMUSEL.
           COPY CPYRESEL.
           COPY CPYJOSEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYAFD.
           COPY CPYPFD.
           COPY CPYMUFD.
           COPY CPYREFD.
           COPY CPYJOFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO12     PIC X(02) VALUE "00".
       01 ST-ERRO22     PIC X(02) VALUE "00".
       01 ST-ERRO26     PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 W-QTD-MULT    PIC 9(04) VALUE ZEROS.
       01 W-QTD-MULT-ED PIC ZZZ9.

           COPY CPYPROP.

           COPY CPYREST.

           COPY CPYJORN.

      *-----------------------------------------------------------------
       LINKAGE SECTION.

              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADMULT: " ST-ERRO12
                 STOP RUN.
           OPEN INPUT CADREST
           IF ST-ERRO22 NOT = "00"
              IF ST-ERRO22 = "30"
                 OPEN OUTPUT CADREST
                 CLOSE CADREST
                 OPEN INPUT CADREST
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADREST: " ST-ERRO22
                 STOP RUN.
           PERFORM R-ABRE-AUDCAD THRU R-ABRE-AUDCAD-FIM.
           PERFORM R-ABRE-JORNAL THRU R-ABRE-JORNAL-FIM.
      *    O OPERADOR JA FOI AUTENTICADO PELO MENU DE ENTRADA
      *    (PROGR105), QUE PASSA A IDENTIFICACAO PELA LINKAGE.
           MOVE COM-OPERADOR TO W-OPERADOR.
           MOVE COM-OPERADOR TO WS-JOR-OPERADOR.
           MOVE "PROGR94"    TO WS-JOR-PROGRAMA.
           DISPLAY (01, 15) "OPERADOR:".
           DISPLAY (01, 25) W-OPERADOR.

              MOVE "*** REGISTRO EM USO, TENTE NOVAMENTE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    RESTRICAO VIGENTE (ROUBO/FURTO, ALIENACAO FIDUCIARIA OU
      *    ORDEM JUDICIAL - CADREST) BLOQUEIA A TRANSFERENCIA SEM
      *    LIBERACAO: SO A BAIXA DA RESTRICAO NO PROGR122 DESTRAVA.
           MOVE PLACA TO REST-PLACA
           PERFORM R-VERIFICA-REST THRU R-VERIFICA-REST-FIM.
           IF WS-REST-ATIVA = "S"
              UNLOCK CADVEIC
              DISPLAY (09, 15) "RESTRICAO VIGENTE:"
              DISPLAY (09, 34) WS-REST-DESC
              DISPLAY (10, 15) "DOCUMENTO........:"
              DISPLAY (10, 34) WS-REST-DOC
              MOVE "*** BLOQUEADA - RESTRICAO VIGENTE NO VEICULO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE PROPRIETARIO TO W-PROP-ANTIGO.
           MOVE REGVEIC TO WS-JOR-ANTES.
           DISPLAY (09, 15) "PROPRIETARIO ATUAL:" PROPRIETARIO.
           MOVE SPACES TO W-PROP-NOVO.
           DISPLAY (11, 15) "NOVO PROPRIETARIO:".
           MOVE W-PROP-NOVO TO PROPRIETARIO.
           MOVE W-DOC-NOVO  TO DOCPROP.
           REWRITE REGVEIC.
           MOVE "CADVEIC"    TO JOR-ARQUIVO
           MOVE "A"          TO JOR-OPERACAO
           MOVE WS-JOR-ANTES TO JOR-ANTES
           MOVE REGVEIC      TO JOR-DEPOIS
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
           PERFORM R-GRAVA-HISTORICO THRU R-GRAVA-HISTORICO-FIM.
           MOVE "T" TO AUD-OPERACAO
           MOVE LETRAP  TO AUD-PLACA(1:3)
           GO TO R1.

       ROT-FIM.
           CLOSE CADVEIC HISTPROP AUDCAD CADPROP CADMULT CADREST
                 JORNAL.
           GOBACK.

      *------[ MULTAS EM ABERTO DA PLACA CORRENTE ]----------------------
           END-READ.
           IF MULT-PLACA NOT = PLACA
              GO TO R-MULTAS-ABERTAS-FIM.
      *    MULTA INSCRITA EM DIVIDA ATIVA CONTINUA DEVIDA.
           IF MULT-ABERTA OR MULT-DIVIDA
              ADD 1 TO W-QTD-MULT
              ADD MULT-VALOR TO W-TOT-MULT.
           GO TO R-MULTAS-ABERTAS-LOOP.
           COPY CPYHISTP.
           COPY CPYPROPB.
           COPY CPYAUDP.
           COPY CPYRESTB.
           COPY CPYJORP.
