           COPY CPYCSEL.
           COPY CPYASEL.
           COPY CPYPSEL.
           COPY CPYLSEL.
           COPY CPYTVSEL.
           COPY CPYRESEL.
           COPY CPYJOSEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYCFD.
           COPY CPYAFD.
           COPY CPYPFD.
           COPY CPYLFD.
           COPY CPYTVFD.
           COPY CPYREFD.
           COPY CPYJOFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO5      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 ST-ERRO22     PIC X(02) VALUE "00".
       01 ST-ERRO26     PIC X(02) VALUE "00".
       01 W-OPERADOR    PIC X(08) VALUE SPACES.
       01 TXTTPAMIGO    PIC X(10) VALUE SPACES.
       01 TEXSEXO       PIC X(12) VALUE SPACES.
       01 W-PROP-ANTIGO PIC X(30) VALUE SPACES.
       01 W-DOC-ANTIGO  PIC X(14) VALUE SPACES.
       01 W-PROX-SEQ    PIC 9(04) VALUE ZEROS.
       01 W-DATA-TRANSF PIC 9(08) VALUE ZEROS.
       01 W-SIT-NOVA    PIC X(01) VALUE SPACES.
       01 W-DATA-BAIXA  PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(30) VALUE SPACES.
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).

           COPY CPYMARCA.


           COPY CPYPROP.

           COPY CPYLICC.

           COPY CPYLANC.

           COPY CPYREST.

           COPY CPYJORN.

      *-----------------------------------------------------------------
       LINKAGE SECTION.

                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN I-O CADLIC
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT CADLIC
                 CLOSE CADLIC
                 OPEN I-O CADLIC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADLIC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT TABVALIC
           IF ST-ERRO10 NOT = "00"
              IF ST-ERRO10 = "30"
                 OPEN OUTPUT TABVALIC
                 CLOSE TABVALIC
                 OPEN INPUT TABVALIC
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO TABVALIC" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           OPEN INPUT CADREST
           IF ST-ERRO22 NOT = "00"
              IF ST-ERRO22 = "30"
                 OPEN OUTPUT CADREST
                 CLOSE CADREST
                 OPEN INPUT CADREST
              ELSE
                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADREST" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM R-ABRE-AUDCAD THRU R-ABRE-AUDCAD-FIM.
           PERFORM R-ABRE-JORNAL THRU R-ABRE-JORNAL-FIM.
      *    O OPERADOR JA FOI AUTENTICADO PELO MENU DE ENTRADA
      *    (PROGR105), QUE PASSA A IDENTIFICACAO PELA LINKAGE.
           MOVE COM-OPERADOR TO W-OPERADOR.
           MOVE COM-OPERADOR TO WS-JOR-OPERADOR.
           MOVE "PROGR92"    TO WS-JOR-PROGRAMA.
           DISPLAY (01, 20) "OPERADOR:".
           DISPLAY (01, 30) W-OPERADOR.

              GO TO R-MENU.
           MOVE MARCA TO TXTMARCA.
           DISPLAY TELATXT.
           PERFORM R-MOSTRA-ROUBO THRU R-MOSTRA-ROUBO-FIM.
           DISPLAY (23, 12) "ENTER=PROXIMO VEICULO   0=VOLTAR AO MENU".
           ACCEPT (23, 54) W-OPCAO.
           IF W-OPCAO = "0"
              GO TO R-MENU.
           MOVE MARCA TO TXTMARCA.
           MOVE PROPRIETARIO TO W-PROP-ANTIGO.
           MOVE DOCPROP TO W-DOC-ANTIGO.
           MOVE REGVEIC TO WS-JOR-ANTES.
           DISPLAY TELATXT.
           PERFORM R-MOSTRA-ROUBO THRU R-MOSTRA-ROUBO-FIM.
           DISPLAY (23, 12) "(A)LTERAR (E)XCLUIR (B)AIXAR (V)OLTAR:".
           ACCEPT (23, 52) W-OPCAOMANUT.
           EVALUATE W-OPCAOMANUT
           ACCEPT DISPLAYANO.
           MOVE TXTMARCA TO MARCA.
       R-MANUT-ALT-CONF.
      *    TROCA DE PROPRIETARIO PELA ALTERACAO E TRANSFERENCIA (VAI
      *    PARA O HISTPROP): COM RESTRICAO VIGENTE FICA BLOQUEADA, COMO
      *    NA TRANSFERENCIA DO PROGR94.
           IF WS-REST-ATIVA = "S"
                AND (PROPRIETARIO NOT = W-PROP-ANTIGO
                     OR DOCPROP NOT = W-DOC-ANTIGO)
              UNLOCK CADVEIC
              MOVE "*** BLOQUEADA - RESTRICAO VIGENTE NO VEICULO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           DISPLAY (23, 20) "CONFIRMA ALTERACAO (S/N):".
           ACCEPT (23, 46) W-OPCAO.
           IF W-OPCAO = "S"
              REWRITE REGVEIC
              MOVE "CADVEIC"    TO JOR-ARQUIVO
              MOVE "A"          TO JOR-OPERACAO
              MOVE WS-JOR-ANTES TO JOR-ANTES
              MOVE REGVEIC      TO JOR-DEPOIS
              PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM
              IF PROPRIETARIO NOT = W-PROP-ANTIGO
                 PERFORM R-GRAVA-HISTORICO THRU R-GRAVA-HISTORICO-FIM
              END-IF
              MOVE "*** EXCLUSAO RESTRITA AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           IF WS-REST-ATIVA = "S"
              UNLOCK CADVEIC
              MOVE "*** BLOQUEADA - RESTRICAO VIGENTE NO VEICULO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           DISPLAY (23, 20) "CONFIRMA EXCLUSAO (S/N):".
           ACCEPT (23, 46) W-OPCAO.
           IF W-OPCAO = "S"
              DELETE CADVEIC RECORD
              MOVE "CADVEIC"    TO JOR-ARQUIVO
              MOVE "E"          TO JOR-OPERACAO
              MOVE WS-JOR-ANTES TO JOR-ANTES
              MOVE SPACES       TO JOR-DEPOIS
              PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM
              MOVE "E" TO AUD-OPERACAO
              MOVE LETRAP  TO AUD-PLACA(1:3)
              MOVE NUMEROP TO AUD-PLACA(4:4)
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
      *    RESTRICAO VIGENTE NO CADREST BLOQUEIA A TROCA DE SITUACAO
      *    SEM LIBERACAO: SO A BAIXA DA RESTRICAO NO PROGR122 DESTRAVA.
           IF WS-REST-ATIVA = "S"
              UNLOCK CADVEIC
              MOVE "*** BLOQUEADA - RESTRICAO VIGENTE NO VEICULO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           MOVE SPACES TO W-SIT-NOVA.
           DISPLAY (23, 12) "SITUACAO: (V)ENDIDO (S)INISTRADO (B)AIXADO"
           ACCEPT (23, 56) W-SIT-NOVA.
              MOVE W-DATA-BAIXA TO DATA-BAIXA
              MOVE W-MOTIVO     TO MOTIVO-BAIXA
              REWRITE REGVEIC
              MOVE "CADVEIC"    TO JOR-ARQUIVO
              MOVE "A"          TO JOR-OPERACAO
              MOVE WS-JOR-ANTES TO JOR-ANTES
              MOVE REGVEIC      TO JOR-DEPOIS
              PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM
              MOVE "B" TO AUD-OPERACAO
              MOVE LETRAP  TO AUD-PLACA(1:3)
              MOVE NUMEROP TO AUD-PLACA(4:4)
           ACCEPT (23, 33) W-OPCAO
           IF W-OPCAO ="S"
              WRITE REGVEIC
              MOVE "CADVEIC"    TO JOR-ARQUIVO
              MOVE "I"          TO JOR-OPERACAO
              MOVE SPACES       TO JOR-ANTES
              MOVE REGVEIC      TO JOR-DEPOIS
              PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM
              MOVE "I" TO AUD-OPERACAO
              MOVE LETRAP  TO AUD-PLACA(1:3)
              MOVE NUMEROP TO AUD-PLACA(4:4)
              MOVE PROPRIETARIO TO AUD-PROPRIETARIO
              PERFORM R-GRAVA-AUDITORIA THRU R-GRAVA-AUDITORIA-FIM
              PERFORM R-LANCA-INCLUSAO THRU R-LANCA-INCLUSAO-FIM
              IF LANC-SEM-TABELA
                 MOVE "*** LICENCIAMENTO NAO LANCADO - VER PROGR96 ***"
                    TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R-MENU
              ELSE
                 GO TO R-MENU
           ELSE
              IF W-OPCAO NOT = "N"
                   MOVE "* DIGITE S=SIM   N=NAO *" TO MENS
			

       ROT-FIM.
           CLOSE CADVEIC HISTPROP AUDCAD CADPROP CADLIC TABVALIC
                 CADREST JORNAL.
           GOBACK.

      *------[ AVISO DE ROUBO/FURTO NA TELA DO VEICULO ]----------------
      *    ATUALIZA TAMBEM WS-REST-ATIVA, QUE A BAIXA, A EXCLUSAO E A
      *    TROCA DE PROPRIETARIO CONSULTAM PARA O VEICULO MOSTRADO.
       R-MOSTRA-ROUBO.
           MOVE PLACA TO REST-PLACA
           PERFORM R-VERIFICA-REST THRU R-VERIFICA-REST-FIM.
           IF WS-REST-ROUBO = "S"
              DISPLAY (15, 20) "*** RESTRICAO DE ROUBO/FURTO ***"
           ELSE
              DISPLAY (15, 20) LIMPA.
       R-MOSTRA-ROUBO-FIM.
           EXIT.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
           COPY CPYCORB.
           COPY CPYPROPB.
           COPY CPYAUDP.
           COPY CPYLICB.
           COPY CPYLANCP.
           COPY CPYRESTB.
           COPY CPYJORP.

      *    FILE STATUS
      *    00 = OPERA��O REALIZADO COM SUCESSO
