       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYPSEL.
           COPY CPYJOSEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYPFD.
           COPY CPYJOFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS          PIC X(50) VALUE SPACES.
       77 W-OPCAOMANUT  PIC X(01) VALUE SPACES.
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO26     PIC X(02) VALUE "00".
       01 W-DOC-OK      PIC X(01) VALUE "N".

           COPY CPYJORN.

      *-----------------------------------------------------------------
       LINKAGE SECTION.

                 MOVE "ERRO NA ABERTURA DO ARQUIVO CADPROP" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO ROT-FIM.
           PERFORM R-ABRE-JORNAL THRU R-ABRE-JORNAL-FIM.
           MOVE COM-OPERADOR TO WS-JOR-OPERADOR.
           MOVE "PROGR100"   TO WS-JOR-PROGRAMA.

       R-MENU.
           DISPLAY (03, 20) "CADASTRO DE PROPRIETARIOS - MENU".
           ACCEPT (23, 33) W-OPCAO
           IF W-OPCAO = "S"
              WRITE REGPROP
              MOVE "CADPROP"    TO JOR-ARQUIVO
              MOVE "I"          TO JOR-OPERACAO
              MOVE SPACES       TO JOR-ANTES
              MOVE REGPROP      TO JOR-DEPOIS
              PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM
              MOVE "*** PROPRIETARIO INCLUIDO COM SUCESSO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R-MENU
           END-READ.
           MOVE REGPROP TO WS-JOR-ANTES.
           DISPLAY TELAPROP.
           DISPLAY (23, 12) "(A)LTERAR  (E)XCLUIR  (V)OLTAR:".
           ACCEPT (23, 45) W-OPCAOMANUT.
           ACCEPT (23, 46) W-OPCAO.
           IF W-OPCAO = "S"
              REWRITE REGPROP
              MOVE "CADPROP"    TO JOR-ARQUIVO
              MOVE "A"          TO JOR-OPERACAO
              MOVE WS-JOR-ANTES TO JOR-ANTES
              MOVE REGPROP      TO JOR-DEPOIS
              PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM
              MOVE "*** REGISTRO ALTERADO COM SUCESSO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU
           ACCEPT (23, 46) W-OPCAO.
           IF W-OPCAO = "S"
              DELETE CADPROP RECORD
              MOVE "CADPROP"    TO JOR-ARQUIVO
              MOVE "E"          TO JOR-OPERACAO
              MOVE WS-JOR-ANTES TO JOR-ANTES
              MOVE SPACES       TO JOR-DEPOIS
              PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM
              MOVE "*** REGISTRO EXCLUIDO COM SUCESSO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU
           EXIT.

       ROT-FIM.
           CLOSE CADPROP JORNAL.
           GOBACK.

      *---------[ ROTINA DE MENSAGEM ]---------------------
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.

           COPY CPYJORP.
