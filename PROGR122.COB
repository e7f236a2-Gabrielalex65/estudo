       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR122.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * MANUTENCAO DAS RESTRICOES DO        *
      * VEICULO (CADREST.DAT): INCLUSAO E   *
      * BAIXA DE ROUBO/FURTO, ALIENACAO     *
      * FIDUCIARIA E ORDEM JUDICIAL. TELA   *
      * DO SUPERVISOR (MENU PROGR105). A    *
      * RESTRICAO VIGENTE BLOQUEIA A        *
      * TRANSFERENCIA (PROGR94) E A TROCA   *
      * DE SITUACAO (PROGR92)               *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYRESEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYREFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO22     PIC X(02) VALUE "00".
       01 W-PLACADIG    PIC X(07) VALUE SPACES.
       01 W-ACAO        PIC X(01) VALUE SPACES.
       01 W-TIPO        PIC X(01) VALUE SPACES.
       01 W-CREDOR      PIC X(30) VALUE SPACES.
       01 W-DOCUMENTO   PIC X(30) VALUE SPACES.
       01 W-DATA-DIG    PIC 9(08) VALUE ZEROS.
       01 W-SEQ-DIG     PIC 9(04) VALUE ZEROS.
       01 W-PROX-SEQ    PIC 9(04) VALUE ZEROS.
       01 W-QTD-REST    PIC 9(04) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).

           COPY CPYREST.

      *    LINHAS DE TELA COM AS RESTRICOES DA PLACA (AS 6 PRIMEIRAS,
      *    VIGENTES E BAIXADAS).
       01 W-TELA-REST.
          03 W-TELA-LIN OCCURS 6  PIC X(72).
       01 W-TELA-CABEC.
          03 FILLER PIC X(36) VALUE
             "SEQ  TIPO             DOCUMENTO".
          03 FILLER PIC X(36) VALUE
             "                 INCLUSAO BAIXA".
       01 W-LIN-REST.
          03 WL-SEQ     PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 WL-TIPO    PIC X(16).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 WL-DOC     PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 WL-INCL    PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 WL-BAIXA   PIC X(08).

      *-----------------------------------------------------------------
       LINKAGE SECTION.

           COPY CPYOPCOM.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING COMUNICA-OPERADOR.
       R0.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC: " ST-ERRO
              STOP RUN.
           OPEN I-O CADREST
           IF ST-ERRO22 NOT = "00"
              IF ST-ERRO22 = "30"
                 OPEN OUTPUT CADREST
                 CLOSE CADREST
                 OPEN I-O CADREST
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADREST: " ST-ERRO22
                 STOP RUN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

       R1.
           DISPLAY (03, 15) "RESTRICOES DO VEICULO - PROGR122".
           MOVE SPACES TO W-PLACADIG.
           DISPLAY (05, 05) "PLACA (BRANCO=SAIR):".
           ACCEPT (05, 26) W-PLACADIG.
           IF W-PLACADIG = SPACES
              GO TO ROT-FIM.
           MOVE W-PLACADIG(1:3) TO LETRAP.
           MOVE W-PLACADIG(4:4) TO NUMEROP.
           READ CADVEIC
               INVALID KEY
                  MOVE "*** PLACA NAO CADASTRADA ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
           END-READ.
           DISPLAY (06, 05) "PROPRIETARIO.......:".
           DISPLAY (06, 26) PROPRIETARIO.
           PERFORM R-LISTA THRU R-LISTA-FIM.
           DISPLAY (08, 05) W-TELA-CABEC.
           DISPLAY (09, 05) W-TELA-LIN(1).
           DISPLAY (10, 05) W-TELA-LIN(2).
           DISPLAY (11, 05) W-TELA-LIN(3).
           DISPLAY (12, 05) W-TELA-LIN(4).
           DISPLAY (13, 05) W-TELA-LIN(5).
           DISPLAY (14, 05) W-TELA-LIN(6).
           IF W-QTD-REST = ZEROS
              DISPLAY (09, 05) "NENHUMA RESTRICAO REGISTRADA".
       R2.
           MOVE SPACES TO W-ACAO.
           DISPLAY (16, 05) "I=INCLUIR B=BAIXAR (BRANCO=OUTRA PLACA):".
           ACCEPT (16, 46) W-ACAO.
           EVALUATE W-ACAO
              WHEN "I" GO TO R-INCLUI
              WHEN "i" GO TO R-INCLUI
              WHEN "B" GO TO R-BAIXA
              WHEN "b" GO TO R-BAIXA
              WHEN SPACES GO TO R1
              WHEN OTHER
                 MOVE "* DIGITE I, B OU BRANCO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2
           END-EVALUATE.

      *------[ INCLUSAO DE RESTRICAO ]----------------------------------
       R-INCLUI.
           MOVE SPACES TO W-TIPO.
           DISPLAY (17, 05) "TIPO (R=ROUBO A=ALIENACAO J=JUDICIAL):".
           ACCEPT (17, 44) W-TIPO.
           IF W-TIPO NOT = "R" AND W-TIPO NOT = "A"
                               AND W-TIPO NOT = "J"
              MOVE "* DIGITE R, A OU J *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-INCLUI.
           MOVE SPACES TO W-CREDOR.
           IF W-TIPO NOT = "A"
              GO TO R-INCLUI-DOC.
       R-INCLUI-CREDOR.
           DISPLAY (18, 05) "BANCO CREDOR:".
           ACCEPT (18, 19) W-CREDOR.
           IF W-CREDOR = SPACES
              MOVE "*** BANCO CREDOR OBRIGATORIO NA ALIENACAO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-INCLUI-CREDOR.
       R-INCLUI-DOC.
           MOVE SPACES TO W-DOCUMENTO.
           DISPLAY (19, 05) "DOCUMENTO:".
           ACCEPT (19, 16) W-DOCUMENTO.
           IF W-DOCUMENTO = SPACES
              MOVE "*** REFERENCIA DO DOCUMENTO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-INCLUI-DOC.
       R-INCLUI-DATA.
           MOVE WS-DATA-SISTEMA TO W-DATA-DIG.
           DISPLAY (20, 05) "DATA DA INCLUSAO (AAAAMMDD):".
           ACCEPT (20, 34) W-DATA-DIG.
           IF W-DATA-DIG IS NOT NUMERIC OR W-DATA-DIG = ZEROS
              OR W-DATA-DIG > WS-DATA-SISTEMA
              MOVE "*** DATA DA INCLUSAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-INCLUI-DATA.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (21, 05) "CONFIRMA A INCLUSAO (S/N):".
           ACCEPT (21, 32) W-OPCAO.
           IF W-OPCAO NOT = "S"
              MOVE "*** RESTRICAO NAO INCLUIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE LETRAP        TO REST-LETRAP
           MOVE NUMEROP       TO REST-NUMEROP
           MOVE W-PROX-SEQ    TO REST-SEQ
           MOVE W-TIPO        TO REST-TIPO
           MOVE W-CREDOR      TO REST-CREDOR
           MOVE W-DOCUMENTO   TO REST-DOCUMENTO
           MOVE W-DATA-DIG    TO REST-DATA-INCL
           MOVE COM-OPERADOR  TO REST-OPER-INCL
           MOVE ZEROS         TO REST-DATA-BAIXA
           MOVE SPACES        TO REST-DOC-BAIXA REST-OPER-BAIXA
           WRITE REGREST.
           MOVE "*** RESTRICAO INCLUIDA COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ BAIXA (LEVANTAMENTO) DE RESTRICAO ]----------------------
      *    A RESTRICAO NAO E EXCLUIDA: FICA NO CADREST COM A DATA E O
      *    DOCUMENTO DA BAIXA, PARA O HISTORICO DO VEICULO.
       R-BAIXA.
           MOVE ZEROS TO W-SEQ-DIG.
           DISPLAY (17, 05) "SEQUENCIA DA RESTRICAO:".
           ACCEPT (17, 29) W-SEQ-DIG.
           IF W-SEQ-DIG = ZEROS
              GO TO R1.
           MOVE LETRAP    TO REST-LETRAP
           MOVE NUMEROP   TO REST-NUMEROP
           MOVE W-SEQ-DIG TO REST-SEQ.
           READ CADREST
               INVALID KEY
                  MOVE "*** RESTRICAO NAO ENCONTRADA ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R-BAIXA
           END-READ.
           IF NOT REST-VIGENTE
              MOVE "*** RESTRICAO JA BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA.
           PERFORM R-DESC-REST THRU R-DESC-REST-FIM.
           DISPLAY (17, 40) WS-REST-DESC.
       R-BAIXA-DOC.
           MOVE SPACES TO W-DOCUMENTO.
           DISPLAY (18, 05) "DOCUMENTO DA BAIXA:".
           ACCEPT (18, 25) W-DOCUMENTO.
           IF W-DOCUMENTO = SPACES
              MOVE "*** REFERENCIA DO DOCUMENTO OBRIGATORIA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA-DOC.
       R-BAIXA-DATA.
           MOVE WS-DATA-SISTEMA TO W-DATA-DIG.
           DISPLAY (19, 05) "DATA DA BAIXA (AAAAMMDD):".
           ACCEPT (19, 31) W-DATA-DIG.
           IF W-DATA-DIG IS NOT NUMERIC OR W-DATA-DIG = ZEROS
              OR W-DATA-DIG < REST-DATA-INCL
              OR W-DATA-DIG > WS-DATA-SISTEMA
              MOVE "*** DATA DA BAIXA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA-DATA.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (21, 05) "CONFIRMA A BAIXA (S/N):".
           ACCEPT (21, 29) W-OPCAO.
           IF W-OPCAO NOT = "S"
              MOVE "*** RESTRICAO NAO BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DATA-DIG   TO REST-DATA-BAIXA
           MOVE W-DOCUMENTO  TO REST-DOC-BAIXA
           MOVE COM-OPERADOR TO REST-OPER-BAIXA
           REWRITE REGREST.
           MOVE "*** RESTRICAO BAIXADA COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ RESTRICOES DA PLACA E PROXIMA SEQUENCIA ]----------------
      *    MESMO DESENHO DO R-ULT-VISTORIA DO PROGR109.
       R-LISTA.
           MOVE ZEROS TO W-QTD-REST W-PROX-SEQ W-IND.
           MOVE SPACES TO W-TELA-REST.
           MOVE LETRAP  TO REST-LETRAP
           MOVE NUMEROP TO REST-NUMEROP
           MOVE ZEROS   TO REST-SEQ.
           START CADREST KEY IS NOT LESS THAN REST-CHAVE
               INVALID KEY
                  GO TO R-LISTA-FIM
           END-START.
       R-LISTA-LOOP.
           READ CADREST NEXT RECORD
               AT END
                  GO TO R-LISTA-FIM
           END-READ.
           IF REST-PLACA NOT = PLACA
              GO TO R-LISTA-FIM.
           ADD 1 TO W-QTD-REST
           MOVE REST-SEQ TO W-PROX-SEQ.
           IF W-IND NOT < 6
              GO TO R-LISTA-LOOP.
           PERFORM R-DESC-REST THRU R-DESC-REST-FIM.
           MOVE REST-SEQ       TO WL-SEQ
           MOVE WS-REST-DESC   TO WL-TIPO
           MOVE REST-DOCUMENTO TO WL-DOC
           MOVE REST-DATA-INCL TO WL-INCL.
           IF REST-VIGENTE
              MOVE "VIGENTE"       TO WL-BAIXA
           ELSE
              MOVE REST-DATA-BAIXA TO WL-BAIXA.
           ADD 1 TO W-IND
           MOVE W-LIN-REST TO W-TELA-LIN(W-IND).
           GO TO R-LISTA-LOOP.
       R-LISTA-FIM.
           ADD 1 TO W-PROX-SEQ.

       ROT-FIM.
           CLOSE CADVEIC CADREST.
           GOBACK.

      *---------[ ROTINA DE MENSAGEM ]---------------------
       ROT-MENS.
                MOVE ZEROS TO W-CONT.
       ROT-MENS1.
               DISPLAY (23, 12) MENS.
       ROT-MENS2.
                ADD 1 TO W-CONT
                IF W-CONT < 3000
                   GO TO ROT-MENS2
                ELSE
                   MOVE SPACES TO MENS
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.

           COPY CPYRESTB.
