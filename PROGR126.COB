       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR126.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * AGENDAMENTO DE VISTORIA NO BALCAO   *
      * (CADAGEN.DAT): CONSULTA DOS ULTIMOS *
      * AGENDAMENTOS DA PLACA, AGENDAMENTO  *
      * OU REMARCACAO NA PROXIMA VAGA LIVRE *
      * A PARTIR DA DATA PEDIDA E           *
      * CANCELAMENTO. MENU PROGR105         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYISSEL.
           COPY CPYAGSEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYISFD.
           COPY CPYAGFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 MENS          PIC X(50) VALUE SPACES.
       77 LIMPA         PIC X(66) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO24     PIC X(02) VALUE "00".
       01 ST-ERRO25     PIC X(02) VALUE "00".
       01 W-PLACADIG    PIC X(07) VALUE SPACES.
       01 W-ACAO        PIC X(01) VALUE SPACES.
       01 W-DATA-DIG.
          03 W-ANO-DIG  PIC 9(04).
          03 W-MES-DIG  PIC 9(02).
          03 W-DIA-DIG  PIC 9(02).
       01 W-QTD-AGE     PIC 9(04) VALUE ZEROS.
       01 W-IND         PIC 9(02) VALUE ZEROS.
       01 W-TEM-ANT     PIC X(01) VALUE "N".
       01 W-CHAVE-ANT   PIC X(12) VALUE SPACES.
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).

           COPY CPYAGEN.

      *    LINHAS DE TELA COM OS 6 ULTIMOS AGENDAMENTOS DA PLACA.
       01 W-TELA-AGE.
          03 W-TELA-LIN OCCURS 6  PIC X(72).
       01 W-TELA-CABEC.
          03 FILLER PIC X(36) VALUE
             "DATA       HORA  INSPETOR".
          03 FILLER PIC X(36) VALUE
             "          SITUACAO   MOTIVO".
       01 W-LIN-AGE.
          03 WL-DATA    PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 WL-HORA    PIC X(05).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 WL-INSP    PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 WL-SIT     PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 WL-MOTIVO  PIC X(20).

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
           OPEN INPUT TABINSP
           IF ST-ERRO24 NOT = "00"
              IF ST-ERRO24 = "30"
                 OPEN OUTPUT TABINSP
                 CLOSE TABINSP
                 OPEN INPUT TABINSP
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO TABINSP: " ST-ERRO24
                 STOP RUN.
           OPEN I-O CADAGEN
           IF ST-ERRO25 NOT = "00"
              IF ST-ERRO25 = "30"
                 OPEN OUTPUT CADAGEN
                 CLOSE CADAGEN
                 OPEN I-O CADAGEN
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADAGEN: " ST-ERRO25
                 STOP RUN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO WS-AGE-HOJE
           MOVE COM-OPERADOR    TO WS-AGE-OPER
           MOVE "B"             TO WS-AGE-ORIGEM.
           PERFORM R-CARREGA-INSP THRU R-CARREGA-INSP-FIM.

       R1.
           DISPLAY (03, 15) "AGENDAMENTO DE VISTORIA - PROGR126".
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
           IF W-QTD-AGE = ZEROS
              DISPLAY (09, 05) "NENHUM AGENDAMENTO REGISTRADO".
       R2.
           DISPLAY (17, 05) LIMPA.
           DISPLAY (18, 05) LIMPA.
           DISPLAY (19, 05) LIMPA.
           MOVE SPACES TO W-ACAO.
           DISPLAY (16, 05)
                   "A=AGENDAR/REMARCAR C=CANCELAR (BRANCO=VOLTA):".
           ACCEPT (16, 51) W-ACAO.
           EVALUATE W-ACAO
              WHEN "A" GO TO R-AGENDA
              WHEN "a" GO TO R-AGENDA
              WHEN "C" GO TO R-CANCELA
              WHEN "c" GO TO R-CANCELA
              WHEN SPACES GO TO R1
              WHEN OTHER
                 MOVE "* DIGITE A, C OU BRANCO *" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R2
           END-EVALUATE.

      *------[ AGENDAMENTO OU REMARCACAO ]------------------------------
      *    A NOVA VAGA E GRAVADA PRIMEIRO; SO DEPOIS O AGENDAMENTO EM
      *    ABERTO (SE HOUVER) E CANCELADO, PARA A PLACA NUNCA FICAR
      *    SEM DATA MARCADA.
       R-AGENDA.
           IF NOT VEIC-ATIVO
              MOVE "*** VEICULO FORA DA FROTA ATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           IF WS-QTD-INSP = ZEROS
              MOVE "*** NENHUM INSPETOR ATIVO - VER PROGR96 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           MOVE PLACA TO WS-AGE-PLACA.
           PERFORM R-BUSCA-AGENDA THRU R-BUSCA-AGENDA-FIM.
           MOVE WS-AGE-ACHADA TO W-TEM-ANT.
           IF W-TEM-ANT = "S"
              MOVE AGE-CHAVE  TO W-CHAVE-ANT
              MOVE AGE-MOTIVO TO WS-AGE-MOTIVO
           ELSE
              MOVE "PEDIDO NO BALCAO" TO WS-AGE-MOTIVO.
       R-AGENDA-DATA.
           MOVE ZEROS TO W-DATA-DIG.
           DISPLAY (17, 05) "DATA DESEJADA (AAAAMMDD):".
           ACCEPT (17, 31) W-DATA-DIG.
           IF W-DATA-DIG = ZEROS
              GO TO R2.
           IF W-DATA-DIG IS NOT NUMERIC
              OR W-MES-DIG < 01 OR W-MES-DIG > 12
              OR W-DIA-DIG < 01 OR W-DIA-DIG > 31
              OR W-DATA-DIG NOT > WS-DATA-SISTEMA
              MOVE "*** DATA INVALIDA - INFORME DATA FUTURA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-AGENDA-DATA.
           MOVE W-DATA-DIG TO WS-AGE-CUR-DATA.
           PERFORM R-AGE-ULT-DIA THRU R-AGE-ULT-DIA-FIM.
           IF W-DIA-DIG > WS-AGE-ULT-DIA
              MOVE "*** DATA INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-AGENDA-DATA.
           PERFORM R-AGE-INICIO THRU R-AGE-INICIO-FIM.
       R-AGENDA-VAGA.
           PERFORM R-PROX-VAGA THRU R-PROX-VAGA-FIM.
           IF WS-AGE-VAGA-OK NOT = "S"
              MOVE "*** SEM VAGA LIVRE NO PERIODO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM R-AGE-HORARIO THRU R-AGE-HORARIO-FIM.
           DISPLAY (18, 05) LIMPA.
           DISPLAY (18, 05) "VAGA:".
           DISPLAY (18, 11) WS-AGE-DATA-ED.
           DISPLAY (18, 22) WS-AGE-HORA-ED.
           DISPLAY (18, 28) WS-AGE-INSP-NOME.
       R-AGENDA-CONF.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (19, 05) "CONFIRMA A VAGA (S=SIM N=NAO P=PROXIMA):".
           ACCEPT (19, 46) W-OPCAO.
           IF W-OPCAO = "P" OR W-OPCAO = "p"
              ADD 1 TO WS-AGE-CUR-VAGA
              MOVE "N" TO WS-AGE-REGRAVA
              GO TO R-AGENDA-VAGA.
           IF W-OPCAO = "N" OR W-OPCAO = "n"
              MOVE "*** VISTORIA NAO AGENDADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              MOVE "* DIGITE S, N OU P *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-AGENDA-CONF.
           PERFORM R-GRAVA-AGENDA THRU R-GRAVA-AGENDA-FIM.
           IF W-TEM-ANT NOT = "S"
              MOVE "*** VISTORIA AGENDADA COM SUCESSO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-CHAVE-ANT TO AGE-CHAVE.
           READ CADAGEN
               INVALID KEY
                  MOVE "*** VISTORIA AGENDADA COM SUCESSO ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
           END-READ.
           MOVE "C"             TO AGE-SITUACAO
           MOVE WS-DATA-SISTEMA TO AGE-DATA-BAIXA
           MOVE COM-OPERADOR    TO AGE-OPER-BAIXA
           REWRITE REGAGEN.
           MOVE "*** VISTORIA REMARCADA COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ CANCELAMENTO DO AGENDAMENTO EM ABERTO ]------------------
      *    SE O VEICULO CONTINUAR PENDENTE, O PROGR95/PROGR125 DA NOITE
      *    AGENDA DE NOVO E EMITE NOVA CARTA.
       R-CANCELA.
           MOVE PLACA TO WS-AGE-PLACA.
           PERFORM R-BUSCA-AGENDA THRU R-BUSCA-AGENDA-FIM.
           IF WS-AGE-ACHADA NOT = "S"
              MOVE "*** PLACA SEM VISTORIA AGENDADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R2.
           PERFORM R-AGE-HORARIO THRU R-AGE-HORARIO-FIM.
           DISPLAY (17, 05) "AGENDADA:".
           DISPLAY (17, 15) WS-AGE-DATA-ED.
           DISPLAY (17, 26) WS-AGE-HORA-ED.
           DISPLAY (17, 32) WS-AGE-INSP-NOME.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (19, 05) "CONFIRMA O CANCELAMENTO (S/N):".
           ACCEPT (19, 36) W-OPCAO.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              MOVE "*** AGENDAMENTO MANTIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "C"             TO AGE-SITUACAO
           MOVE WS-DATA-SISTEMA TO AGE-DATA-BAIXA
           MOVE COM-OPERADOR    TO AGE-OPER-BAIXA
           REWRITE REGAGEN.
           MOVE "*** AGENDAMENTO CANCELADO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ ULTIMOS 6 AGENDAMENTOS DA PLACA ]------------------------
      *    A CHAVE ALTERNADA DEVOLVE OS AGENDAMENTOS DA PLACA NA ORDEM
      *    DE GRAVACAO; COM MAIS DE 6, A TELA ROLA E FICAM OS ULTIMOS.
       R-LISTA.
           MOVE ZEROS TO W-QTD-AGE W-IND.
           MOVE SPACES TO W-TELA-AGE.
           MOVE PLACA TO AGE-PLACA.
           START CADAGEN KEY IS EQUAL TO AGE-PLACA
               INVALID KEY
                  GO TO R-LISTA-FIM
           END-START.
       R-LISTA-LOOP.
           READ CADAGEN NEXT RECORD
               AT END
                  GO TO R-LISTA-FIM
           END-READ.
           IF AGE-PLACA NOT = PLACA
              GO TO R-LISTA-FIM.
           ADD 1 TO W-QTD-AGE.
           PERFORM R-AGE-HORARIO THRU R-AGE-HORARIO-FIM.
           MOVE WS-AGE-DATA-ED   TO WL-DATA
           MOVE WS-AGE-HORA-ED   TO WL-HORA
           MOVE WS-AGE-INSP-NOME TO WL-INSP
           MOVE AGE-MOTIVO       TO WL-MOTIVO.
           EVALUATE TRUE
              WHEN AGE-MARCADO   MOVE "MARCADA"   TO WL-SIT
              WHEN AGE-REALIZADO MOVE "REALIZADA" TO WL-SIT
              WHEN AGE-FALTOU    MOVE "FALTOU"    TO WL-SIT
              WHEN AGE-CANCELADO MOVE "CANCELADA" TO WL-SIT
              WHEN OTHER         MOVE AGE-SITUACAO TO WL-SIT
           END-EVALUATE.
           IF W-IND < 6
              ADD 1 TO W-IND
           ELSE
              MOVE W-TELA-LIN(2) TO W-TELA-LIN(1)
              MOVE W-TELA-LIN(3) TO W-TELA-LIN(2)
              MOVE W-TELA-LIN(4) TO W-TELA-LIN(3)
              MOVE W-TELA-LIN(5) TO W-TELA-LIN(4)
              MOVE W-TELA-LIN(6) TO W-TELA-LIN(5).
           MOVE W-LIN-AGE TO W-TELA-LIN(W-IND).
           GO TO R-LISTA-LOOP.
       R-LISTA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADVEIC TABINSP CADAGEN.
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

           COPY CPYAGEB.
           COPY CPYAGEP.
