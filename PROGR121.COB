       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR121.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * EMISSAO DO CRLV POR PLACA, COM      *
      * CONTROLE DO ESTOQUE DE FORMULARIOS  *
      * NUMERADOS (CTLFORM.DAT): CADA VIA   *
      * CONSOME UM FORMULARIO E FICA LIGADA *
      * A PLACA E AO OPERADOR; FORMULARIOS  *
      * INUTILIZADOS OU CANCELADOS FICAM    *
      * REGISTRADOS COM O MOTIVO. A         *
      * REIMPRESSAO, A BAIXA E A ENTRADA DE *
      * FORMULARIOS SAO DO SUPERVISOR       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYLSEL.
           COPY CPYVISEL.
           COPY CPYPSEL.
           COPY CPYMSEL.
           COPY CPYCSEL.
           COPY CPYFOSEL.
           SELECT CRLV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
           SELECT RELFORM ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYLFD.
           COPY CPYVIFD.
           COPY CPYPFD.
           COPY CPYMFD.
           COPY CPYCFD.
           COPY CPYFOFD.
      *
      *    OS CRLV IMPRESSOS FICAM ACUMULADOS EM CRLV.LST (ABERTURA
      *    EM EXTEND), NA MESMA LINHA DAS GUIAS DO PROGR101.
       FD CRLV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CRLV.LST".
       01 LIN-CRLV               PIC X(80).
      *
      *    RELATORIO DE USO DOS FORMULARIOS PARA A AUDITORIA: UMA
      *    LINHA POR FORMULARIO DO ESTOQUE, EM ORDEM DE NUMERO.
       FD RELFORM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELFORM.LST".
       01 LIN-RELFORM            PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-CONT        PIC 9(06) VALUE ZEROS.
       77 W-OPCAO       PIC X(01) VALUE SPACES.
       77 W-OPCAOMENU   PIC X(01) VALUE SPACES.
       77 MENS          PIC X(50) VALUE SPACES.
      *    MAIOR LOTE DE FORMULARIOS ACEITO NUMA ENTRADA DE ESTOQUE.
       77 W-MAX-LOTE    PIC 9(06) VALUE 5000.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO3      PIC X(02) VALUE "00".
       01 ST-ERRO4      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO11     PIC X(02) VALUE "00".
       01 ST-ERRO21     PIC X(02) VALUE "00".
       01 W-PLACADIG    PIC X(07) VALUE SPACES.
       01 W-ANO-EXERC   PIC 9(04) VALUE ZEROS.
      *    W-REIMP: "S" = REIMPRESSAO (2a VIA)   "N" = PRIMEIRA VIA
       01 W-REIMP       PIC X(01) VALUE "N".
       01 W-ACHOU       PIC X(01) VALUE "N".
       01 W-FORM-ANT    PIC 9(08) VALUE ZEROS.
       01 W-FORM-NUM    PIC 9(08) VALUE ZEROS.
       01 W-FORM-DIG    PIC 9(08) VALUE ZEROS.
       01 W-ULT-LIVRE   PIC 9(08) VALUE ZEROS.
       01 W-FORM-INI    PIC 9(08) VALUE ZEROS.
       01 W-FORM-FIM    PIC 9(08) VALUE ZEROS.
       01 W-QTD-LOTE    PIC 9(08) VALUE ZEROS.
       01 W-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-BAIXA       PIC X(01) VALUE SPACES.
       01 W-HORA        PIC 9(08) VALUE ZEROS.
       01 W-PROP-NOME   PIC X(30) VALUE SPACES.
       01 W-PROP-CIDADE PIC X(20) VALUE SPACES.
       01 W-PROX-SEQ    PIC 9(04) VALUE ZEROS.
       01 W-ULT-DATA    PIC 9(08) VALUE ZEROS.
       01 W-ULT-RESULT  PIC X(01) VALUE SPACES.
       01 W-DATA-AUX    PIC 9(08) VALUE ZEROS.
       01 W-DATA-AUX-R REDEFINES W-DATA-AUX.
          03 W-AUX-ANO  PIC 9(04).
          03 W-AUX-MES  PIC 9(02).
          03 W-AUX-DIA  PIC 9(02).
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).
       01 WS-TOT-LIVRE  PIC 9(08) VALUE ZEROS.
       01 WS-TOT-EMIT   PIC 9(08) VALUE ZEROS.
       01 WS-TOT-REIMP  PIC 9(08) VALUE ZEROS.
       01 WS-TOT-INUT   PIC 9(08) VALUE ZEROS.
       01 WS-TOT-CANC   PIC 9(08) VALUE ZEROS.

           COPY CPYMARCA.

           COPY CPYCOR.

           COPY CPYPROP.

      *------[ LINHAS DO CRLV (CRLV.LST) ]------------------------------
       01 LIN-C-TRACO   PIC X(60) VALUE ALL "-".
       01 LIN-C-TITULO.
          03 FILLER PIC X(60) VALUE
           "CERTIFICADO DE REGISTRO E LICENCIAMENTO DE VEICULO - CRLV".
       01 LIN-C-FORM.
          03 FILLER     PIC X(17) VALUE "FORMULARIO.....: ".
          03 LC-FORM    PIC 9(08).
          03 FILLER     PIC X(08) VALUE "   VIA: ".
          03 LC-VIA     PIC X(20).
       01 LIN-C-EXERC.
          03 FILLER     PIC X(17) VALUE "EXERCICIO......: ".
          03 LC-ANO     PIC 9(04).
          03 FILLER     PIC X(12) VALUE "   PAGO EM: ".
          03 LC-PG-DIA  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LC-PG-MES  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LC-PG-ANO  PIC 9(04).
       01 LIN-C-PLACA.
          03 FILLER     PIC X(17) VALUE "PLACA..........: ".
          03 LC-PLACA   PIC X(07).
       01 LIN-C-MARCA.
          03 FILLER     PIC X(17) VALUE "MARCA/MODELO...: ".
          03 LC-MARCA   PIC X(20).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LC-MODELO  PIC X(20).
       01 LIN-C-COR.
          03 FILLER     PIC X(17) VALUE "COR/ANO FABRIC.: ".
          03 LC-COR     PIC X(14).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LC-ANOFAB  PIC 9(04).
       01 LIN-C-PROP.
          03 FILLER     PIC X(17) VALUE "PROPRIETARIO...: ".
          03 LC-PROP    PIC X(30).
       01 LIN-C-DOC.
          03 FILLER     PIC X(17) VALUE "CPF/CNPJ.......: ".
          03 LC-DOC     PIC X(14).
       01 LIN-C-CIDADE.
          03 FILLER     PIC X(17) VALUE "MUNICIPIO......: ".
          03 LC-CIDADE  PIC X(20).
       01 LIN-C-EMISSAO.
          03 FILLER     PIC X(17) VALUE "EMITIDO EM.....: ".
          03 LC-EM-DIA  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LC-EM-MES  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LC-EM-ANO  PIC 9(04).
          03 FILLER     PIC X(12) VALUE "  OPERADOR: ".
          03 LC-OPER    PIC X(08).
       01 LIN-C-MOTIVO.
          03 FILLER     PIC X(17) VALUE "MOTIVO 2a VIA..: ".
          03 LC-MOTIVO  PIC X(40).
       01 LIN-C-BRANCO  PIC X(01) VALUE SPACE.

      *------[ LINHAS DO RELATORIO DE USO (RELFORM.LST) ]---------------
       01 LIN-R-TITULO.
          03 FILLER PIC X(40) VALUE
             "RELATORIO DE USO DE FORMULARIOS DE CRLV".
          03 FILLER     PIC X(11) VALUE "  EMISSAO: ".
          03 LR-EM-DIA  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LR-EM-MES  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LR-EM-ANO  PIC 9(04).
       01 LIN-R-LEGENDA.
          03 FILLER PIC X(50) VALUE
             "SIT: L=LIVRE E=EMITIDO I=INUTILIZADO C=CANCELADO".
          03 FILLER PIC X(31) VALUE
             "  VIA: 1=PRIMEIRA 2=REIMPRESSAO".
       01 LIN-R-CABEC.
          03 FILLER PIC X(50) VALUE
             "NUMERO   S PLACA   EXERC V DATA     OPERADOR MOTIV".
          03 FILLER PIC X(50) VALUE
             "O                         BAIXA    OPER.BX".
       01 LIN-R-DET.
          03 LR-NUM     PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LR-SIT     PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LR-PLACA   PIC X(07).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LR-ANO     PIC X(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LR-TIPO    PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LR-DATA    PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LR-OPER    PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LR-MOTIVO  PIC X(30).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LR-DT-BX   PIC X(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LR-OPER-BX PIC X(08).
       01 LIN-R-TOTAL.
          03 LR-TOT-DESC PIC X(30).
          03 LR-TOT-QTD  PIC ZZZZZZZ9.
       01 LIN-R-TRACO   PIC X(100) VALUE ALL "-".

      *-----------------------------------------------------------------
       LINKAGE SECTION.

           COPY CPYOPCOM.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION USING COMUNICA-OPERADOR.
       R0.
           PERFORM R-CARREGA-MARCA THRU R-CARREGA-MARCA-FIM.
           PERFORM R-CARREGA-COR THRU R-CARREGA-COR-FIM.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC: " ST-ERRO
              STOP RUN.
           OPEN INPUT CADLIC
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT CADLIC
                 CLOSE CADLIC
                 OPEN INPUT CADLIC
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADLIC: " ST-ERRO7
                 STOP RUN.
           OPEN INPUT CADVIST
           IF ST-ERRO11 NOT = "00"
              IF ST-ERRO11 = "30"
                 OPEN OUTPUT CADVIST
                 CLOSE CADVIST
                 OPEN INPUT CADVIST
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADVIST: " ST-ERRO11
                 STOP RUN.
           OPEN INPUT CADPROP
           IF ST-ERRO6 NOT = "00"
              IF ST-ERRO6 = "30"
                 OPEN OUTPUT CADPROP
                 CLOSE CADPROP
                 OPEN INPUT CADPROP
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADPROP: " ST-ERRO6
                 STOP RUN.
           OPEN I-O CTLFORM
           IF ST-ERRO21 NOT = "00"
              IF ST-ERRO21 = "30"
                 OPEN OUTPUT CTLFORM
                 CLOSE CTLFORM
                 OPEN I-O CTLFORM
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CTLFORM: " ST-ERRO21
                 STOP RUN.
           OPEN EXTEND CRLV
           IF ST-ERRO9 NOT = "00"
              IF ST-ERRO9 = "35"
                 OPEN OUTPUT CRLV
                 CLOSE CRLV
                 OPEN EXTEND CRLV
              ELSE
                 DISPLAY "ERRO ABERTURA CRLV.LST: " ST-ERRO9
                 STOP RUN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

       R-MENU.
           DISPLAY (03, 20) "EMISSAO DO CRLV - PROGR121".
           DISPLAY (06, 20) "1 - EMISSAO DO CRLV".
           DISPLAY (07, 20) "2 - REIMPRESSAO DO CRLV (SUPERV.)".
           DISPLAY (08, 20) "3 - BAIXA DE FORMULARIO (SUPERV.)".
           DISPLAY (09, 20) "4 - ENTRADA DE FORMULARIOS (SUPERV.)".
           DISPLAY (10, 20) "5 - RELATORIO DE USO DOS FORMULARIOS".
           DISPLAY (11, 20) "0 - SAIR".
           DISPLAY (12, 20) "OPCAO:".
           ACCEPT (12, 27) W-OPCAOMENU.
           EVALUATE W-OPCAOMENU
              WHEN "1"
                 MOVE "N" TO W-REIMP
                 GO TO R-EMITE
              WHEN "2"
                 MOVE "S" TO W-REIMP
                 GO TO R-EMITE
              WHEN "3" GO TO R-BAIXA
              WHEN "4" GO TO R-ENTRADA
              WHEN "5" GO TO R-RELATORIO
              WHEN "0" GO TO ROT-FIM
              WHEN OTHER
                 MOVE "*** OPCAO INVALIDA ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R-MENU
           END-EVALUATE.

      *------[ EMISSAO / REIMPRESSAO DO CRLV ]--------------------------
      *    SO SAI CRLV DE VEICULO ATIVO, COM O EXERCICIO PAGO NO
      *    CADLIC E SEM VISTORIA REPROVADA COMO ULTIMA DO CADVIST.
      *    A PRIMEIRA VIA E UNICA POR PLACA + EXERCICIO; A SEGUNDA
      *    VIA E DO SUPERVISOR, COM MOTIVO, E CANCELA O FORMULARIO
      *    ANTERIOR.
       R-EMITE.
           IF W-REIMP = "S" AND COM-NIVEL NOT = "S"
              MOVE "*** FUNCAO RESTRITA AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           MOVE SPACES TO W-PLACADIG.
           DISPLAY (14, 20) "PLACA (BRANCO=VOLTAR):".
           ACCEPT (14, 43) W-PLACADIG.
           IF W-PLACADIG = SPACES
              GO TO R-MENU.
           MOVE W-PLACADIG(1:3) TO LETRAP.
           MOVE W-PLACADIG(4:4) TO NUMEROP.
           READ CADVEIC
               INVALID KEY
                  MOVE "*** PLACA NAO CADASTRADA ***" TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R-EMITE
           END-READ.
           IF NOT VEIC-ATIVO
              MOVE "*** VEICULO NAO ATIVO - CRLV NAO EMITIDO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
       R-EMITE-ANO.
           MOVE WS-ANO-SISTEMA TO W-ANO-EXERC.
           DISPLAY (15, 20) "EXERCICIO (AAAA).....:".
           ACCEPT (15, 43) W-ANO-EXERC.
           IF W-ANO-EXERC IS NOT NUMERIC OR W-ANO-EXERC = ZEROS
              MOVE "*** EXERCICIO INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-EMITE-ANO.
           MOVE LETRAP      TO LIC-LETRAP
           MOVE NUMEROP     TO LIC-NUMEROP
           MOVE W-ANO-EXERC TO LIC-ANO.
           READ CADLIC
               INVALID KEY
                  MOVE SPACES TO LIC-SITUACAO
           END-READ.
      *    EXERCICIO QUITADO NA DIVIDA ATIVA ("L") VALE COMO PAGO.
           IF LIC-SITUACAO NOT = "P" AND LIC-SITUACAO NOT = "L"
              MOVE "*** EXERCICIO EM ABERTO - CRLV NAO EMITIDO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           PERFORM R-ULT-VISTORIA THRU R-ULT-VISTORIA-FIM.
           IF W-ULT-RESULT = "R"
              MOVE "*** VISTORIA REPROVADA - CRLV NAO EMITIDO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           PERFORM R-BUSCA-EMITIDO THRU R-BUSCA-EMITIDO-FIM.
           IF W-REIMP = "N" AND W-ACHOU = "S"
              DISPLAY (16, 20) "FORMULARIO EMITIDO...:"
              DISPLAY (16, 43) W-FORM-ANT
              MOVE "*** CRLV JA EMITIDO - 2a VIA PELO SUPERVISOR ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           IF W-REIMP = "S" AND W-ACHOU = "N"
              MOVE "*** CRLV AINDA NAO EMITIDO - USE A OPCAO 1 ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           MOVE SPACES TO W-MOTIVO.
           IF W-REIMP = "N"
              GO TO R-EMITE-PROP.
           DISPLAY (16, 20) "FORMULARIO ANTERIOR..:".
           DISPLAY (16, 43) W-FORM-ANT.
       R-EMITE-MOTIVO.
           DISPLAY (17, 20) "MOTIVO:".
           ACCEPT (17, 28) W-MOTIVO.
           IF W-MOTIVO = SPACES
              MOVE "*** MOTIVO DA REIMPRESSAO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-EMITE-MOTIVO.
       R-EMITE-PROP.
           MOVE DOCPROP TO PROP-DOC.
           PERFORM R-VALIDA-PROP THRU R-VALIDA-PROP-FIM.
           IF WS-PROP-ACHADO = "S"
              MOVE WS-PROP-NOME TO W-PROP-NOME
              MOVE PROP-CIDADE  TO W-PROP-CIDADE
           ELSE
              MOVE PROPRIETARIO TO W-PROP-NOME
              MOVE SPACES       TO W-PROP-CIDADE.
       R-EMITE-FORM.
           PERFORM R-PROX-FORM THRU R-PROX-FORM-FIM.
           IF W-FORM-NUM = ZEROS
              MOVE "*** SEM FORMULARIO EM ESTOQUE - VER SUPERVISOR ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           DISPLAY (18, 20) "FORMULARIO A USAR....:".
           DISPLAY (18, 43) W-FORM-NUM.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (19, 20) "CONFIRMA A IMPRESSAO (S/N):".
           ACCEPT (19, 48) W-OPCAO.
           IF W-OPCAO NOT = "S"
              MOVE "*** CRLV NAO EMITIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
      *    O FORMULARIO E BAIXADO DO ESTOQUE ANTES DA IMPRESSAO, PARA
      *    NAO HAVER CRLV IMPRESSO SEM REGISTRO NO CTLFORM.
           ACCEPT W-HORA FROM TIME.
           MOVE "E"            TO FORM-SITUACAO
           MOVE LETRAP         TO FORM-LETRAP
           MOVE NUMEROP        TO FORM-NUMEROP
           MOVE W-ANO-EXERC    TO FORM-ANO
           MOVE WS-DATA-SISTEMA TO FORM-DATA
           MOVE W-HORA         TO FORM-HORA
           MOVE COM-OPERADOR   TO FORM-OPERADOR
           MOVE W-MOTIVO       TO FORM-MOTIVO.
           IF W-REIMP = "S"
              MOVE "2" TO FORM-TIPO
           ELSE
              MOVE "1" TO FORM-TIPO.
           REWRITE REGFORM.
           PERFORM R-IMPRIME-CRLV THRU R-IMPRIME-CRLV-FIM.
       R-EMITE-CONF.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (20, 20) "IMPRESSAO SAIU CORRETA (S/N):".
           ACCEPT (20, 50) W-OPCAO.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "N"
              MOVE "* DIGITE S OU N *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-EMITE-CONF.
           IF W-OPCAO = "N"
              MOVE W-FORM-NUM TO FORM-NUM
              READ CTLFORM
                  INVALID KEY
                     PERFORM R-FORM-AUSENTE THRU R-FORM-AUSENTE-FIM
                     GO TO R-EMITE-FORM
              END-READ
              MOVE "I"             TO FORM-SITUACAO
              MOVE WS-DATA-SISTEMA TO FORM-DATA-BAIXA
              MOVE COM-OPERADOR    TO FORM-OPER-BAIXA
              MOVE "FALHA NA IMPRESSAO DO CRLV" TO FORM-MOTIVO-BAIXA
              REWRITE REGFORM
              MOVE "*** FORMULARIO INUTILIZADO - USANDO O PROXIMO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-EMITE-FORM.
           IF W-REIMP = "S"
              MOVE W-FORM-ANT TO FORM-NUM
              READ CTLFORM
                  INVALID KEY
                     PERFORM R-FORM-AUSENTE THRU R-FORM-AUSENTE-FIM
                     GO TO R-MENU
              END-READ
              MOVE "C"             TO FORM-SITUACAO
              MOVE WS-DATA-SISTEMA TO FORM-DATA-BAIXA
              MOVE COM-OPERADOR    TO FORM-OPER-BAIXA
              MOVE SPACES          TO FORM-MOTIVO-BAIXA
              STRING "SUBSTITUIDO PELA 2a VIA NO FORM. "
                     W-FORM-NUM DELIMITED BY SIZE
                     INTO FORM-MOTIVO-BAIXA
              REWRITE REGFORM.
           MOVE "*** CRLV EMITIDO COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R-MENU.

      *------[ FORMULARIO (FORM-NUM) SUMIU DO CTLFORM ]-----------------
       R-FORM-AUSENTE.
           MOVE SPACES TO MENS
           STRING "*** FORMULARIO " FORM-NUM
                  " NAO ACHADO NO CTLFORM ***" DELIMITED BY SIZE
                  INTO MENS.
           PERFORM ROT-MENS THRU ROT-MENS-FIM.
       R-FORM-AUSENTE-FIM.
           EXIT.

      *------[ CRLV JA EMITIDO PARA A PLACA + EXERCICIO ]---------------
      *    PELA CHAVE ALTERNADA DO CTLFORM. SAIDA: W-ACHOU E, SE
      *    ACHOU, W-FORM-ANT COM O FORMULARIO EMITIDO VIGENTE.
       R-BUSCA-EMITIDO.
           MOVE "N" TO W-ACHOU
           MOVE ZEROS TO W-FORM-ANT.
           MOVE LETRAP      TO FORM-LETRAP
           MOVE NUMEROP     TO FORM-NUMEROP
           MOVE W-ANO-EXERC TO FORM-ANO.
           START CTLFORM KEY IS EQUAL TO FORM-PLACA-ANO
               INVALID KEY
                  GO TO R-BUSCA-EMITIDO-FIM
           END-START.
       R-BUSCA-EMITIDO-LOOP.
           READ CTLFORM NEXT RECORD
               AT END
                  GO TO R-BUSCA-EMITIDO-FIM
           END-READ.
           IF FORM-PLACA NOT = PLACA OR FORM-ANO NOT = W-ANO-EXERC
              GO TO R-BUSCA-EMITIDO-FIM.
           IF FORM-EMITIDO
              MOVE "S"      TO W-ACHOU
              MOVE FORM-NUM TO W-FORM-ANT.
           GO TO R-BUSCA-EMITIDO-LOOP.
       R-BUSCA-EMITIDO-FIM.
           EXIT.

      *------[ PROXIMO FORMULARIO LIVRE DO ESTOQUE ]--------------------
      *    OS FORMULARIOS SAO USADOS EM ORDEM DE NUMERO; A BUSCA
      *    RECOMECA DO ULTIMO USADO NA SESSAO. SAIDA: W-FORM-NUM (ZERO
      *    = ESTOQUE ESGOTADO) COM O REGISTRO LIDO PARA O REWRITE.
       R-PROX-FORM.
           MOVE ZEROS TO W-FORM-NUM.
           MOVE W-ULT-LIVRE TO FORM-NUM.
           START CTLFORM KEY IS NOT LESS THAN FORM-NUM
               INVALID KEY
                  GO TO R-PROX-FORM-FIM
           END-START.
       R-PROX-FORM-LOOP.
           READ CTLFORM NEXT RECORD
               AT END
                  GO TO R-PROX-FORM-FIM
           END-READ.
           IF NOT FORM-LIVRE
              GO TO R-PROX-FORM-LOOP.
           MOVE FORM-NUM TO W-FORM-NUM W-ULT-LIVRE.
       R-PROX-FORM-FIM.
           EXIT.

      *------[ IMPRESSAO DO CRLV NO FORMULARIO (CRLV.LST) ]-------------
       R-IMPRIME-CRLV.
           MOVE LIN-C-TRACO TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE LIN-C-TITULO TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE W-FORM-NUM TO LC-FORM.
           IF W-REIMP = "S"
              MOVE "2a VIA (REIMPRESSAO)" TO LC-VIA
           ELSE
              MOVE "1a VIA" TO LC-VIA.
           MOVE LIN-C-FORM TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE W-ANO-EXERC   TO LC-ANO
           MOVE LIC-DATA-PGTO TO W-DATA-AUX
           MOVE W-AUX-DIA     TO LC-PG-DIA
           MOVE W-AUX-MES     TO LC-PG-MES
           MOVE W-AUX-ANO     TO LC-PG-ANO
           MOVE LIN-C-EXERC TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE LIN-C-BRANCO TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE LETRAP  TO LC-PLACA(1:3)
           MOVE NUMEROP TO LC-PLACA(4:4)
           MOVE LIN-C-PLACA TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE MARCA TO TXTMARCA
           PERFORM R-BUSCA-MARCA THRU R-BUSCA-MARCA-FIM.
           IF WS-MARCA-ACHADA = "S"
              MOVE WS-MARCA-DESC TO LC-MARCA
           ELSE
              MOVE "MARCA DESCONHECIDA" TO LC-MARCA.
           MOVE MODELO TO LC-MODELO
           MOVE LIN-C-MARCA TO LIN-CRLV
           WRITE LIN-CRLV.
           PERFORM R-BUSCA-COR THRU R-BUSCA-COR-FIM.
           IF WS-COR-ACHADA = "S"
              MOVE WS-COR-DESC TO LC-COR
           ELSE
              MOVE "COR DESCONHEC." TO LC-COR.
           MOVE ANOFABRICACAO TO LC-ANOFAB
           MOVE LIN-C-COR TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE W-PROP-NOME TO LC-PROP
           MOVE LIN-C-PROP TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE DOCPROP TO LC-DOC
           MOVE LIN-C-DOC TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE W-PROP-CIDADE TO LC-CIDADE
           MOVE LIN-C-CIDADE TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE LIN-C-BRANCO TO LIN-CRLV
           WRITE LIN-CRLV.
           MOVE WS-DIA-SISTEMA TO LC-EM-DIA
           MOVE WS-MES-SISTEMA TO LC-EM-MES
           MOVE WS-ANO-SISTEMA TO LC-EM-ANO
           MOVE COM-OPERADOR   TO LC-OPER
           MOVE LIN-C-EMISSAO TO LIN-CRLV
           WRITE LIN-CRLV.
           IF W-REIMP = "S"
              MOVE W-MOTIVO TO LC-MOTIVO
              MOVE LIN-C-MOTIVO TO LIN-CRLV
              WRITE LIN-CRLV.
           MOVE LIN-C-TRACO TO LIN-CRLV
           WRITE LIN-CRLV.
       R-IMPRIME-CRLV-FIM.
           EXIT.

      *------[ BAIXA DE FORMULARIO - RESTRITA AO SUPERVISOR ]-----------
      *    INUTILIZADO = FORMULARIO ESTRAGADO/PERDIDO (EM ESTOQUE OU
      *    JA IMPRESSO); CANCELADO = CRLV EMITIDO QUE PERDE A VALIDADE.
      *    O REGISTRO FICA NO CTLFORM COM O MOTIVO PARA A AUDITORIA.
       R-BAIXA.
           IF COM-NIVEL NOT = "S"
              MOVE "*** FUNCAO RESTRITA AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           MOVE ZEROS TO W-FORM-DIG.
           DISPLAY (14, 20) "NUMERO DO FORMULARIO (0=VOLTAR):".
           ACCEPT (14, 53) W-FORM-DIG.
           IF W-FORM-DIG = ZEROS
              GO TO R-MENU.
           MOVE W-FORM-DIG TO FORM-NUM.
           READ CTLFORM
               INVALID KEY
                  MOVE "*** FORMULARIO NAO CONSTA DO ESTOQUE ***"
                     TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R-BAIXA
           END-READ.
           IF FORM-INUTILIZADO OR FORM-CANCELADO
              MOVE "*** FORMULARIO JA BAIXADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA.
           IF FORM-EMITIDO
              DISPLAY (15, 20) "EMITIDO PARA A PLACA:"
              DISPLAY (15, 43) FORM-PLACA
              DISPLAY (15, 51) FORM-ANO
           ELSE
              DISPLAY (15, 20) "FORMULARIO LIVRE EM ESTOQUE".
       R-BAIXA-TIPO.
           MOVE SPACES TO W-BAIXA.
           DISPLAY (16, 20) "BAIXA (I=INUTILIZADO C=CANCELADO):".
           ACCEPT (16, 55) W-BAIXA.
           IF W-BAIXA NOT = "I" AND W-BAIXA NOT = "C"
              MOVE "* DIGITE I OU C *" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA-TIPO.
       R-BAIXA-MOTIVO.
           MOVE SPACES TO W-MOTIVO.
           DISPLAY (17, 20) "MOTIVO:".
           ACCEPT (17, 28) W-MOTIVO.
           IF W-MOTIVO = SPACES
              MOVE "*** MOTIVO DA BAIXA OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA-MOTIVO.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (19, 20) "CONFIRMA A BAIXA (S/N):".
           ACCEPT (19, 44) W-OPCAO.
           IF W-OPCAO NOT = "S"
              MOVE "*** BAIXA NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           MOVE W-BAIXA         TO FORM-SITUACAO
           MOVE WS-DATA-SISTEMA TO FORM-DATA-BAIXA
           MOVE COM-OPERADOR    TO FORM-OPER-BAIXA
           MOVE W-MOTIVO        TO FORM-MOTIVO-BAIXA
           REWRITE REGFORM.
           MOVE "*** BAIXA DO FORMULARIO REGISTRADA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R-MENU.

      *------[ ENTRADA DE LOTE DE FORMULARIOS - SUPERVISOR ]------------
      *    CADA LOTE RECEBIDO ENTRA PELA FAIXA DE NUMEROS IMPRESSA NOS
      *    FORMULARIOS; NENHUM NUMERO DA FAIXA PODE JA EXISTIR.
       R-ENTRADA.
           IF COM-NIVEL NOT = "S"
              MOVE "*** FUNCAO RESTRITA AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           MOVE ZEROS TO W-FORM-INI W-FORM-FIM.
           DISPLAY (14, 20) "PRIMEIRO NUMERO DO LOTE (0=VOLTAR):".
           ACCEPT (14, 56) W-FORM-INI.
           IF W-FORM-INI = ZEROS
              GO TO R-MENU.
           DISPLAY (15, 20) "ULTIMO NUMERO DO LOTE.............:".
           ACCEPT (15, 56) W-FORM-FIM.
           IF W-FORM-INI IS NOT NUMERIC OR W-FORM-FIM IS NOT NUMERIC
              OR W-FORM-FIM < W-FORM-INI
              MOVE "*** FAIXA DE NUMEROS INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-ENTRADA.
           COMPUTE W-QTD-LOTE = W-FORM-FIM - W-FORM-INI + 1.
           IF W-QTD-LOTE > W-MAX-LOTE
              MOVE "*** LOTE ACIMA DE 5000 FORMULARIOS ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-ENTRADA.
           MOVE W-FORM-INI TO FORM-NUM.
           START CTLFORM KEY IS NOT LESS THAN FORM-NUM
               INVALID KEY
                  GO TO R-ENTRADA-CONF
           END-START.
           READ CTLFORM NEXT RECORD
               AT END
                  GO TO R-ENTRADA-CONF
           END-READ.
           IF FORM-NUM NOT > W-FORM-FIM
              MOVE "*** FAIXA JA CADASTRADA NO ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-ENTRADA.
       R-ENTRADA-CONF.
           DISPLAY (16, 20) "QUANTIDADE DE FORMULARIOS.........:".
           DISPLAY (16, 56) W-QTD-LOTE.
           MOVE SPACES TO W-OPCAO.
           DISPLAY (18, 20) "CONFIRMA A ENTRADA (S/N):".
           ACCEPT (18, 46) W-OPCAO.
           IF W-OPCAO NOT = "S"
              MOVE "*** ENTRADA NAO EFETUADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           MOVE W-FORM-INI TO W-FORM-NUM.
       R-ENTRADA-GRAVA.
           IF W-FORM-NUM > W-FORM-FIM
              MOVE "*** FORMULARIOS INCLUIDOS NO ESTOQUE ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           MOVE SPACES TO REGFORM.
           MOVE W-FORM-NUM      TO FORM-NUM
           MOVE "L"             TO FORM-SITUACAO
           MOVE ZEROS           TO FORM-ANO FORM-DATA FORM-HORA
                                   FORM-DATA-BAIXA
           MOVE WS-DATA-SISTEMA TO FORM-DATA-ENTR
           MOVE COM-OPERADOR    TO FORM-OPER-ENTR
           WRITE REGFORM.
           ADD 1 TO W-FORM-NUM.
           GO TO R-ENTRADA-GRAVA.

      *------[ RELATORIO DE USO DOS FORMULARIOS (RELFORM.LST) ]---------
      *    TODOS OS NUMEROS DO ESTOQUE, EM ORDEM, COM A SITUACAO, A
      *    PLACA E O OPERADOR DE CADA USO E OS TOTAIS POR SITUACAO.
       R-RELATORIO.
           OPEN OUTPUT RELFORM.
           MOVE ZEROS TO WS-TOT-LIVRE WS-TOT-EMIT WS-TOT-REIMP
                         WS-TOT-INUT WS-TOT-CANC.
           MOVE WS-DIA-SISTEMA TO LR-EM-DIA
           MOVE WS-MES-SISTEMA TO LR-EM-MES
           MOVE WS-ANO-SISTEMA TO LR-EM-ANO
           MOVE LIN-R-TITULO TO LIN-RELFORM
           WRITE LIN-RELFORM.
           MOVE LIN-R-LEGENDA TO LIN-RELFORM
           WRITE LIN-RELFORM.
           MOVE LIN-R-TRACO TO LIN-RELFORM
           WRITE LIN-RELFORM.
           MOVE LIN-R-CABEC TO LIN-RELFORM
           WRITE LIN-RELFORM.
           MOVE LIN-R-TRACO TO LIN-RELFORM
           WRITE LIN-RELFORM.
           MOVE ZEROS TO FORM-NUM.
           START CTLFORM KEY IS NOT LESS THAN FORM-NUM
               INVALID KEY
                  GO TO R-RELATORIO-TOT
           END-START.
       R-RELATORIO-LOOP.
           READ CTLFORM NEXT RECORD
               AT END
                  GO TO R-RELATORIO-TOT
           END-READ.
           MOVE SPACES TO LR-PLACA LR-ANO LR-TIPO LR-OPER LR-MOTIVO
                          LR-DT-BX LR-OPER-BX.
           MOVE FORM-NUM      TO LR-NUM
           MOVE FORM-SITUACAO TO LR-SIT.
           IF FORM-LIVRE
              ADD 1 TO WS-TOT-LIVRE
              MOVE FORM-DATA-ENTR TO LR-DATA
              MOVE FORM-OPER-ENTR TO LR-OPER
              GO TO R-RELATORIO-GRAVA.
           MOVE FORM-PLACA    TO LR-PLACA
           MOVE FORM-ANO      TO LR-ANO
           MOVE FORM-TIPO     TO LR-TIPO
           MOVE FORM-DATA     TO LR-DATA
           MOVE FORM-OPERADOR TO LR-OPER
           MOVE FORM-MOTIVO   TO LR-MOTIVO.
           IF FORM-EMITIDO
              ADD 1 TO WS-TOT-EMIT
              IF FORM-TIPO = "2"
                 ADD 1 TO WS-TOT-REIMP
              END-IF
              GO TO R-RELATORIO-GRAVA.
           IF FORM-INUTILIZADO
              ADD 1 TO WS-TOT-INUT
           ELSE
              ADD 1 TO WS-TOT-CANC.
           MOVE FORM-MOTIVO-BAIXA TO LR-MOTIVO
           MOVE FORM-DATA-BAIXA   TO LR-DT-BX
           MOVE FORM-OPER-BAIXA   TO LR-OPER-BX.
       R-RELATORIO-GRAVA.
           MOVE LIN-R-DET TO LIN-RELFORM
           WRITE LIN-RELFORM.
           GO TO R-RELATORIO-LOOP.
       R-RELATORIO-TOT.
           MOVE LIN-R-TRACO TO LIN-RELFORM
           WRITE LIN-RELFORM.
           MOVE "LIVRES EM ESTOQUE...........:" TO LR-TOT-DESC
           MOVE WS-TOT-LIVRE TO LR-TOT-QTD
           MOVE LIN-R-TOTAL TO LIN-RELFORM
           WRITE LIN-RELFORM.
           MOVE "EMITIDOS (VALIDOS)..........:" TO LR-TOT-DESC
           MOVE WS-TOT-EMIT TO LR-TOT-QTD
           MOVE LIN-R-TOTAL TO LIN-RELFORM
           WRITE LIN-RELFORM.
           MOVE "  DOS QUAIS REIMPRESSOES....:" TO LR-TOT-DESC
           MOVE WS-TOT-REIMP TO LR-TOT-QTD
           MOVE LIN-R-TOTAL TO LIN-RELFORM
           WRITE LIN-RELFORM.
           MOVE "INUTILIZADOS................:" TO LR-TOT-DESC
           MOVE WS-TOT-INUT TO LR-TOT-QTD
           MOVE LIN-R-TOTAL TO LIN-RELFORM
           WRITE LIN-RELFORM.
           MOVE "CANCELADOS..................:" TO LR-TOT-DESC
           MOVE WS-TOT-CANC TO LR-TOT-QTD
           MOVE LIN-R-TOTAL TO LIN-RELFORM
           WRITE LIN-RELFORM.
           CLOSE RELFORM.
           MOVE "*** RELATORIO GERADO EM RELFORM.LST ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R-MENU.

      *------[ ULTIMA VISTORIA DA PLACA ]-------------------------------
      *    MESMA VARREDURA DO PROGR109: GUARDA A ULTIMA VISTORIA.
       R-ULT-VISTORIA.
           MOVE ZEROS TO W-PROX-SEQ W-ULT-DATA.
           MOVE SPACES TO W-ULT-RESULT.
           MOVE LETRAP  TO VIST-LETRAP
           MOVE NUMEROP TO VIST-NUMEROP
           MOVE ZEROS   TO VIST-SEQ.
           START CADVIST KEY IS NOT LESS THAN VIST-CHAVE
               INVALID KEY
                  GO TO R-ULT-VISTORIA-FIM
           END-START.
       R-ULT-VISTORIA-LOOP.
           READ CADVIST NEXT RECORD
               AT END
                  GO TO R-ULT-VISTORIA-FIM
           END-READ.
           IF VIST-PLACA NOT = PLACA
              GO TO R-ULT-VISTORIA-FIM.
           MOVE VIST-SEQ    TO W-PROX-SEQ
           MOVE VIST-DATA   TO W-ULT-DATA
           MOVE VIST-RESULT TO W-ULT-RESULT
           GO TO R-ULT-VISTORIA-LOOP.
       R-ULT-VISTORIA-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADVEIC CADLIC CADVIST CADPROP CTLFORM CRLV.
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

           COPY CPYMARCAP.
           COPY CPYMARCAB.
           COPY CPYCORP.
           COPY CPYCORB.
           COPY CPYPROPB.
