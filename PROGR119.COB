       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR119.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * FECHAMENTO DIARIO DO CAIXA: TOTAIS  *
      * DO MOVIMENTO (MOVCAIXA.LOG) POR     *
      * OPERADOR E POR ORIGEM, CONFERIDOS   *
      * COM CADLIC, CADPARC, CADMULT E AS   *
      * GUIAS DE GUIALIC.LST, COM           *
      * RELATORIO DE                        *
      * DIVERGENCIAS (RELCAIXA.LST). O DIA  *
      * FECHADO E GRAVADO NO CTLCAIXA.DAT E *
      * O BALCAO NAO ACEITA MAIS PAGAMENTO  *
      * COM ESSA DATA                       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYLSEL.
           COPY CPYMUSEL.
           COPY CPYMCSEL.
           COPY CPYFCSEL.
           COPY CPYPASEL.
           SELECT GUIALIC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
           SELECT RELCAIXA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYLFD.
           COPY CPYMUFD.
           COPY CPYMCFD.
           COPY CPYFCFD.
           COPY CPYPAFD.
      *
       FD GUIALIC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "GUIALIC.LST".
       01 LIN-GUIALIC            PIC X(80).
      *
       FD RELCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELCAIXA.LST".
       01 LIN-RELCAIXA           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 W-OPCAO        PIC X(01) VALUE SPACES.
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO12      PIC X(02) VALUE "00".
       01 ST-ERRO18      PIC X(02) VALUE "00".
       01 ST-ERRO19      PIC X(02) VALUE "00".
       01 ST-ERRO20      PIC X(02) VALUE "00".
       01 W-DATA-CAIXA   PIC 9(08) VALUE ZEROS.
       01 W-DATA-CAIXA-R REDEFINES W-DATA-CAIXA.
          03 W-CAIXA-ANO PIC 9(04).
          03 W-CAIXA-MES PIC 9(02).
          03 W-CAIXA-DIA PIC 9(02).
      *    A GUIA IMPRIME A DATA DO PAGAMENTO COMO DD/MM/AAAA.
       01 WS-DATA-GUIA.
          03 WS-DG-DIA   PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 WS-DG-MES   PIC 9(02).
          03 FILLER      PIC X(01) VALUE "/".
          03 WS-DG-ANO   PIC 9(04).
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).
       01 WS-GUIA-ABERTA PIC X(01) VALUE "S".
       01 W-GUIA-PLACA   PIC X(07) VALUE SPACES.
       01 W-GUIA-ANO     PIC X(04) VALUE SPACES.
       01 W-GUIA-PARC    PIC X(02) VALUE SPACES.
       01 W-GUIA-PARC-N  PIC 9(02) VALUE ZEROS.
       01 W-LIC-PARCELADO PIC X(01) VALUE "N".
       01 W-GUIA-DATA    PIC X(10) VALUE SPACES.
       01 W-GUIA-VLR-ED  PIC ZZ.ZZZ.ZZ9,99.
       01 W-GUIA-VALOR   PIC 9(08)V99 VALUE ZEROS.
       01 W-MOTIVO       PIC X(35) VALUE SPACES.
       01 WS-IND         PIC 9(04) VALUE ZEROS.
       01 WS-IND-OP      PIC 9(02) VALUE ZEROS.
       01 WS-IND-DUP     PIC 9(04) VALUE ZEROS.
       01 W-DUPLIC       PIC X(01) VALUE "N".
       01 WS-QTD-DIVERG  PIC 9(06) VALUE ZEROS.
       01 WS-QTD-LIC     PIC 9(06) VALUE ZEROS.
       01 WS-VLR-LIC     PIC 9(09)V99 VALUE ZEROS.
       01 WS-QTD-MULT    PIC 9(06) VALUE ZEROS.
       01 WS-VLR-MULT    PIC 9(09)V99 VALUE ZEROS.
       01 WS-CAD-QTD-LIC PIC 9(06) VALUE ZEROS.
       01 WS-CAD-VLR-LIC PIC 9(09)V99 VALUE ZEROS.
       01 WS-CAD-QTD-MULT PIC 9(06) VALUE ZEROS.
       01 WS-CAD-VLR-MULT PIC 9(09)V99 VALUE ZEROS.
       01 WS-GUIA-QTD    PIC 9(06) VALUE ZEROS.
       01 WS-GUIA-VLR    PIC 9(09)V99 VALUE ZEROS.
      *    RECEBIMENTOS DO DIA, PARA CONFERIR CADASTROS E GUIAS
      *    CONTRA O MOVIMENTO. WS-TM-GUIA MARCA O RECEBIMENTO DE
      *    LICENCIAMENTO JA CASADO COM UMA GUIA.
       01 WS-QTD-MOV     PIC 9(04) VALUE ZEROS.
       01 WS-TAB-MOV.
          03 WS-TM-ENT OCCURS 3000.
             05 WS-TM-ORIGEM  PIC X(01).
             05 WS-TM-PLACA   PIC X(07).
             05 WS-TM-REFER   PIC 9(04).
             05 WS-TM-VALOR   PIC 9(08)V99.
             05 WS-TM-PARC    PIC 9(02).
             05 WS-TM-GUIA    PIC X(01).
      *    TOTAIS POR OPERADOR DO BALCAO.
       01 WS-QTD-OPER    PIC 9(02) VALUE ZEROS.
       01 WS-TAB-OPER.
          03 WS-OP-ENT OCCURS 50.
             05 WS-OP-CODIGO    PIC X(08).
             05 WS-OP-QTD-LIC   PIC 9(05).
             05 WS-OP-VLR-LIC   PIC 9(09)V99.
             05 WS-OP-QTD-MULT  PIC 9(05).
             05 WS-OP-VLR-MULT  PIC 9(09)V99.

       01 LIN-TITULO.
          03 FILLER PIC X(50) VALUE
             "FECHAMENTO DIARIO DO CAIXA - PROGR119".
       01 LIN-DIA.
          03 FILLER     PIC X(17) VALUE "DIA DE CAIXA...: ".
          03 LDIA-DATA  PIC X(10).
       01 LIN-SECAO1.
          03 FILLER PIC X(50) VALUE
             "SECAO 1 - MOVIMENTO DE CAIXA X CADASTROS".
       01 LIN-SECAO2.
          03 FILLER PIC X(50) VALUE
             "SECAO 2 - PAGAMENTOS NOS CADASTROS SEM MOVIMENTO".
       01 LIN-SECAO3.
          03 FILLER PIC X(50) VALUE
             "SECAO 3 - GUIAS EMITIDAS (GUIALIC.LST) X MOVIMENTO".
       01 LIN-SECAO4.
          03 FILLER PIC X(50) VALUE
             "SECAO 4 - TOTAIS POR OPERADOR".
       01 LIN-SECAO5.
          03 FILLER PIC X(50) VALUE
             "SECAO 5 - TOTAIS POR ORIGEM E CONFERENCIA".
       01 LIN-DIV.
          03 FILLER     PIC X(07) VALUE "PLACA: ".
          03 LD-PLACA   PIC X(07).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LD-ORIGEM  PIC X(01).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LD-REFER   PIC 9(04).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LD-VALOR   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-MOTIVO  PIC X(35).
       01 LIN-DIVTOT.
          03 FILLER     PIC X(16) VALUE "*** DIVERGENCIA ".
          03 LDT-MOTIVO PIC X(50).
       01 LIN-CABOPER.
          03 FILLER PIC X(10) VALUE "OPERADOR".
          03 FILLER PIC X(20) VALUE "  QTD  LICENCIAMENTO".
          03 FILLER PIC X(20) VALUE "  QTD         MULTAS".
          03 FILLER PIC X(16) VALUE "           TOTAL".
       01 LIN-OPER.
          03 LO-OPER    PIC X(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LO-QTD-LIC PIC ZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LO-VLR-LIC PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LO-QTD-MUL PIC ZZZZ9.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LO-VLR-MUL PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LO-VLR-TOT PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-CONF.
          03 LC-ROTULO  PIC X(34).
          03 LC-QTD     PIC ZZZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-VALOR   PIC ZZZ.ZZZ.ZZ9,99.
       01 LIN-SUBTOT.
          03 FILLER   PIC X(24) VALUE "DIVERGENCIAS DA SECAO...".
          03 LS-QTD   PIC ZZZZZ9.
       01 LIN-TOTDIV.
          03 FILLER   PIC X(24) VALUE "TOTAL DE DIVERGENCIAS...".
          03 LG-QTD   PIC ZZZZZ9.
       01 LIN-FECHADO.
          03 FILLER PIC X(50) VALUE
             "*** DIA DE CAIXA FECHADO ***".
       01 LIN-NAOFECHADO.
          03 FILLER PIC X(50) VALUE
             "*** DIA DE CAIXA NAO FECHADO - ACERTAR E RERODAR".
       01 LIN-BRANCO  PIC X(01) VALUE SPACE.
       01 WS-CONT-SEC PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN INPUT MOVCAIXA
           IF ST-ERRO18 NOT = "00"
              IF ST-ERRO18 = "35"
                 OPEN OUTPUT MOVCAIXA
                 CLOSE MOVCAIXA
                 OPEN INPUT MOVCAIXA
              ELSE
                 DISPLAY "ERRO ABERTURA MOVCAIXA.LOG: " ST-ERRO18
                 STOP RUN.
           OPEN I-O CTLCAIXA
           IF ST-ERRO19 NOT = "00"
              IF ST-ERRO19 = "30"
                 OPEN OUTPUT CTLCAIXA
                 CLOSE CTLCAIXA
                 OPEN I-O CTLCAIXA
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CTLCAIXA: " ST-ERRO19
                 STOP RUN.
           OPEN INPUT CADLIC
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT CADLIC
                 CLOSE CADLIC
                 OPEN INPUT CADLIC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLIC: " ST-ERRO7
                 STOP RUN.
           OPEN INPUT CADPARC
           IF ST-ERRO20 NOT = "00"
              IF ST-ERRO20 = "30"
                 OPEN OUTPUT CADPARC
                 CLOSE CADPARC
                 OPEN INPUT CADPARC
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADPARC: " ST-ERRO20
                 STOP RUN.
           OPEN INPUT CADMULT
           IF ST-ERRO12 NOT = "00"
              IF ST-ERRO12 = "30"
                 OPEN OUTPUT CADMULT
                 CLOSE CADMULT
                 OPEN INPUT CADMULT
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADMULT: " ST-ERRO12
                 STOP RUN.
      *    SEM GUIALIC.LST NENHUMA GUIA FOI EMITIDA: A SECAO 3 APONTA
      *    TODO RECEBIMENTO DE LICENCIAMENTO COMO SEM GUIA.
           OPEN INPUT GUIALIC
           IF ST-ERRO9 NOT = "00"
              IF ST-ERRO9 = "35"
                 MOVE "N" TO WS-GUIA-ABERTA
              ELSE
                 DISPLAY "ERRO ABERTURA GUIALIC.LST: " ST-ERRO9
                 STOP RUN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
       R0-DATA.
           MOVE WS-DATA-SISTEMA TO W-DATA-CAIXA.
           DISPLAY "DIA DE CAIXA A FECHAR (AAAAMMDD):".
           ACCEPT W-DATA-CAIXA.
           IF W-DATA-CAIXA IS NOT NUMERIC OR W-DATA-CAIXA = ZEROS
              DISPLAY "DATA INVALIDA"
              GO TO R0-DATA.
           MOVE W-DATA-CAIXA TO FCX-DATA.
           READ CTLCAIXA
               INVALID KEY
                  NEXT SENTENCE
               NOT INVALID KEY
                  DISPLAY "DIA DE CAIXA JA FECHADO EM " FCX-DATA-FECH
                  CLOSE MOVCAIXA CTLCAIXA CADLIC CADMULT CADPARC
                  IF WS-GUIA-ABERTA = "S"
                     CLOSE GUIALIC
                  END-IF
                  STOP RUN
           END-READ.
           MOVE W-CAIXA-DIA TO WS-DG-DIA
           MOVE W-CAIXA-MES TO WS-DG-MES
           MOVE W-CAIXA-ANO TO WS-DG-ANO.
           OPEN OUTPUT RELCAIXA.
           MOVE LIN-TITULO TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE WS-DATA-GUIA TO LDIA-DATA
           MOVE LIN-DIA TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE LIN-BRANCO TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.

      *------[ SECAO 1 - CADA RECEBIMENTO DO DIA CONTRA O CADASTRO ]----
       R1.
           MOVE LIN-SECAO1 TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE ZEROS TO WS-CONT-SEC.
       R1-LOOP.
           READ MOVCAIXA
               AT END
                  GO TO R1-TOT
           END-READ.
           IF MCX-DATA NOT = W-DATA-CAIXA
              GO TO R1-LOOP.
           IF WS-QTD-MOV NOT < 3000
              DISPLAY "MAIS DE 3000 RECEBIMENTOS NO DIA - AMPLIAR "
                      "WS-TAB-MOV NO PROGR119"
              DISPLAY "DIA DE CAIXA NAO FECHADO"
              STOP RUN.
           ADD 1 TO WS-QTD-MOV
           MOVE MCX-ORIGEM TO WS-TM-ORIGEM(WS-QTD-MOV)
           MOVE MCX-PLACA  TO WS-TM-PLACA(WS-QTD-MOV)
           MOVE MCX-REFER  TO WS-TM-REFER(WS-QTD-MOV)
           MOVE MCX-VALOR  TO WS-TM-VALOR(WS-QTD-MOV)
           MOVE MCX-PARCELA TO WS-TM-PARC(WS-QTD-MOV)
           MOVE "N"        TO WS-TM-GUIA(WS-QTD-MOV).
           PERFORM R-ACUM-OPER THRU R-ACUM-OPER-FIM.
           IF MCX-LICENC
              ADD 1 TO WS-QTD-LIC
              ADD MCX-VALOR TO WS-VLR-LIC
              PERFORM R-CONFERE-LIC THRU R-CONFERE-LIC-FIM
           ELSE
              ADD 1 TO WS-QTD-MULT
              ADD MCX-VALOR TO WS-VLR-MULT
              PERFORM R-CONFERE-MULT THRU R-CONFERE-MULT-FIM.
           GO TO R1-LOOP.
       R1-TOT.
           PERFORM R-IMP-SUBTOT THRU R-IMP-SUBTOT-FIM.

      *------[ SECAO 2 - PAGAMENTOS DO DIA SEM RECEBIMENTO NO CAIXA ]---
      *    A SECAO 1 LEU OS CADASTROS POR CHAVE: CADA LEITURA
      *    SEQUENCIAL RECOMECA DO INICIO DO ARQUIVO.
       R2.
           MOVE LIN-SECAO2 TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE ZEROS TO WS-CONT-SEC.
           MOVE LOW-VALUES TO LIC-CHAVE.
           START CADLIC KEY IS NOT LESS THAN LIC-CHAVE
               INVALID KEY
                  GO TO R2-PARC-INICIO
           END-START.
       R2-LIC.
           READ CADLIC NEXT RECORD
               AT END
                  GO TO R2-PARC-INICIO
           END-READ.
           IF LIC-SITUACAO NOT = "P"
                OR LIC-DATA-PGTO NOT = W-DATA-CAIXA
              GO TO R2-LIC.
      *    EXERCICIO PARCELADO E CONFERIDO PELAS PARCELAS (R2-PARC).
           PERFORM R-VERIFICA-PARCELADO THRU R-VERIFICA-PARCELADO-FIM.
           IF W-LIC-PARCELADO = "S"
              GO TO R2-LIC.
           ADD 1 TO WS-CAD-QTD-LIC
           ADD LIC-VLR-TOTAL TO WS-CAD-VLR-LIC.
           MOVE ZEROS TO WS-IND.
       R2-LIC-BUSCA.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-MOV
              GO TO R2-LIC-FALTA.
           IF WS-TM-ORIGEM(WS-IND) = "L"
                AND WS-TM-PLACA(WS-IND) = LIC-PLACA
                AND WS-TM-REFER(WS-IND) = LIC-ANO
                AND WS-TM-PARC(WS-IND) = ZEROS
              GO TO R2-LIC.
           GO TO R2-LIC-BUSCA.
       R2-LIC-FALTA.
           MOVE LIC-PLACA     TO LD-PLACA
           MOVE "L"           TO LD-ORIGEM
           MOVE LIC-ANO       TO LD-REFER
           MOVE LIC-VLR-TOTAL TO LD-VALOR
           MOVE "PAGO NO CADLIC SEM MOVIMENTO" TO W-MOTIVO
           PERFORM R-DIVERGENCIA THRU R-DIVERGENCIA-FIM.
           GO TO R2-LIC.
       R2-PARC-INICIO.
           MOVE LOW-VALUES TO PARC-CHAVE.
           START CADPARC KEY IS NOT LESS THAN PARC-CHAVE
               INVALID KEY
                  GO TO R2-MULT-INICIO
           END-START.
       R2-PARC.
           READ CADPARC NEXT RECORD
               AT END
                  GO TO R2-MULT-INICIO
           END-READ.
           IF NOT PARC-PAGA
                OR PARC-DATA-PGTO NOT = W-DATA-CAIXA
              GO TO R2-PARC.
           ADD 1 TO WS-CAD-QTD-LIC
           ADD PARC-VLR-PAGO TO WS-CAD-VLR-LIC.
           MOVE ZEROS TO WS-IND.
       R2-PARC-BUSCA.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-MOV
              GO TO R2-PARC-FALTA.
           IF WS-TM-ORIGEM(WS-IND) = "L"
                AND WS-TM-PLACA(WS-IND) = PARC-PLACA
                AND WS-TM-REFER(WS-IND) = PARC-ANO
                AND WS-TM-PARC(WS-IND) = PARC-NUM
              GO TO R2-PARC.
           GO TO R2-PARC-BUSCA.
       R2-PARC-FALTA.
           MOVE PARC-PLACA    TO LD-PLACA
           MOVE "L"           TO LD-ORIGEM
           MOVE PARC-ANO      TO LD-REFER
           MOVE PARC-VLR-PAGO TO LD-VALOR
           MOVE "PARCELA PAGA SEM MOVIMENTO" TO W-MOTIVO
           PERFORM R-DIVERGENCIA THRU R-DIVERGENCIA-FIM.
           GO TO R2-PARC.
       R2-MULT-INICIO.
           MOVE LOW-VALUES TO MULT-CHAVE.
           START CADMULT KEY IS NOT LESS THAN MULT-CHAVE
               INVALID KEY
                  GO TO R2-TOT
           END-START.
       R2-MULT.
           READ CADMULT NEXT RECORD
               AT END
                  GO TO R2-TOT
           END-READ.
           IF NOT MULT-PAGA
                OR MULT-DATA-PGTO NOT = W-DATA-CAIXA
              GO TO R2-MULT.
           ADD 1 TO WS-CAD-QTD-MULT
           ADD MULT-VALOR TO WS-CAD-VLR-MULT.
           MOVE ZEROS TO WS-IND.
       R2-MULT-BUSCA.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-MOV
              GO TO R2-MULT-FALTA.
           IF WS-TM-ORIGEM(WS-IND) = "M"
                AND WS-TM-PLACA(WS-IND) = MULT-PLACA
                AND WS-TM-REFER(WS-IND) = MULT-SEQ
              GO TO R2-MULT.
           GO TO R2-MULT-BUSCA.
       R2-MULT-FALTA.
           MOVE MULT-PLACA    TO LD-PLACA
           MOVE "M"           TO LD-ORIGEM
           MOVE MULT-SEQ      TO LD-REFER
           MOVE MULT-VALOR    TO LD-VALOR
           MOVE "PAGA NO CADMULT SEM MOVIMENTO" TO W-MOTIVO
           PERFORM R-DIVERGENCIA THRU R-DIVERGENCIA-FIM.
           GO TO R2-MULT.
       R2-TOT.
           PERFORM R-IMP-SUBTOT THRU R-IMP-SUBTOT-FIM.

      *------[ SECAO 3 - GUIAS DO DIA CONTRA O MOVIMENTO ]--------------
      *    A GUIA (PROGR101) E LIDA PELOS ROTULOS DAS LINHAS: PLACA,
      *    EXERCICIO E DATA SAO GUARDADOS E A LINHA "TOTAL PAGO"
      *    FECHA A GUIA E A CASA COM UM RECEBIMENTO AINDA SEM GUIA.
       R3.
           MOVE LIN-SECAO3 TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE ZEROS TO WS-CONT-SEC.
           IF WS-GUIA-ABERTA NOT = "S"
              GO TO R3-SEM-GUIA.
       R3-LOOP.
           READ GUIALIC
               AT END
                  GO TO R3-SEM-GUIA
           END-READ.
           IF LIN-GUIALIC(1:17) = "PLACA..........: "
              MOVE LIN-GUIALIC(18:7) TO W-GUIA-PLACA
              MOVE "00" TO W-GUIA-PARC
              GO TO R3-LOOP.
           IF LIN-GUIALIC(1:17) = "PARCELA........: "
              MOVE LIN-GUIALIC(18:2) TO W-GUIA-PARC
              GO TO R3-LOOP.
           IF LIN-GUIALIC(1:17) = "EXERCICIO/VENC.: "
              MOVE LIN-GUIALIC(18:4) TO W-GUIA-ANO
              GO TO R3-LOOP.
           IF LIN-GUIALIC(1:17) = "DATA PAGAMENTO.: "
              MOVE LIN-GUIALIC(18:10) TO W-GUIA-DATA
              GO TO R3-LOOP.
           IF LIN-GUIALIC(1:17) NOT = "TOTAL PAGO.....: "
              GO TO R3-LOOP.
           IF W-GUIA-DATA NOT = WS-DATA-GUIA
              GO TO R3-LOOP.
           MOVE LIN-GUIALIC(18:13) TO W-GUIA-VLR-ED
           MOVE W-GUIA-VLR-ED TO W-GUIA-VALOR
           MOVE W-GUIA-PARC TO W-GUIA-PARC-N
           ADD 1 TO WS-GUIA-QTD
           ADD W-GUIA-VALOR TO WS-GUIA-VLR.
           MOVE ZEROS TO WS-IND.
       R3-BUSCA.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-MOV
              GO TO R3-FALTA.
           IF WS-TM-ORIGEM(WS-IND) = "L"
                AND WS-TM-GUIA(WS-IND) = "N"
                AND WS-TM-PLACA(WS-IND) = W-GUIA-PLACA
                AND WS-TM-REFER(WS-IND) = W-GUIA-ANO
                AND WS-TM-PARC(WS-IND) = W-GUIA-PARC-N
                AND WS-TM-VALOR(WS-IND) = W-GUIA-VALOR
              MOVE "S" TO WS-TM-GUIA(WS-IND)
              GO TO R3-LOOP.
           GO TO R3-BUSCA.
       R3-FALTA.
           MOVE W-GUIA-PLACA TO LD-PLACA
           MOVE "L"          TO LD-ORIGEM
           MOVE W-GUIA-ANO   TO LD-REFER
           MOVE W-GUIA-VALOR TO LD-VALOR
           MOVE "GUIA EMITIDA SEM MOVIMENTO" TO W-MOTIVO
           PERFORM R-DIVERGENCIA THRU R-DIVERGENCIA-FIM.
           GO TO R3-LOOP.
       R3-SEM-GUIA.
           MOVE ZEROS TO WS-IND.
       R3-SEM-GUIA-LOOP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-MOV
              GO TO R3-TOT.
           IF WS-TM-ORIGEM(WS-IND) NOT = "L"
                OR WS-TM-GUIA(WS-IND) = "S"
              GO TO R3-SEM-GUIA-LOOP.
           MOVE WS-TM-PLACA(WS-IND) TO LD-PLACA
           MOVE "L"                 TO LD-ORIGEM
           MOVE WS-TM-REFER(WS-IND) TO LD-REFER
           MOVE WS-TM-VALOR(WS-IND) TO LD-VALOR
           MOVE "RECEBIMENTO SEM GUIA EMITIDA" TO W-MOTIVO
           PERFORM R-DIVERGENCIA THRU R-DIVERGENCIA-FIM.
           GO TO R3-SEM-GUIA-LOOP.
       R3-TOT.
           PERFORM R-IMP-SUBTOT THRU R-IMP-SUBTOT-FIM.

      *------[ SECAO 4 - TOTAIS POR OPERADOR ]---------------------------
       R4.
           MOVE LIN-SECAO4 TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE LIN-CABOPER TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE ZEROS TO WS-IND-OP.
       R4-LOOP.
           ADD 1 TO WS-IND-OP.
           IF WS-IND-OP > WS-QTD-OPER
              GO TO R5.
           MOVE WS-OP-CODIGO(WS-IND-OP)   TO LO-OPER
           MOVE WS-OP-QTD-LIC(WS-IND-OP)  TO LO-QTD-LIC
           MOVE WS-OP-VLR-LIC(WS-IND-OP)  TO LO-VLR-LIC
           MOVE WS-OP-QTD-MULT(WS-IND-OP) TO LO-QTD-MUL
           MOVE WS-OP-VLR-MULT(WS-IND-OP) TO LO-VLR-MUL
           COMPUTE LO-VLR-TOT = WS-OP-VLR-LIC(WS-IND-OP)
                              + WS-OP-VLR-MULT(WS-IND-OP)
           MOVE LIN-OPER TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           GO TO R4-LOOP.

      *------[ SECAO 5 - TOTAIS POR ORIGEM E CONFERENCIA ]--------------
       R5.
           MOVE LIN-BRANCO TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE LIN-SECAO5 TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE "LICENCIAMENTO - MOVIMENTO........" TO LC-ROTULO
           MOVE WS-QTD-LIC TO LC-QTD
           MOVE WS-VLR-LIC TO LC-VALOR
           PERFORM R-IMP-CONF THRU R-IMP-CONF-FIM.
           MOVE "LICENCIAMENTO - PAGOS NO CADLIC.." TO LC-ROTULO
           MOVE WS-CAD-QTD-LIC TO LC-QTD
           MOVE WS-CAD-VLR-LIC TO LC-VALOR
           PERFORM R-IMP-CONF THRU R-IMP-CONF-FIM.
           MOVE "LICENCIAMENTO - GUIAS EMITIDAS..." TO LC-ROTULO
           MOVE WS-GUIA-QTD TO LC-QTD
           MOVE WS-GUIA-VLR TO LC-VALOR
           PERFORM R-IMP-CONF THRU R-IMP-CONF-FIM.
           MOVE "MULTAS - MOVIMENTO..............." TO LC-ROTULO
           MOVE WS-QTD-MULT TO LC-QTD
           MOVE WS-VLR-MULT TO LC-VALOR
           PERFORM R-IMP-CONF THRU R-IMP-CONF-FIM.
           MOVE "MULTAS - PAGAS NO CADMULT........" TO LC-ROTULO
           MOVE WS-CAD-QTD-MULT TO LC-QTD
           MOVE WS-CAD-VLR-MULT TO LC-VALOR
           PERFORM R-IMP-CONF THRU R-IMP-CONF-FIM.
           MOVE "TOTAL RECEBIDO NO DIA............" TO LC-ROTULO
           COMPUTE LC-QTD = WS-QTD-LIC + WS-QTD-MULT
           COMPUTE LC-VALOR = WS-VLR-LIC + WS-VLR-MULT
           PERFORM R-IMP-CONF THRU R-IMP-CONF-FIM.
      *    OS TOTAIS DE CADA ORIGEM TEM DE BATER ENTRE SI: UM
      *    RECEBIMENTO LANCADO DUAS VEZES NO MOVIMENTO CASA COM O
      *    MESMO REGISTRO PAGO E SO APARECE NA DIFERENCA DOS TOTAIS.
           IF WS-QTD-LIC NOT = WS-CAD-QTD-LIC
                OR WS-VLR-LIC NOT = WS-CAD-VLR-LIC
              MOVE "LICENCIAMENTO: MOVIMENTO X CADLIC/CADPARC"
                 TO LDT-MOTIVO
              PERFORM R-DIVERG-TOTAL THRU R-DIVERG-TOTAL-FIM.
           IF WS-QTD-LIC NOT = WS-GUIA-QTD
                OR WS-VLR-LIC NOT = WS-GUIA-VLR
              MOVE "LICENCIAMENTO: MOVIMENTO X GUIAS EMITIDAS"
                 TO LDT-MOTIVO
              PERFORM R-DIVERG-TOTAL THRU R-DIVERG-TOTAL-FIM.
           IF WS-QTD-MULT NOT = WS-CAD-QTD-MULT
                OR WS-VLR-MULT NOT = WS-CAD-VLR-MULT
              MOVE "MULTAS: MOVIMENTO X CADMULT" TO LDT-MOTIVO
              PERFORM R-DIVERG-TOTAL THRU R-DIVERG-TOTAL-FIM.
           MOVE LIN-BRANCO TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE WS-QTD-DIVERG TO LG-QTD
           MOVE LIN-TOTDIV TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.

      *------[ FECHAMENTO DO DIA ]---------------------------------------
      *    COM DIVERGENCIA O DIA SO FECHA COM CONFIRMACAO EXPRESSA;
      *    SEM ELA O CAIXA CONTINUA ABERTO PARA O ACERTO.
       R6.
           IF WS-QTD-DIVERG > ZEROS
              DISPLAY "DIVERGENCIAS ENCONTRADAS: " WS-QTD-DIVERG
              DISPLAY "FECHAR O DIA MESMO ASSIM (S/N):"
              ACCEPT W-OPCAO
              IF W-OPCAO NOT = "S"
                 MOVE LIN-NAOFECHADO TO LIN-RELCAIXA
                 WRITE LIN-RELCAIXA
                 DISPLAY "DIA DE CAIXA NAO FECHADO"
                 GO TO R-FIM.
           MOVE W-DATA-CAIXA    TO FCX-DATA
           MOVE WS-DATA-SISTEMA TO FCX-DATA-FECH
           ACCEPT FCX-HORA-FECH FROM TIME
           MOVE WS-QTD-LIC      TO FCX-QTD-LIC
           MOVE WS-VLR-LIC      TO FCX-VLR-LIC
           MOVE WS-QTD-MULT     TO FCX-QTD-MULT
           MOVE WS-VLR-MULT     TO FCX-VLR-MULT
           MOVE WS-QTD-DIVERG   TO FCX-QTD-DIVERG
           WRITE REGCTLCAIXA
               INVALID KEY
                  DISPLAY "ERRO NA GRAVACAO DO CTLCAIXA: " ST-ERRO19
                  STOP RUN
           END-WRITE.
           MOVE LIN-FECHADO TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           DISPLAY "DIA DE CAIXA FECHADO".

       R-FIM.
           CLOSE MOVCAIXA CTLCAIXA CADLIC CADMULT CADPARC RELCAIXA.
           IF WS-GUIA-ABERTA = "S"
              CLOSE GUIALIC.
           DISPLAY "RECEBIMENTOS DO DIA...........: " WS-QTD-MOV.
           DISPLAY "DIVERGENCIAS..................: " WS-QTD-DIVERG.
           DISPLAY "RELATORIO GERADO EM RELCAIXA.LST".
           STOP RUN.

      *------[ CONFERE UM RECEBIMENTO DE LICENCIAMENTO COM O CADLIC ]---
       R-CONFERE-LIC.
           PERFORM R-BUSCA-DUPLIC THRU R-BUSCA-DUPLIC-FIM.
           IF W-DUPLIC = "S"
              MOVE "RECEBIMENTO EM DUPLICIDADE" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
              GO TO R-CONFERE-LIC-FIM.
           IF MCX-PARCELA NOT = ZEROS
              PERFORM R-CONFERE-PARC THRU R-CONFERE-PARC-FIM
              GO TO R-CONFERE-LIC-FIM.
           MOVE MCX-PLACA(1:3) TO LIC-LETRAP
           MOVE MCX-PLACA(4:4) TO LIC-NUMEROP
           MOVE MCX-REFER      TO LIC-ANO.
           READ CADLIC
               INVALID KEY
                  MOVE "EXERCICIO SEM REGISTRO NO CADLIC" TO W-MOTIVO
                  PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
                  GO TO R-CONFERE-LIC-FIM
           END-READ.
           IF LIC-SITUACAO NOT = "P"
              MOVE "EXERCICIO EM ABERTO NO CADLIC" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
              GO TO R-CONFERE-LIC-FIM.
           IF LIC-DATA-PGTO NOT = W-DATA-CAIXA
              MOVE "DATA DE PAGAMENTO DIFERE DO CADLIC" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
              GO TO R-CONFERE-LIC-FIM.
           IF LIC-VLR-TOTAL NOT = MCX-VALOR
              MOVE "VALOR DIFERE DO CADLIC" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM.
       R-CONFERE-LIC-FIM.
           EXIT.

      *------[ CONFERE UM RECEBIMENTO DE PARCELA COM O CADPARC ]--------
       R-CONFERE-PARC.
           MOVE MCX-PLACA(1:3) TO PARC-LETRAP
           MOVE MCX-PLACA(4:4) TO PARC-NUMEROP
           MOVE MCX-REFER      TO PARC-ANO
           MOVE MCX-PARCELA    TO PARC-NUM.
           READ CADPARC
               INVALID KEY
                  MOVE "PARCELA SEM REGISTRO NO CADPARC" TO W-MOTIVO
                  PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
                  GO TO R-CONFERE-PARC-FIM
           END-READ.
           IF NOT PARC-PAGA
              MOVE "PARCELA EM ABERTO NO CADPARC" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
              GO TO R-CONFERE-PARC-FIM.
           IF PARC-DATA-PGTO NOT = W-DATA-CAIXA
              MOVE "DATA DE PAGAMENTO DIFERE DO CADPARC" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
              GO TO R-CONFERE-PARC-FIM.
           IF PARC-VLR-PAGO NOT = MCX-VALOR
              MOVE "VALOR DIFERE DO CADPARC" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM.
       R-CONFERE-PARC-FIM.
           EXIT.

      *------[ EXERCICIO DO CADLIC PAGO EM PARCELAS (CADPARC) ]---------
       R-VERIFICA-PARCELADO.
           MOVE "N" TO W-LIC-PARCELADO
           MOVE LIC-PLACA TO PARC-PLACA
           MOVE LIC-ANO   TO PARC-ANO
           MOVE 01        TO PARC-NUM.
           READ CADPARC
               INVALID KEY
                  GO TO R-VERIFICA-PARCELADO-FIM
           END-READ.
           MOVE "S" TO W-LIC-PARCELADO.
       R-VERIFICA-PARCELADO-FIM.
           EXIT.

      *------[ CONFERE UM RECEBIMENTO DE MULTA COM O CADMULT ]----------
       R-CONFERE-MULT.
           PERFORM R-BUSCA-DUPLIC THRU R-BUSCA-DUPLIC-FIM.
           IF W-DUPLIC = "S"
              MOVE "RECEBIMENTO EM DUPLICIDADE" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
              GO TO R-CONFERE-MULT-FIM.
           MOVE MCX-PLACA(1:3) TO MULT-LETRAP
           MOVE MCX-PLACA(4:4) TO MULT-NUMEROP
           MOVE MCX-REFER      TO MULT-SEQ.
           READ CADMULT
               INVALID KEY
                  MOVE "MULTA SEM REGISTRO NO CADMULT" TO W-MOTIVO
                  PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
                  GO TO R-CONFERE-MULT-FIM
           END-READ.
           IF NOT MULT-PAGA
              MOVE "MULTA EM ABERTO NO CADMULT" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
              GO TO R-CONFERE-MULT-FIM.
           IF MULT-DATA-PGTO NOT = W-DATA-CAIXA
              MOVE "DATA DE PAGAMENTO DIFERE DO CADMULT" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM
              GO TO R-CONFERE-MULT-FIM.
           IF MULT-VALOR NOT = MCX-VALOR
              MOVE "VALOR DIFERE DO CADMULT" TO W-MOTIVO
              PERFORM R-DIVERG-MOV THRU R-DIVERG-MOV-FIM.
       R-CONFERE-MULT-FIM.
           EXIT.

      *------[ RECEBIMENTO CORRENTE JA LANCADO ANTES NO DIA ]-----------
      *    PROCURA NAS ENTRADAS ANTERIORES DA WS-TAB-MOV (A CORRENTE E
      *    A ULTIMA) A MESMA ORIGEM, PLACA, REFERENCIA E PARCELA.
       R-BUSCA-DUPLIC.
           MOVE "N" TO W-DUPLIC
           MOVE ZEROS TO WS-IND-DUP.
       R-BUSCA-DUPLIC-LOOP.
           ADD 1 TO WS-IND-DUP.
           IF WS-IND-DUP NOT < WS-QTD-MOV
              GO TO R-BUSCA-DUPLIC-FIM.
           IF WS-TM-ORIGEM(WS-IND-DUP) = MCX-ORIGEM
                AND WS-TM-PLACA(WS-IND-DUP) = MCX-PLACA
                AND WS-TM-REFER(WS-IND-DUP) = MCX-REFER
                AND WS-TM-PARC(WS-IND-DUP) = MCX-PARCELA
              MOVE "S" TO W-DUPLIC
              GO TO R-BUSCA-DUPLIC-FIM.
           GO TO R-BUSCA-DUPLIC-LOOP.
       R-BUSCA-DUPLIC-FIM.
           EXIT.

      *------[ DIVERGENCIA ENTRE TOTAIS DA SECAO 5 ]--------------------
       R-DIVERG-TOTAL.
           ADD 1 TO WS-QTD-DIVERG
           MOVE LIN-DIVTOT TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
       R-DIVERG-TOTAL-FIM.
           EXIT.

      *------[ DIVERGENCIA DO RECEBIMENTO CORRENTE DO MOVIMENTO ]--------
       R-DIVERG-MOV.
           MOVE MCX-PLACA  TO LD-PLACA
           MOVE MCX-ORIGEM TO LD-ORIGEM
           MOVE MCX-REFER  TO LD-REFER
           MOVE MCX-VALOR  TO LD-VALOR
           PERFORM R-DIVERGENCIA THRU R-DIVERGENCIA-FIM.
       R-DIVERG-MOV-FIM.
           EXIT.

       R-DIVERGENCIA.
           MOVE W-MOTIVO TO LD-MOTIVO
           ADD 1 TO WS-CONT-SEC WS-QTD-DIVERG
           MOVE LIN-DIV TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
       R-DIVERGENCIA-FIM.
           EXIT.

      *------[ ACUMULA O RECEBIMENTO CORRENTE NO SEU OPERADOR ]---------
       R-ACUM-OPER.
           MOVE ZEROS TO WS-IND-OP.
       R-ACUM-OPER-LOOP.
           ADD 1 TO WS-IND-OP.
           IF WS-IND-OP > WS-QTD-OPER
              GO TO R-ACUM-OPER-NOVO.
           IF WS-OP-CODIGO(WS-IND-OP) = MCX-OPERADOR
              GO TO R-ACUM-OPER-SOMA.
           GO TO R-ACUM-OPER-LOOP.
       R-ACUM-OPER-NOVO.
           IF WS-QTD-OPER NOT < 50
              DISPLAY "MAIS DE 50 OPERADORES NO DIA - AMPLIAR "
                      "WS-TAB-OPER NO PROGR119"
              DISPLAY "DIA DE CAIXA NAO FECHADO"
              STOP RUN.
           ADD 1 TO WS-QTD-OPER
           MOVE WS-QTD-OPER TO WS-IND-OP
           MOVE MCX-OPERADOR TO WS-OP-CODIGO(WS-IND-OP)
           MOVE ZEROS TO WS-OP-QTD-LIC(WS-IND-OP)
                         WS-OP-VLR-LIC(WS-IND-OP)
                         WS-OP-QTD-MULT(WS-IND-OP)
                         WS-OP-VLR-MULT(WS-IND-OP).
       R-ACUM-OPER-SOMA.
           IF MCX-LICENC
              ADD 1 TO WS-OP-QTD-LIC(WS-IND-OP)
              ADD MCX-VALOR TO WS-OP-VLR-LIC(WS-IND-OP)
           ELSE
              ADD 1 TO WS-OP-QTD-MULT(WS-IND-OP)
              ADD MCX-VALOR TO WS-OP-VLR-MULT(WS-IND-OP).
       R-ACUM-OPER-FIM.
           EXIT.

       R-IMP-CONF.
           MOVE LIN-CONF TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
       R-IMP-CONF-FIM.
           EXIT.

       R-IMP-SUBTOT.
           MOVE WS-CONT-SEC TO LS-QTD
           MOVE LIN-SUBTOT TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
           MOVE LIN-BRANCO TO LIN-RELCAIXA
           WRITE LIN-RELCAIXA.
       R-IMP-SUBTOT-FIM.
           EXIT.
