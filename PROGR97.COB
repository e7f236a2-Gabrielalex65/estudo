      * DETRAN (LEITURA SEQUENCIAL CADVEIC) *
      * COM ENVELOPE DE LOTE NUMERADO       *
      * (HEADER/TRAILER) E PROTOCOLO EM     *
      * CTLDETRAN.DAT. MODO C = FROTA       *
      * COMPLETA (CONCILIACAO MENSAL);      *
      * MODO M = SO AS PLACAS MOVIMENTADAS  *
      * DESDE O ULTIMO LOTE (AUDCAD.LOG,    *
      * HISTAUD.DAT E HISTPROP.DAT), COM O  *
      * TIPO DE MOVIMENTO EM CADA LINHA     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY CPYMSEL.
           COPY CPYCSEL.
           COPY CPYDSEL.
           COPY CPYASEL.
           COPY CPYHASEL.
           COPY CPYHSEL.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT EXPDETRAN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
           COPY CPYMFD.
           COPY CPYCFD.
           COPY CPYDFD.
           COPY CPYAFD.
           COPY CPYHAFD.
           COPY CPYHFD.
      *
      *    UM REGISTRO POR MOVIMENTO ACHADO; SD-PRIOR ORDENA OS
      *    MOVIMENTOS DA MESMA PLACA PARA O PRIMEIRO SER O QUE VALE
      *    (1 = INCLUSAO, 2 = SITUACAO/BAIXA, 3 = TRANSFERENCIA,
      *    4 = ALTERACAO DE DADOS).
       SD WORK-SORT.
       01 SD-REGMOV.
          03 SD-PLACA           PIC X(07).
          03 SD-PRIOR           PIC 9(01).
          03 SD-TIPO            PIC X(01).
          03 SD-PROP            PIC X(30).
      *
       FD EXPDETRAN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXPDETRAN.TXT".
      *    LE-TIPO-MOV (SO NO MODO M): I = INCLUSAO  A = ALTERACAO DE
      *    DADOS  T = TRANSFERENCIA  S = TROCA DE SITUACAO/BAIXA. PLACA
      *    EXCLUIDA DO CADASTRO SAI COM TIPO S E SITUACAO "E".
       01 LIN-EXPDETRAN.
          03 LE-PLACA      PIC X(07).
          03 LE-PROP       PIC X(30).
          03 LE-COR        PIC X(14).
          03 LE-ANO        PIC 9(04).
          03 LE-SITUACAO   PIC X(01).
          03 LE-TIPO-MOV   PIC X(01).

      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO13      PIC X(02) VALUE "00".
       01 ST-ERRO15      PIC X(02) VALUE "00".
       01 WS-CONT-VEIC   PIC 9(06) VALUE ZEROS.
       01 WS-PROX-LOTE   PIC 9(06) VALUE ZEROS.
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).
       01 WS-HORA-SISTEMA PIC 9(08) VALUE ZEROS.
       01 WS-MODO        PIC X(01) VALUE SPACES.
      *    DATA E HORA DE GERACAO DO ULTIMO LOTE DO CTLDETRAN: O MODO
      *    M PEGA OS MOVIMENTOS A PARTIR DESTE INSTANTE.
       01 WS-TEM-LOTE    PIC X(01) VALUE "N".
       01 WS-DESDE-DATA  PIC 9(08) VALUE ZEROS.
       01 WS-DESDE-HORA  PIC 9(08) VALUE ZEROS.
       01 WS-TEM-AUD     PIC X(01) VALUE "N".
       01 WS-TEM-HAUD    PIC X(01) VALUE "N".
       01 WS-TEM-HIST    PIC X(01) VALUE "N".
       01 WS-PLACA-ANT   PIC X(07) VALUE SPACES.
       01 WS-CONT-MOV    PIC 9(06) VALUE ZEROS.
       01 WS-CONT-INC    PIC 9(06) VALUE ZEROS.
       01 WS-CONT-ALT    PIC 9(06) VALUE ZEROS.
       01 WS-CONT-TRF    PIC 9(06) VALUE ZEROS.
       01 WS-CONT-SIT    PIC 9(06) VALUE ZEROS.

           COPY CPYMARCA.

                 DISPLAY "ERRO ABERTURA ARQUIVO CTLDETRAN: " ST-ERRO13
                 STOP RUN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           ACCEPT WS-HORA-SISTEMA FROM TIME.
           PERFORM R-PROX-LOTE THRU R-PROX-LOTE-FIM.

       R0-MODO.
           MOVE SPACES TO WS-MODO.
           DISPLAY "MODO DO LOTE (C=FROTA COMPLETA M=SO MOVIMENTO):".
           ACCEPT WS-MODO.
           IF WS-MODO NOT = "C" AND WS-MODO NOT = "M"
              DISPLAY "DIGITE C OU M"
              GO TO R0-MODO.
           IF WS-MODO = "M" AND WS-TEM-LOTE NOT = "S"
              DISPLAY "NENHUM LOTE ANTERIOR NO CTLDETRAN - "
                      "GERANDO A FROTA COMPLETA"
              MOVE "C" TO WS-MODO.
           IF WS-MODO = "C"
              MOVE ZEROS TO WS-DESDE-DATA WS-DESDE-HORA.
           OPEN OUTPUT EXPDETRAN.
           MOVE WS-PROX-LOTE TO LH-LOTE
           MOVE WS-DATA-SISTEMA TO LH-DATA-GER
           MOVE WS-MODO TO LH-MODO
           MOVE LIN-LOTE-HEADER TO LIN-EXPDETRAN
           WRITE LIN-EXPDETRAN.
           IF WS-MODO = "M"
              GO TO R-MOV.

      *------[ MODO C - FROTA COMPLETA ]--------------------------------
       R1.
           READ CADVEIC NEXT RECORD
               AT END
                  GO TO R-FIM
           END-READ.
           ADD 1 TO WS-CONT-VEIC.
           PERFORM R-MONTA-LINHA THRU R-MONTA-LINHA-FIM.
           MOVE SPACE TO LE-TIPO-MOV.
           WRITE LIN-EXPDETRAN.
           GO TO R1.

      *------[ MODO M - SO AS PLACAS MOVIMENTADAS ]---------------------
       R-MOV.
           OPEN INPUT AUDCAD
           IF ST-ERRO5 = "00"
              MOVE "S" TO WS-TEM-AUD
           ELSE
              IF ST-ERRO5 NOT = "35"
                 DISPLAY "ERRO ABERTURA AUDCAD.LOG: " ST-ERRO5
                 STOP RUN.
           OPEN INPUT HISTAUD
           IF ST-ERRO15 = "00"
              MOVE "S" TO WS-TEM-HAUD
           ELSE
              IF ST-ERRO15 NOT = "30"
                 DISPLAY "ERRO ABERTURA ARQUIVO HISTAUD: " ST-ERRO15
                 STOP RUN.
           OPEN INPUT HISTPROP
           IF ST-ERRO2 = "00"
              MOVE "S" TO WS-TEM-HIST
           ELSE
              IF ST-ERRO2 NOT = "30"
                 DISPLAY "ERRO ABERTURA ARQUIVO HISTPROP: " ST-ERRO2
                 STOP RUN.
           SORT WORK-SORT ON ASCENDING KEY SD-PLACA SD-PRIOR
                INPUT PROCEDURE IS P-CARREGA THRU P-CARREGA-FIM
                OUTPUT PROCEDURE IS P-GRAVA THRU P-GRAVA-FIM.
           IF WS-TEM-AUD = "S"
              CLOSE AUDCAD.
           IF WS-TEM-HAUD = "S"
              CLOSE HISTAUD.
           IF WS-TEM-HIST = "S"
              CLOSE HISTPROP.

       R-FIM.
           MOVE WS-PROX-LOTE TO LTR-LOTE
           MOVE WS-CONT-VEIC TO LTR-QTD
           MOVE LIN-LOTE-TRAILER TO LIN-EXPDETRAN
           WRITE LIN-EXPDETRAN.
      *    PROTOCOLO DO LOTE ENVIADO: O PROGR99 SO ACEITA O RETORNO
      *    QUE CASAR COM ESTE REGISTRO AINDA NA SITUACAO "E".
           MOVE WS-PROX-LOTE    TO CTL-LOTE
           MOVE WS-DATA-SISTEMA TO CTL-DATA-GER
           MOVE WS-CONT-VEIC    TO CTL-QTD-ENV
           MOVE ZEROS           TO CTL-DATA-RET CTL-QTD-RET
           MOVE "E"             TO CTL-SITUACAO
           MOVE WS-MODO         TO CTL-MODO
           MOVE WS-HORA-SISTEMA TO CTL-HORA-GER
           MOVE WS-DESDE-DATA   TO CTL-DESDE-DATA
           MOVE WS-DESDE-HORA   TO CTL-DESDE-HORA
           WRITE REGCTLDET.
           CLOSE CADVEIC EXPDETRAN CTLDETRAN.
           DISPLAY "LOTE GERADO PARA O DETRAN.........: " WS-PROX-LOTE.
           DISPLAY "MODO DO LOTE (C=COMPLETO M=MOVIM.): " WS-MODO.
           DISPLAY "REGISTROS EXPORTADOS PARA O DETRAN: " WS-CONT-VEIC.
           IF WS-MODO = "M"
              DISPLAY "MOVIMENTOS DESDE..................: "
                      WS-DESDE-DATA " " WS-DESDE-HORA
              DISPLAY "MOVIMENTOS LIDOS NOS LOGS.........: " WS-CONT-MOV
              DISPLAY "  INCLUSOES.......................: " WS-CONT-INC
              DISPLAY "  ALTERACOES DE DADOS.............: " WS-CONT-ALT
              DISPLAY "  TRANSFERENCIAS..................: " WS-CONT-TRF
              DISPLAY "  SITUACAO/BAIXA/EXCLUSAO.........: "
                      WS-CONT-SIT.
           STOP RUN.

      *------[ LINHA DE DETALHE COM OS DADOS ATUAIS DO CADVEIC ]--------
       R-MONTA-LINHA.
           MOVE LETRAP  TO LE-PLACA(1:3)
           MOVE NUMEROP TO LE-PLACA(4:4)
           MOVE PROPRIETARIO TO LE-PROP.
              MOVE "A" TO LE-SITUACAO
           ELSE
              MOVE SITUACAO TO LE-SITUACAO.
       R-MONTA-LINHA-FIM.
           EXIT.

      *------[ PROXIMO NUMERO DE LOTE (ULTIMO DO CONTROLE + 1) ]---------
       R-PROX-LOTE.
                  GO TO R-PROX-LOTE-FIM
           END-READ.
           MOVE CTL-LOTE TO WS-PROX-LOTE
           MOVE "S" TO WS-TEM-LOTE
           MOVE CTL-DATA-GER TO WS-DESDE-DATA
           MOVE CTL-HORA-GER TO WS-DESDE-HORA
           GO TO R-PROX-LOTE-LOOP.
       R-PROX-LOTE-FIM.
           ADD 1 TO WS-PROX-LOTE.

      *------[ MOVIMENTOS DESDE O ULTIMO LOTE ]-------------------------
      *    O LOG VIVO (AUDCAD.LOG) E O HISTORICO JA ARQUIVADO PELO
      *    PROGR115 (HISTAUD.DAT) TRAZEM INCLUSAO, ALTERACAO,
      *    TRANSFERENCIA, BAIXA E EXCLUSAO; O HISTPROP TRAZ AS TROCAS
      *    DE PROPRIETARIO. O HISTPROP SO TEM A DATA: A TRANSFERENCIA
      *    DO PROPRIO DIA DO LOTE ANTERIOR VAI DE NOVO, POR SEGURANCA.
       P-CARREGA.
           IF WS-TEM-AUD NOT = "S"
              GO TO P-CARREGA-HAUD.
       P-CARREGA-AUD.
           READ AUDCAD
               AT END
                  GO TO P-CARREGA-HAUD
           END-READ.
           IF AUD-DATA < WS-DESDE-DATA
              GO TO P-CARREGA-AUD.
           IF AUD-DATA = WS-DESDE-DATA AND AUD-HORA < WS-DESDE-HORA
              GO TO P-CARREGA-AUD.
           MOVE AUD-PLACA        TO SD-PLACA
           MOVE AUD-PROPRIETARIO TO SD-PROP
           MOVE AUD-OPERACAO     TO SD-TIPO
           PERFORM P-SOLTA-MOV THRU P-SOLTA-MOV-FIM.
           GO TO P-CARREGA-AUD.
       P-CARREGA-HAUD.
           IF WS-TEM-HAUD NOT = "S"
              GO TO P-CARREGA-HIST.
           MOVE WS-DESDE-DATA TO HAUD-DATA-MOV.
           START HISTAUD KEY IS NOT LESS THAN HAUD-DATA-MOV
               INVALID KEY
                  GO TO P-CARREGA-HIST
           END-START.
       P-CARREGA-HAUD-LOOP.
           READ HISTAUD NEXT RECORD
               AT END
                  GO TO P-CARREGA-HIST
           END-READ.
           IF HAUD-DATA = WS-DESDE-DATA AND HAUD-HORA < WS-DESDE-HORA
              GO TO P-CARREGA-HAUD-LOOP.
           MOVE HAUD-PLACA        TO SD-PLACA
           MOVE HAUD-PROPRIETARIO TO SD-PROP
           MOVE HAUD-OPERACAO     TO SD-TIPO
           PERFORM P-SOLTA-MOV THRU P-SOLTA-MOV-FIM.
           GO TO P-CARREGA-HAUD-LOOP.
       P-CARREGA-HIST.
           IF WS-TEM-HIST NOT = "S"
              GO TO P-CARREGA-FIM.
           MOVE LOW-VALUES TO HIST-CHAVE.
           START HISTPROP KEY IS NOT LESS THAN HIST-CHAVE
               INVALID KEY
                  GO TO P-CARREGA-FIM
           END-START.
       P-CARREGA-HIST-LOOP.
           READ HISTPROP NEXT RECORD
               AT END
                  GO TO P-CARREGA-FIM
           END-READ.
           IF HIST-DATA-TRANSF < WS-DESDE-DATA
              GO TO P-CARREGA-HIST-LOOP.
           MOVE HIST-PLACA     TO SD-PLACA
           MOVE HIST-PROP-NOVO TO SD-PROP
           MOVE "T"            TO SD-TIPO
           PERFORM P-SOLTA-MOV THRU P-SOLTA-MOV-FIM.
           GO TO P-CARREGA-HIST-LOOP.
       P-CARREGA-FIM.
           EXIT.

      *------[ CONVERTE O CODIGO DO LOG NO TIPO DE MOVIMENTO ]----------
      *    CODIGOS DO LOG EM CPYAUDP.CPY. BAIXA E EXCLUSAO VIRAM
      *    TROCA DE SITUACAO (S).
       P-SOLTA-MOV.
           EVALUATE SD-TIPO
              WHEN "I"
                 MOVE 1 TO SD-PRIOR
              WHEN "B"
              WHEN "E"
                 MOVE 2 TO SD-PRIOR
                 MOVE "S" TO SD-TIPO
              WHEN "T"
                 MOVE 3 TO SD-PRIOR
              WHEN "A"
                 MOVE 4 TO SD-PRIOR
              WHEN OTHER
                 GO TO P-SOLTA-MOV-FIM
           END-EVALUATE.
           ADD 1 TO WS-CONT-MOV.
           RELEASE SD-REGMOV.
       P-SOLTA-MOV-FIM.
           EXIT.

      *------[ UMA LINHA POR PLACA, COM O MOVIMENTO DE MAIOR PESO ]-----
       P-GRAVA.
           MOVE SPACES TO WS-PLACA-ANT.
       P-GRAVA-LOOP.
           RETURN WORK-SORT
               AT END
                  GO TO P-GRAVA-FIM
           END-RETURN.
           IF SD-PLACA = WS-PLACA-ANT
              GO TO P-GRAVA-LOOP.
           MOVE SD-PLACA TO WS-PLACA-ANT.
           MOVE SD-PLACA(1:3) TO LETRAP
           MOVE SD-PLACA(4:4) TO NUMEROP.
           READ CADVEIC
               INVALID KEY
                  PERFORM P-GRAVA-EXCLUIDA THRU P-GRAVA-EXCLUIDA-FIM
                  GO TO P-GRAVA-LOOP
           END-READ.
           PERFORM R-MONTA-LINHA THRU R-MONTA-LINHA-FIM.
           MOVE SD-TIPO TO LE-TIPO-MOV.
           EVALUATE SD-TIPO
              WHEN "I" ADD 1 TO WS-CONT-INC
              WHEN "S" ADD 1 TO WS-CONT-SIT
              WHEN "T" ADD 1 TO WS-CONT-TRF
              WHEN OTHER ADD 1 TO WS-CONT-ALT
           END-EVALUATE.
           ADD 1 TO WS-CONT-VEIC.
           WRITE LIN-EXPDETRAN.
           GO TO P-GRAVA-LOOP.
       P-GRAVA-FIM.
           EXIT.

      *    PLACA QUE NAO ESTA MAIS NO CADVEIC: FOI EXCLUIDA DEPOIS DO
      *    ULTIMO LOTE. VAI COMO TROCA DE SITUACAO PARA "E", COM O
      *    PROPRIETARIO DO LOG.
       P-GRAVA-EXCLUIDA.
           MOVE SPACES TO LIN-EXPDETRAN
           MOVE SD-PLACA TO LE-PLACA
           MOVE SD-PROP  TO LE-PROP
           MOVE ZEROS    TO LE-ANO
           MOVE "E"      TO LE-SITUACAO
           MOVE "S"      TO LE-TIPO-MOV.
           ADD 1 TO WS-CONT-SIT
           ADD 1 TO WS-CONT-VEIC.
           WRITE LIN-EXPDETRAN.
       P-GRAVA-EXCLUIDA-FIM.
           EXIT.

           COPY CPYMARCAP.
           COPY CPYMARCAB.
           COPY CPYCORP.
