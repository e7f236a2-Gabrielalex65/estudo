      * ENVELOPE DO LOTE (HEADER/TRAILER)   *
      * CONTRA O PROTOCOLO CTLDETRAN.DAT    *
      * PARA NAO CASAR RETORNO DE OUTRA     *
      * SEMANA. ACEITA RETORNO DE LOTE DE   *
      * FROTA COMPLETA (C) OU SO MOVIMENTO  *
      * (M), DESDE QUE O MODO DO HEADER     *
      * CASE COM O DO PROTOCOLO             *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       01 WS-CONT-DET    PIC 9(06) VALUE ZEROS.
       01 WS-HDR-ACHADO  PIC X(01) VALUE "N".
       01 WS-TRL-ACHADO  PIC X(01) VALUE "N".
       01 WS-MODO-RET    PIC X(01) VALUE SPACES.
       01 WS-MODO-CTL    PIC X(01) VALUE SPACES.
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
       01 LIN-LOTE.
          03 FILLER     PIC X(17) VALUE "LOTE PROCESSADO: ".
          03 LL-LOTE    PIC 9(06).
          03 FILLER     PIC X(08) VALUE "  MODO: ".
          03 LL-MODO    PIC X(24).
       01 LIN-SECAO1.
          03 FILLER PIC X(45) VALUE
             "SECAO 1 - PLACAS DO DETRAN NAO CADASTRADAS".
           MOVE LIN-TITULO TO LIN-RELDIVER
           WRITE LIN-RELDIVER.
           MOVE WS-LOTE-RET TO LL-LOTE
           IF WS-MODO-RET = "M"
              MOVE "M - SO MOVIMENTO" TO LL-MODO
           ELSE
              MOVE "C - FROTA COMPLETA" TO LL-MODO.
           MOVE LIN-LOTE TO LIN-RELDIVER
           WRITE LIN-RELDIVER.
           MOVE LIN-BRANCO TO LIN-RELDIVER
           WRITE LIN-RELDIVER.

      *------[ SECAO 1 - PLACAS DO DETRAN QUE NAO TEMOS ]---------------
      *    NO LOTE DE MOVIMENTO, PLACA EXCLUIDA DO CADVEIC DEPOIS DO
      *    LOTE ANTERIOR FOI ENVIADA COM SITUACAO "E" E, SE VOLTAR NO
      *    RETORNO, TAMBEM APARECE AQUI.
       R-SEC1.
           MOVE LIN-SECAO1 TO LIN-RELDIVER
           WRITE LIN-RELDIVER.
           REWRITE REGCTLDET.
           CLOSE CADVEIC RELDIVER CTLDETRAN.
           DISPLAY "LOTE DO RETORNO PROCESSADO....: " WS-LOTE-RET.
           DISPLAY "MODO DO LOTE (C/M)............: " WS-MODO-RET.
           DISPLAY "RETORNOS DO DETRAN PROCESSADOS: " WS-CONT-RET.
           DISPLAY "DIVERGENCIAS SECAO 1..........: " WS-CONT-SEC1.
           DISPLAY "DIVERGENCIAS SECAO 2..........: " WS-CONT-SEC2.
           PERFORM R-ABRE-RETORNO THRU R-ABRE-RETORNO-FIM.
           MOVE "N" TO WS-HDR-ACHADO WS-TRL-ACHADO.
           MOVE ZEROS TO WS-CONT-DET WS-LOTE-RET WS-QTD-TRL.
           MOVE SPACES TO WS-MODO-RET.
       R-VALIDA-LOTE-LOOP.
           READ RETDETRAN
               AT END
              MOVE "S" TO WS-HDR-ACHADO
              MOVE REG-RETDETRAN TO LIN-LOTE-HEADER
              MOVE LH-LOTE TO WS-LOTE-RET
              MOVE LH-MODO TO WS-MODO-RET
              GO TO R-VALIDA-LOTE-LOOP.
           IF REG-RETDETRAN(1:9) = "*TRAILER*"
              MOVE "S" TO WS-TRL-ACHADO
                      CTL-DATA-RET " ***"
              DISPLAY "*** PROCESSAMENTO ABORTADO ***"
              STOP RUN.
      *    HEADER OU PROTOCOLO SEM MODO (ANTERIORES AO LOTE DE
      *    MOVIMENTO) VALEM COMO FROTA COMPLETA.
           IF WS-MODO-RET = SPACE
              MOVE "C" TO WS-MODO-RET.
           MOVE CTL-MODO TO WS-MODO-CTL.
           IF WS-MODO-CTL = SPACE
              MOVE "C" TO WS-MODO-CTL.
           IF WS-MODO-RET NOT = WS-MODO-CTL
              DISPLAY "*** MODO DO RETORNO (" WS-MODO-RET
                      ") DIFERENTE DO ENVIADO (" WS-MODO-CTL ") ***"
              DISPLAY "*** PROCESSAMENTO ABORTADO ***"
              STOP RUN.
           IF CTL-QTD-ENV NOT = WS-QTD-TRL
              DISPLAY "*** QUANTIDADE DO RETORNO NAO CONFERE COM O "
                      "ENVIO ***"
