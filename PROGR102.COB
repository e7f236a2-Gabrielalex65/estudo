      * BATCH MENSAL - LICENCIAMENTOS COM   *
      * MES DE VENCIMENTO JA ALCANCADO E    *
      * SEM PAGAMENTO REGISTRADO (CADLIC)   *
      * E, EM SECAO PROPRIA, PARCELAS DE    *
      * EXERCICIOS PARCELADOS (CADPARC)     *
      * VENCIDAS E NAO PAGAS                *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYLSEL.
           COPY CPYTVSEL.
           COPY CPYPASEL.
           SELECT RELLICEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYLFD.
           COPY CPYTVFD.
           COPY CPYPAFD.
      *
       FD RELLICEN
               LABEL RECORD IS STANDARD
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO10      PIC X(02) VALUE "00".
       01 ST-ERRO20      PIC X(02) VALUE "00".
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
       01 WS-CONT-VEIC   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-PEND   PIC 9(06) VALUE ZEROS.
       01 WS-SIT-LIC     PIC X(12) VALUE SPACES.
       01 WS-CONT-PARC   PIC 9(06) VALUE ZEROS.
       01 WS-MESES-ATR   PIC S9(04) VALUE ZEROS.
       01 WS-VLR-ATUAL   PIC 9(08)V99 VALUE ZEROS.
       01 WS-DATA-VENC   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-VENC-R REDEFINES WS-DATA-VENC.
          03 WS-VENC-ANO PIC 9(04).
          03 WS-VENC-MES PIC 9(02).
          03 WS-VENC-DIA PIC 9(02).

           COPY CPYLICC.

       01 LIN-TOTAL2.
          03 FILLER  PIC X(30) VALUE "TOTAL EM ATRASO..............:".
          03 LT-PEND PIC ZZZZZ9.
       01 LIN-TOTAL3.
          03 FILLER  PIC X(30) VALUE "TOTAL DE PARCELAS EM ATRASO..:".
          03 LT-PARC PIC ZZZZZ9.
      *    PARCELAS VENCIDAS: O VALOR ATUALIZADO INCLUI A MULTA E OS
      *    JUROS QUE A PARCELA TERIA SE FOSSE PAGA HOJE.
       01 LIN-SECAO2.
          03 FILLER PIC X(50) VALUE
             "PARCELAS DE EXERCICIOS PARCELADOS EM ATRASO".
       01 LIN-CABEC2.
          03 FILLER PIC X(10) VALUE "PLACA".
          03 FILLER PIC X(06) VALUE "EXERC".
          03 FILLER PIC X(07) VALUE "PARC".
          03 FILLER PIC X(12) VALUE "VENCIMENTO".
          03 FILLER PIC X(15) VALUE "          VALOR".
          03 FILLER PIC X(15) VALUE "     ATUALIZADO".
       01 LIN-DET2.
          03 LP-LETRAP  PIC X(03).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LP-NUMEROP PIC X(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-ANO     PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-PARC    PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LP-QTD     PIC 9(02).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-VDIA    PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LP-VMES    PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LP-VANO    PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-VALOR   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LP-ATUAL   PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-BRANCO  PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------------
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLIC: " ST-ERRO7
                 STOP RUN.
           OPEN INPUT TABVALIC
           IF ST-ERRO10 NOT = "00"
              IF ST-ERRO10 = "30"
                 OPEN OUTPUT TABVALIC
                 CLOSE TABVALIC
                 OPEN INPUT TABVALIC
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO TABVALIC: " ST-ERRO10
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
           OPEN OUTPUT RELLICEN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE LIN-TITULO TO LIN-RELLICEN
       R1.
           READ CADVEIC NEXT RECORD
               AT END
                  GO TO R2
           END-READ.
      *    SOMENTE VEICULOS ATIVOS DEVEM LICENCIAMENTO.
           IF NOT VEIC-ATIVO
                  PERFORM R-LISTA THRU R-LISTA-FIM
                  GO TO R1
           END-READ.
           IF LIC-SITUACAO = "P"
              GO TO R1.
      *    EXERCICIO PARCELADO NAO ENTRA AQUI: SUAS PARCELAS VENCIDAS
      *    SAO LISTADAS NA SECAO DE PARCELAS (R2).
           MOVE LIC-PLACA TO PARC-PLACA
           MOVE LIC-ANO   TO PARC-ANO
           MOVE 01        TO PARC-NUM.
           READ CADPARC
               INVALID KEY
                  MOVE "EM ABERTO" TO WS-SIT-LIC
                  PERFORM R-LISTA THRU R-LISTA-FIM
           END-READ.
           GO TO R1.

      *------[ PARCELAS VENCIDAS E NAO PAGAS (CADPARC) ]-----------------
       R2.
           MOVE LIN-BRANCO TO LIN-RELLICEN
           WRITE LIN-RELLICEN.
           MOVE LIN-SECAO2 TO LIN-RELLICEN
           WRITE LIN-RELLICEN.
           MOVE LIN-BRANCO TO LIN-RELLICEN
           WRITE LIN-RELLICEN.
           MOVE LIN-CABEC2 TO LIN-RELLICEN
           WRITE LIN-RELLICEN.
           MOVE LOW-VALUES TO PARC-CHAVE.
           START CADPARC KEY IS NOT LESS THAN PARC-CHAVE
               INVALID KEY
                  GO TO R-FIM
           END-START.
       R2-LOOP.
           READ CADPARC NEXT RECORD
               AT END
                  GO TO R-FIM
           END-READ.
           IF NOT PARC-ABERTA
                OR PARC-DATA-VENC NOT < WS-DATA-SISTEMA
              GO TO R2-LOOP.
           PERFORM R-LISTA-PARC THRU R-LISTA-PARC-FIM.
           GO TO R2-LOOP.

       R-FIM.
           MOVE LIN-BRANCO TO LIN-RELLICEN
           WRITE LIN-RELLICEN.
           MOVE WS-CONT-PEND TO LT-PEND
           MOVE LIN-TOTAL2 TO LIN-RELLICEN
           WRITE LIN-RELLICEN.
           MOVE WS-CONT-PARC TO LT-PARC
           MOVE LIN-TOTAL3 TO LIN-RELLICEN
           WRITE LIN-RELLICEN.
           CLOSE CADVEIC CADLIC TABVALIC CADPARC RELLICEN.
           DISPLAY "VEICULOS ANALISADOS...........: " WS-CONT-VEIC.
           DISPLAY "LICENCIAMENTOS EM ATRASO......: " WS-CONT-PEND.
           DISPLAY "PARCELAS EM ATRASO............: " WS-CONT-PARC.
           STOP RUN.

      *------[ IMPRIME UM VEICULO COM LICENCIAMENTO EM ATRASO ]----------
       R-LISTA-FIM.
           EXIT.

      *------[ IMPRIME UMA PARCELA VENCIDA COM O VALOR ATUALIZADO ]-----
      *    MESMA REGRA DO PAGAMENTO (PROGR101): MULTA UMA VEZ E JUROS
      *    POR MES DE ATRASO SOBRE O VALOR DA PARCELA.
       R-LISTA-PARC.
           ADD 1 TO WS-CONT-PARC
           MOVE PARC-DATA-VENC TO WS-DATA-VENC
           MOVE PARC-VLR       TO WS-VLR-ATUAL
           MOVE PARC-ANO       TO VAL-ANO.
           READ TABVALIC
               INVALID KEY
                  GO TO R-LISTA-PARC-IMP
           END-READ.
           COMPUTE WS-MESES-ATR = (WS-ANO-SISTEMA - WS-VENC-ANO) * 12
                                + WS-MES-SISTEMA - WS-VENC-MES.
           IF WS-MESES-ATR < 1
              MOVE 1 TO WS-MESES-ATR.
           COMPUTE WS-VLR-ATUAL ROUNDED = PARC-VLR
                 + PARC-VLR * VAL-PERC-MULTA / 100
                 + PARC-VLR * VAL-PERC-JUROS * WS-MESES-ATR / 100.
       R-LISTA-PARC-IMP.
           MOVE PARC-LETRAP  TO LP-LETRAP
           MOVE PARC-NUMEROP TO LP-NUMEROP
           MOVE PARC-ANO     TO LP-ANO
           MOVE PARC-NUM     TO LP-PARC
           MOVE PARC-QTD     TO LP-QTD
           MOVE WS-VENC-DIA  TO LP-VDIA
           MOVE WS-VENC-MES  TO LP-VMES
           MOVE WS-VENC-ANO  TO LP-VANO
           MOVE PARC-VLR     TO LP-VALOR
           MOVE WS-VLR-ATUAL TO LP-ATUAL
           MOVE LIN-DET2 TO LIN-RELLICEN
           WRITE LIN-RELLICEN.
       R-LISTA-PARC-FIM.
           EXIT.

           COPY CPYLICB.
