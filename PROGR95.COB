      * DE VISTORIA PELA ULTIMA INSPECAO    *
      * REGISTRADA (CADVIST.DAT); VEICULOS  *
      * NUNCA VISTORIADOS ENTRAM PELA IDADE *
      * (ANOFABRICACAO), COMO ANTES. QUEM   *
      * JA TEM VISTORIA AGENDADA (CADAGEN)  *
      * SO ENTRA NA CONTAGEM; OS DEMAIS     *
      * VAO TAMBEM PARA O PENDVIST.DAT DO   *
      * AGENDAMENTO NOTURNO (PROGR125)      *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYVISEL.
           COPY CPYAGSEL.
           COPY CPYPVSEL.
           SELECT LISTVIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYVIFD.
           COPY CPYAGFD.
           COPY CPYPVFD.
      *
       FD LISTVIST
               LABEL RECORD IS STANDARD
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO11      PIC X(02) VALUE "00".
       01 ST-ERRO25      PIC X(02) VALUE "00".
       01 WS-ANO-LIMITE  PIC 9(02) VALUE 10.
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
       01 WS-IDADE-VEIC  PIC 9(04).
       01 WS-CONT-VEIC   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-PEND   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-AGEND  PIC 9(06) VALUE ZEROS.
       01 WS-VIST-ACHADA PIC X(01) VALUE "N".
       01 WS-ULT-DATA    PIC 9(08) VALUE ZEROS.
       01 WS-ULT-RESULT  PIC X(01) VALUE SPACES.
       01 WS-MOTIVO      PIC X(20) VALUE SPACES.

           COPY CPYAGEN.

       01 LIN-TITULO.
          03 FILLER PIC X(55) VALUE
             "RELATORIO DE VEICULOS PENDENTES DE VISTORIA - PROGR95".
       01 LIN-TOTAL2.
          03 FILLER  PIC X(30) VALUE "TOTAL PENDENTES DE VISTORIA..:".
          03 LT-PEND PIC ZZZZZ9.
       01 LIN-TOTAL3.
          03 FILLER  PIC X(30) VALUE "PENDENTES JA AGENDADOS.......:".
          03 LT-AGEND PIC ZZZZZ9.
       01 LIN-BRANCO  PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------------
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADVIST: " ST-ERRO11
                 STOP RUN.
           OPEN INPUT CADAGEN
           IF ST-ERRO25 NOT = "00"
              IF ST-ERRO25 = "30"
                 OPEN OUTPUT CADAGEN
                 CLOSE CADAGEN
                 OPEN INPUT CADAGEN
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADAGEN: " ST-ERRO25
                 STOP RUN.
           OPEN OUTPUT LISTVIST PENDVIST.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           COMPUTE WS-DATA-LIMITE = (WS-ANO-SISTEMA - 1) * 10000
                                  + WS-MES-SISTEMA * 100
           MOVE WS-CONT-PEND TO LT-PEND
           MOVE LIN-TOTAL2 TO LIN-LISTVIST
           WRITE LIN-LISTVIST.
           MOVE WS-CONT-AGEND TO LT-AGEND
           MOVE LIN-TOTAL3 TO LIN-LISTVIST
           WRITE LIN-LISTVIST.
           CLOSE CADVEIC CADVIST CADAGEN LISTVIST PENDVIST.
           STOP RUN.

      *------[ IMPRIME UM VEICULO PENDENTE DE VISTORIA ]----------------
      *    PENDENTE COM VISTORIA AGENDADA DE HOJE EM DIANTE JA ESTA EM
      *    TRATAMENTO: SO E CONTADO. AGENDAMENTO DE DATA PASSADA AINDA
      *    EM ABERTO E FALTA, QUE O PROGR125 BAIXA E REAGENDA.
       R-LISTA.
           MOVE PLACA TO WS-AGE-PLACA
           PERFORM R-BUSCA-AGENDA THRU R-BUSCA-AGENDA-FIM.
           IF WS-AGE-ACHADA = "S"
              AND AGE-DATA NOT < WS-DATA-SISTEMA
              ADD 1 TO WS-CONT-AGEND
              GO TO R-LISTA-FIM.
           ADD 1 TO WS-CONT-PEND
           MOVE LETRAP        TO LD-LETRAP
           MOVE NUMEROP       TO LD-NUMEROP
           MOVE WS-MOTIVO     TO LD-MOTIVO
           MOVE LIN-DET TO LIN-LISTVIST
           WRITE LIN-LISTVIST.
           MOVE PLACA     TO PEND-PLACA
           MOVE WS-MOTIVO TO PEND-MOTIVO
           WRITE REGPEND.
       R-LISTA-FIM.
           EXIT.

           GO TO R-ULT-VISTORIA-LOOP.
       R-ULT-VISTORIA-FIM.
           EXIT.

           COPY CPYAGEB.
