      **************************************
      * REGISTRO DE RESULTADO DE VISTORIA   *
      * POR PLACA (CADVIST.DAT) CONFORME OS *
      * LAUDOS CHEGAM AO BALCAO. O          *
      * AGENDAMENTO EM ABERTO DA PLACA NA   *
      * AGENDA (CADAGEN) E BAIXADO COMO     *
      * REALIZADO                           *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYVISEL.
           COPY CPYAGSEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYVIFD.
           COPY CPYAGFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO11     PIC X(02) VALUE "00".
       01 ST-ERRO25     PIC X(02) VALUE "00".
       01 W-PLACADIG    PIC X(07) VALUE SPACES.
       01 W-DATA-VIST   PIC 9(08) VALUE ZEROS.
       01 W-RESULT      PIC X(01) VALUE SPACES.
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).

           COPY CPYAGEN.

      *-----------------------------------------------------------------
       LINKAGE SECTION.

              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADVIST: " ST-ERRO11
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

       R1.
           MOVE W-RESULT    TO VIST-RESULT
           MOVE W-INSPETOR  TO VIST-INSPETOR
           WRITE REGVIST.
           MOVE PLACA TO WS-AGE-PLACA
           PERFORM R-BUSCA-AGENDA THRU R-BUSCA-AGENDA-FIM.
           IF WS-AGE-ACHADA = "S"
              MOVE "R"          TO AGE-SITUACAO
              MOVE W-DATA-VIST  TO AGE-DATA-BAIXA
              MOVE COM-OPERADOR TO AGE-OPER-BAIXA
              MOVE W-PROX-SEQ   TO AGE-VIST-SEQ
              REWRITE REGAGEN
              MOVE "*** VISTORIA REGISTRADA - AGENDA BAIXADA ***"
                TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE "*** VISTORIA REGISTRADA COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.
           ADD 1 TO W-PROX-SEQ.

       ROT-FIM.
           CLOSE CADVEIC CADVIST CADAGEN.
           GOBACK.

      *---------[ ROTINA DE MENSAGEM ]---------------------
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.

           COPY CPYAGEB.
