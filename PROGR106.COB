      * CERTIDAO DE HISTORICO DE PROPRIEDADE*
      * POR PLACA (CADVEIC + HISTPROP), COM *
      * MARCA/COR RESOLVIDAS PELAS TABELAS  *
      * E AVISO DE RESTRICAO DE ROUBO/FURTO *
      * VIGENTE NO CADREST                  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY CPYHSEL.
           COPY CPYMSEL.
           COPY CPYCSEL.
           COPY CPYRESEL.
           SELECT CERTPROP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
           COPY CPYHFD.
           COPY CPYMFD.
           COPY CPYCFD.
           COPY CPYREFD.
      *
       FD CERTPROP
               LABEL RECORD IS STANDARD
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO22      PIC X(02) VALUE "00".
       01 W-PLACADIG     PIC X(07) VALUE SPACES.
       01 WS-CONT-TRANSF PIC 9(04) VALUE ZEROS.
       01 WS-DATA-SISTEMA.

           COPY CPYCOR.

           COPY CPYREST.

       01 LIN-TITULO.
          03 FILLER PIC X(50) VALUE
             "CERTIDAO DE HISTORICO DE PROPRIEDADE DE VEICULO".
       01 LIN-SIT.
          03 FILLER     PIC X(17) VALUE "SITUACAO.......: ".
          03 LP-SIT     PIC X(12).
       01 LIN-REST.
          03 FILLER     PIC X(17) VALUE "RESTRICAO......: ".
          03 LP-REST    PIC X(20).
          03 FILLER     PIC X(06) VALUE " DOC: ".
          03 LP-REST-DOC PIC X(30).
       01 LIN-TRANSF-TIT.
          03 FILLER PIC X(40) VALUE
             "TRANSFERENCIAS DE PROPRIEDADE REGISTRADAS".
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTPROP: "
                         ST-ERRO2
                 STOP RUN.
           OPEN INPUT CADREST
           IF ST-ERRO22 NOT = "00"
              IF ST-ERRO22 = "30"
                 OPEN OUTPUT CADREST
                 CLOSE CADREST
                 OPEN INPUT CADREST
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADREST: "
                         ST-ERRO22
                 STOP RUN.
           OPEN OUTPUT CERTPROP.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           END-EVALUATE.
           MOVE LIN-SIT TO LIN-CERTPROP
           WRITE LIN-CERTPROP.
           MOVE PLACA TO REST-PLACA
           PERFORM R-VERIFICA-REST THRU R-VERIFICA-REST-FIM.
           IF WS-REST-ROUBO = "S"
              MOVE WS-REST-DESC TO LP-REST
              MOVE WS-REST-DOC  TO LP-REST-DOC
              MOVE LIN-REST TO LIN-CERTPROP
              WRITE LIN-CERTPROP.
           MOVE LIN-BRANCO TO LIN-CERTPROP
           WRITE LIN-CERTPROP.
           MOVE LIN-TRANSF-TIT TO LIN-CERTPROP
           EXIT.

       ROT-FIM.
           CLOSE CADVEIC HISTPROP CADREST CERTPROP.
           STOP RUN.

           COPY CPYMARCAP.
           COPY CPYMARCAB.
           COPY CPYCORP.
           COPY CPYCORB.
           COPY CPYRESTB.
