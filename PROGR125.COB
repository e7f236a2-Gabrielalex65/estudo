       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR125.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * BATCH NOTURNO - AGENDAMENTO DE      *
      * VISTORIA. RODA DEPOIS DO PROGR95:   *
      * 1) AGENDAMENTO EM ABERTO DE DATA    *
      *    PASSADA VIRA FALTA ("F") E SAI   *
      *    NA LISTA FALTVIST.LST;           *
      * 2) CADA VEICULO DO PENDVIST.DAT E   *
      *    AGENDADO NA PROXIMA VAGA LIVRE   *
      *    (CADAGEN/TABINSP) COM CARTA DE   *
      *    CONVOCACAO (CONVVIST.LST) PELO   *
      *    ENDERECO DO CADPROP. SEM CPF,    *
      *    SEM CADPROP OU SEM VAGA CAI NA   *
      *    LISTA DE EXCECAO EXCEAGEN.LST    *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYPSEL.
           COPY CPYISSEL.
           COPY CPYAGSEL.
           COPY CPYPVSEL.
           SELECT CONVVIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEAGEN ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FALTVIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYPFD.
           COPY CPYISFD.
           COPY CPYAGFD.
           COPY CPYPVFD.
      *
       FD CONVVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CONVVIST.LST".
       01 LIN-CONVVIST           PIC X(80).
      *
       FD EXCEAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXCEAGEN.LST".
       01 LIN-EXCEAGEN           PIC X(80).
      *
       FD FALTVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "FALTVIST.LST".
       01 LIN-FALTVIST           PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO24      PIC X(02) VALUE "00".
       01 ST-ERRO25      PIC X(02) VALUE "00".
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).
       01 WS-IND         PIC 9(02) VALUE ZEROS.
       01 WS-CONT-FALTA  PIC 9(06) VALUE ZEROS.
       01 WS-CONT-PEND   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-AGEND  PIC 9(06) VALUE ZEROS.
       01 WS-CONT-JA     PIC 9(06) VALUE ZEROS.
       01 WS-CONT-EXCE   PIC 9(06) VALUE ZEROS.

           COPY CPYAGEN.

       01 LIN-C-TRACO    PIC X(60) VALUE ALL "-".
       01 LIN-C-TITULO.
          03 FILLER PIC X(45) VALUE
             "CONVOCACAO PARA VISTORIA DO VEICULO".
       01 LIN-C-NOME.
          03 FILLER     PIC X(04) VALUE "AO: ".
          03 LC-NOME    PIC X(30).
       01 LIN-C-ENDER.
          03 LC-ENDER   PIC X(40).
          03 FILLER     PIC X(03) VALUE " - ".
          03 LC-CIDADE  PIC X(20).
       01 LIN-C-TEXTO1.
          03 FILLER     PIC X(33) VALUE
             "APRESENTE O VEICULO DE PLACA ".
          03 LC-PLACA   PIC X(07).
          03 FILLER     PIC X(15) VALUE " PARA VISTORIA".
       01 LIN-C-TEXTO2.
          03 FILLER     PIC X(04) VALUE "EM: ".
          03 LC-DATA    PIC X(10).
          03 FILLER     PIC X(05) VALUE " AS ".
          03 LC-HORA    PIC X(05).
          03 FILLER     PIC X(14) VALUE " - INSPETOR: ".
          03 LC-INSP    PIC X(30).
       01 LIN-C-TEXTO3.
          03 FILLER     PIC X(08) VALUE "MOTIVO: ".
          03 LC-MOTIVO  PIC X(20).
       01 LIN-C-TEXTO4.
          03 FILLER PIC X(60) VALUE
             "EM CASO DE IMPEDIMENTO, REMARQUE NO BALCAO ANTES DA DATA".
       01 LIN-C-BRANCO  PIC X(01) VALUE SPACE.

       01 LIN-E-TITULO.
          03 FILLER PIC X(55) VALUE
             "EXCECOES DO AGENDAMENTO DE VISTORIA - PROGR125".
       01 LIN-E-DET.
          03 FILLER     PIC X(07) VALUE "PLACA: ".
          03 LE-PLACA   PIC X(07).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-PROP    PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LE-MOTIVO  PIC X(30).

       01 LIN-F-TITULO.
          03 FILLER PIC X(55) VALUE
             "VISTORIAS AGENDADAS SEM COMPARECIMENTO - PROGR125".
       01 LIN-F-CABEC.
          03 FILLER PIC X(17) VALUE "DATA       HORA".
          03 FILLER PIC X(09) VALUE "PLACA".
          03 FILLER PIC X(32) VALUE "PROPRIETARIO".
          03 FILLER PIC X(11) VALUE "TELEFONE".
       01 LIN-F-DET.
          03 LF-DATA    PIC X(10).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LF-HORA    PIC X(05).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LF-PLACA   PIC X(07).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-PROP    PIC X(30).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LF-FONE    PIC X(11).
       01 LIN-F-TOTAL.
          03 FILLER     PIC X(30) VALUE
             "TOTAL DE FALTAS..............:".
          03 LF-TOT     PIC ZZZZZ9.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC: " ST-ERRO
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
           OPEN INPUT PENDVIST
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO PENDVIST.DAT: " ST-ERRO9
              DISPLAY "RODE O PROGR95 ANTES DO AGENDAMENTO"
              STOP RUN.
           OPEN OUTPUT CONVVIST EXCEAGEN FALTVIST.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           MOVE WS-DATA-SISTEMA TO WS-AGE-HOJE
           MOVE "PROGR125"      TO WS-AGE-OPER
           MOVE "N"             TO WS-AGE-ORIGEM.
           MOVE LIN-E-TITULO TO LIN-EXCEAGEN
           WRITE LIN-EXCEAGEN.
           MOVE LIN-C-BRANCO TO LIN-EXCEAGEN
           WRITE LIN-EXCEAGEN.
           MOVE LIN-F-TITULO TO LIN-FALTVIST
           WRITE LIN-FALTVIST.
           MOVE LIN-C-BRANCO TO LIN-FALTVIST
           WRITE LIN-FALTVIST.
           MOVE LIN-F-CABEC TO LIN-FALTVIST
           WRITE LIN-FALTVIST.

      *------[ FALTAS: AGENDAMENTO EM ABERTO COM DATA JA PASSADA ]------
       R1.
           MOVE LOW-VALUES TO AGE-CHAVE.
           START CADAGEN KEY IS NOT LESS THAN AGE-CHAVE
               INVALID KEY
                  GO TO R2
           END-START.
       R1-LOOP.
           READ CADAGEN NEXT RECORD
               AT END
                  GO TO R2
           END-READ.
           IF AGE-DATA NOT < WS-DATA-SISTEMA
              GO TO R2.
           IF NOT AGE-MARCADO
              GO TO R1-LOOP.
           MOVE "F"             TO AGE-SITUACAO
           MOVE WS-DATA-SISTEMA TO AGE-DATA-BAIXA
           MOVE "PROGR125"      TO AGE-OPER-BAIXA
           REWRITE REGAGEN.
           PERFORM R-FALTA THRU R-FALTA-FIM.
           GO TO R1-LOOP.

      *------[ AGENDAMENTO DOS PENDENTES DO PROGR95 ]-------------------
       R2.
           MOVE WS-CONT-FALTA TO LF-TOT
           MOVE LIN-C-BRANCO TO LIN-FALTVIST
           WRITE LIN-FALTVIST.
           MOVE LIN-F-TOTAL TO LIN-FALTVIST
           WRITE LIN-FALTVIST.
           PERFORM R-CARREGA-INSP THRU R-CARREGA-INSP-FIM.
           MOVE WS-DATA-SISTEMA TO WS-AGE-CUR-DATA
           PERFORM R-AGE-DIA-SEMANA THRU R-AGE-DIA-SEMANA-FIM.
           MOVE ZEROS TO WS-IND.
       R2-PRAZO.
           IF WS-IND < WS-AGE-PRAZO
              ADD 1 TO WS-IND
              PERFORM R-AGE-SOMA-DIA THRU R-AGE-SOMA-DIA-FIM
              GO TO R2-PRAZO.
           PERFORM R-AGE-INICIO THRU R-AGE-INICIO-FIM.

       R3.
           READ PENDVIST
               AT END
                  GO TO R-FIM
           END-READ.
           ADD 1 TO WS-CONT-PEND.
           MOVE PEND-LETRAP  TO LETRAP
           MOVE PEND-NUMEROP TO NUMEROP.
           READ CADVEIC
               INVALID KEY
                  MOVE SPACES TO PROPRIETARIO
                  MOVE "PLACA FORA DO CADVEIC" TO LE-MOTIVO
                  PERFORM R-EXCECAO THRU R-EXCECAO-FIM
                  GO TO R3
           END-READ.
           IF NOT VEIC-ATIVO
              GO TO R3.
      *    PODE TER SIDO AGENDADO NO BALCAO APOS A VARREDURA DO PROGR95.
           MOVE PLACA TO WS-AGE-PLACA
           PERFORM R-BUSCA-AGENDA THRU R-BUSCA-AGENDA-FIM.
           IF WS-AGE-ACHADA = "S"
              ADD 1 TO WS-CONT-JA
              GO TO R3.
           IF DOCPROP = SPACES
              MOVE "SEM CPF/CNPJ NO CADASTRO" TO LE-MOTIVO
              PERFORM R-EXCECAO THRU R-EXCECAO-FIM
              GO TO R3.
           MOVE DOCPROP TO PROP-DOC.
           READ CADPROP
               INVALID KEY
                  MOVE "CPF/CNPJ FORA DO CADPROP" TO LE-MOTIVO
                  PERFORM R-EXCECAO THRU R-EXCECAO-FIM
                  GO TO R3
           END-READ.
           IF WS-QTD-INSP = ZEROS
              MOVE "SEM INSPETOR ATIVO NA TABINSP" TO LE-MOTIVO
              PERFORM R-EXCECAO THRU R-EXCECAO-FIM
              GO TO R3.
           PERFORM R-PROX-VAGA THRU R-PROX-VAGA-FIM.
           IF WS-AGE-VAGA-OK NOT = "S"
              MOVE "AGENDA LOTADA NO HORIZONTE" TO LE-MOTIVO
              PERFORM R-EXCECAO THRU R-EXCECAO-FIM
              GO TO R3.
           MOVE PEND-MOTIVO TO WS-AGE-MOTIVO.
           PERFORM R-GRAVA-AGENDA THRU R-GRAVA-AGENDA-FIM.
           ADD 1 TO WS-CONT-AGEND.
           PERFORM R-AGE-HORARIO THRU R-AGE-HORARIO-FIM.
           PERFORM R-CARTA THRU R-CARTA-FIM.
           GO TO R3.

       R-FIM.
           CLOSE CADVEIC CADPROP TABINSP CADAGEN PENDVIST
                 CONVVIST EXCEAGEN FALTVIST.
           DISPLAY "FALTAS BAIXADAS................: " WS-CONT-FALTA.
           DISPLAY "PENDENTES RECEBIDOS DO PROGR95.: " WS-CONT-PEND.
           DISPLAY "VISTORIAS AGENDADAS............: " WS-CONT-AGEND.
           DISPLAY "JA AGENDADOS NO BALCAO.........: " WS-CONT-JA.
           DISPLAY "EXCECOES (EXCEAGEN.LST)........: " WS-CONT-EXCE.
           STOP RUN.

      *------[ IMPRIME UMA FALTA NA LISTA DE NAO COMPARECIMENTO ]-------
       R-FALTA.
           ADD 1 TO WS-CONT-FALTA.
           PERFORM R-AGE-HORARIO THRU R-AGE-HORARIO-FIM.
           MOVE WS-AGE-DATA-ED TO LF-DATA
           MOVE WS-AGE-HORA-ED TO LF-HORA
           MOVE AGE-PLACA      TO LF-PLACA
           MOVE SPACES TO LF-PROP LF-FONE.
           MOVE AGE-LETRAP  TO LETRAP
           MOVE AGE-NUMEROP TO NUMEROP.
           READ CADVEIC
               INVALID KEY
                  MOVE "*PLACA FORA DO CADVEIC*" TO LF-PROP
                  GO TO R-FALTA-IMP
           END-READ.
           MOVE PROPRIETARIO TO LF-PROP.
           IF DOCPROP = SPACES
              GO TO R-FALTA-IMP.
           MOVE DOCPROP TO PROP-DOC.
           READ CADPROP
               NOT INVALID KEY
                  MOVE PROP-TELEFONE TO LF-FONE
           END-READ.
       R-FALTA-IMP.
           MOVE LIN-F-DET TO LIN-FALTVIST
           WRITE LIN-FALTVIST.
       R-FALTA-FIM.
           EXIT.

      *------[ IMPRIME UMA CARTA DE CONVOCACAO PRONTA PARA ENVELOPAR ]--
       R-CARTA.
           MOVE LIN-C-TRACO TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE LIN-C-TITULO TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE LIN-C-BRANCO TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE PROP-NOME TO LC-NOME
           MOVE LIN-C-NOME TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE PROP-ENDERECO TO LC-ENDER
           MOVE PROP-CIDADE TO LC-CIDADE
           MOVE LIN-C-ENDER TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE LIN-C-BRANCO TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE LETRAP  TO LC-PLACA(1:3)
           MOVE NUMEROP TO LC-PLACA(4:4)
           MOVE LIN-C-TEXTO1 TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE WS-AGE-DATA-ED   TO LC-DATA
           MOVE WS-AGE-HORA-ED   TO LC-HORA
           MOVE WS-AGE-INSP-NOME TO LC-INSP
           MOVE LIN-C-TEXTO2 TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE PEND-MOTIVO TO LC-MOTIVO
           MOVE LIN-C-TEXTO3 TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE LIN-C-TEXTO4 TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE LIN-C-TRACO TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
           MOVE LIN-C-BRANCO TO LIN-CONVVIST
           WRITE LIN-CONVVIST.
       R-CARTA-FIM.
           EXIT.

      *------[ GRAVA UMA EXCECAO PARA ACERTO DO CADASTRO/AGENDA ]-------
       R-EXCECAO.
           ADD 1 TO WS-CONT-EXCE.
           MOVE LETRAP  TO LE-PLACA(1:3)
           MOVE NUMEROP TO LE-PLACA(4:4)
           MOVE PROPRIETARIO TO LE-PROP
           MOVE LIN-E-DET TO LIN-EXCEAGEN
           WRITE LIN-EXCEAGEN.
       R-EXCECAO-FIM.
           EXIT.

           COPY CPYAGEB.
           COPY CPYAGEP.
