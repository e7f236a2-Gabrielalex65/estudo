      * SEQUENCIAL, COM CONFERENCIA DE      *
      * CONTAGEM DE REGISTROS               *
      **************************************
      *    A DESCARGA COMPLETA ZERA O DIARIO DE ALTERACOES
      *    (JORNAL.LOG), GUARDANDO O DO DIA EM JORNAL.ANT: O BACKUP
      *    NOVO JA CONTEM TUDO O QUE ESTAVA NELE. DEPOIS DE UMA
      *    RECARGA, O PROGR128 REAPLICA O JORNAL.LOG SOBRE O BACKUP.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
           COPY CPYPSEL.
           COPY CPYLSEL.
           COPY CPYOSEL.
           COPY CPYMUSEL.
           COPY CPYJOSEL.
           SELECT BKPVEIC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
           SELECT BKPOPER ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
           SELECT BKPMULT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
           SELECT JORANT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYPFD.
           COPY CPYLFD.
           COPY CPYOFD.
           COPY CPYMUFD.
           COPY CPYJOFD.
      *
       FD BKPVEIC
               LABEL RECORD IS STANDARD
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADOPER.BKP".
       01 BKO-REG                PIC X(58).
      *
       FD BKPMULT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULT.BKP".
       01 BKU-REG                PIC X(58).
      *
      *    COPIA DO DIARIO DO DIA, GUARDADA ANTES DE ZERAR O JORNAL.LOG.
       FD JORANT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNAL.ANT".
       01 JAN-REG                PIC X(281).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO8       PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO12      PIC X(02) VALUE "00".
       01 ST-ERRO26      PIC X(02) VALUE "00".
       01 W-CONT-UNL     PIC 9(06) VALUE ZEROS.
       01 W-CONT-REL     PIC 9(06) VALUE ZEROS.
       01 W-QTD-ESPER    PIC 9(06) VALUE ZEROS.
           PERFORM R-UNL-PROP THRU R-UNL-PROP-FIM.
           PERFORM R-UNL-LIC  THRU R-UNL-LIC-FIM.
           PERFORM R-UNL-OPER THRU R-UNL-OPER-FIM.
           PERFORM R-UNL-MULT THRU R-UNL-MULT-FIM.
           PERFORM R-ZERA-JORNAL THRU R-ZERA-JORNAL-FIM.
           DISPLAY "DESCARGA CONCLUIDA".
           STOP RUN.

       R-UNL-OPER-FIM.
           EXIT.

       R-UNL-MULT.
           OPEN INPUT CADMULT
           IF ST-ERRO12 = "30"
              DISPLAY "CADMULT.DAT AUSENTE - DESCARGA IGNORADA"
              GO TO R-UNL-MULT-FIM.
           IF ST-ERRO12 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMULT: " ST-ERRO12
              STOP RUN.
           OPEN OUTPUT BKPMULT.
           MOVE ZEROS TO W-CONT-UNL.
       R-UNL-MULT-LOOP.
           READ CADMULT NEXT RECORD
               AT END
                  GO TO R-UNL-MULT-TRL
           END-READ.
           MOVE REGMULT TO BKU-REG
           WRITE BKU-REG.
           ADD 1 TO W-CONT-UNL.
           GO TO R-UNL-MULT-LOOP.
       R-UNL-MULT-TRL.
           MOVE W-CONT-UNL TO W-TRL-QTD
           MOVE W-TRAILER TO BKU-REG
           WRITE BKU-REG.
           CLOSE CADMULT BKPMULT.
           DISPLAY "CADMULT.DAT  DESCARREGADO: " W-CONT-UNL
                   " REGISTROS".
       R-UNL-MULT-FIM.
           EXIT.

      *------[ DIARIO DE ALTERACOES ZERADO APOS A DESCARGA ]------------
      *    SO E EXECUTADO QUANDO TODAS AS DESCARGAS ACIMA TERMINARAM
      *    (QUALQUER ERRO DE ABERTURA PARA O PROGRAMA ANTES). O DIARIO
      *    DO DIA E COPIADO PARA JORNAL.ANT E O JORNAL.LOG RECOMECA
      *    VAZIO, JUNTO COM O BACKUP QUE ACABOU DE SER GERADO.
       R-ZERA-JORNAL.
           OPEN INPUT JORNAL
           IF ST-ERRO26 = "35"
              DISPLAY "JORNAL.LOG AUSENTE - NADA A ZERAR"
              GO TO R-ZERA-JORNAL-FIM.
           IF ST-ERRO26 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO JORNAL.LOG: " ST-ERRO26
              STOP RUN.
           OPEN OUTPUT JORANT.
           MOVE ZEROS TO W-CONT-UNL.
       R-ZERA-JORNAL-LOOP.
           READ JORNAL
               AT END
                  GO TO R-ZERA-JORNAL-NOVO
           END-READ.
           MOVE REGJORNAL TO JAN-REG
           WRITE JAN-REG.
           ADD 1 TO W-CONT-UNL.
           GO TO R-ZERA-JORNAL-LOOP.
       R-ZERA-JORNAL-NOVO.
           CLOSE JORNAL JORANT.
           OPEN OUTPUT JORNAL
           CLOSE JORNAL.
           DISPLAY "JORNAL.LOG ZERADO......: " W-CONT-UNL
                   " ALTERACOES GUARDADAS EM JORNAL.ANT".
       R-ZERA-JORNAL-FIM.
           EXIT.

      *================[ RECARGA A PARTIR DOS BACKUPS ]=================
       R-RELOAD.
           PERFORM R-REL-VEIC THRU R-REL-VEIC-FIM.
           PERFORM R-REL-PROP THRU R-REL-PROP-FIM.
           PERFORM R-REL-LIC  THRU R-REL-LIC-FIM.
           PERFORM R-REL-OPER THRU R-REL-OPER-FIM.
           PERFORM R-REL-MULT THRU R-REL-MULT-FIM.
           DISPLAY "RECARGA CONCLUIDA".
           DISPLAY "PARA REAPLICAR AS ALTERACOES DO DIA (JORNAL.LOG) "
                   "RODE O PROGR128".
           STOP RUN.

       R-REL-VEIC.
       R-REL-OPER-FIM.
           EXIT.

       R-REL-MULT.
           OPEN INPUT BKPMULT
           IF ST-ERRO9 NOT = "00"
              DISPLAY "CADMULT.BKP AUSENTE - RECARGA IGNORADA"
              GO TO R-REL-MULT-FIM.
           MOVE "CADMULT.DAT" TO W-LINHA-BKP
           MOVE ZEROS TO W-CONT-REL W-QTD-ESPER
           MOVE "N" TO W-TRL-ACHADO.
       R-REL-MULT-PRE.
           READ BKPMULT
               AT END
                  GO TO R-REL-MULT-VAL
           END-READ.
           IF BKU-REG(1:9) = "*TRAILER*"
              MOVE "S" TO W-TRL-ACHADO
              MOVE BKU-REG(10:6) TO W-QTD-ESPER
              GO TO R-REL-MULT-VAL.
           ADD 1 TO W-CONT-REL.
           GO TO R-REL-MULT-PRE.
       R-REL-MULT-VAL.
           CLOSE BKPMULT.
           PERFORM R-CONFERE-PREVIA THRU R-CONFERE-PREVIA-FIM.
           OPEN INPUT BKPMULT
           OPEN OUTPUT CADMULT.
           MOVE ZEROS TO W-CONT-REL.
       R-REL-MULT-LOOP.
           READ BKPMULT
               AT END
                  GO TO R-REL-MULT-CONF
           END-READ.
           IF BKU-REG(1:9) = "*TRAILER*"
              GO TO R-REL-MULT-CONF.
           MOVE BKU-REG TO REGMULT
           WRITE REGMULT.
           ADD 1 TO W-CONT-REL.
           GO TO R-REL-MULT-LOOP.
       R-REL-MULT-CONF.
           CLOSE BKPMULT CADMULT.
           PERFORM R-CONFERE THRU R-CONFERE-FIM.
       R-REL-MULT-FIM.
           EXIT.

      *------[ CONFERENCIA PREVIA DO BACKUP ]----------------------------
      *    RODA ANTES DO OPEN OUTPUT NO ARQUIVO INDEXADO: UM BACKUP
      *    TRUNCADO (SEM TRAILER OU COM CONTAGEM DIFERENTE) ABORTA A
