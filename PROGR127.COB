       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR127.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * CONVERSAO (EXECUCAO UNICA) DO       *
      * CTLDETRAN.DAT DO LAYOUT ANTIGO SEM  *
      * MODO DO LOTE PARA O LAYOUT ATUAL    *
      * COM MODO E HORA DE GERACAO          *
      **************************************
      *    O ARQUIVO GRAVADO COM O LAYOUT ANTIGO NAO ABRE SOB O FD
      *    ATUAL (STATUS 39 - TAMANHO DE REGISTRO DIFERENTE). ESTE
      *    UTILITARIO LE O CTLDETRAN.DAT ANTIGO E GRAVA CTLDETRAN.NEW
      *    JA NO LAYOUT ATUAL: TODO LOTE ANTIGO FOI DE FROTA COMPLETA
      *    (MODO "C") E A HORA DE GERACAO, QUE NAO ERA GUARDADA, FICA
      *    ZERADA - O PRIMEIRO LOTE DE MOVIMENTO PEGA ENTAO TUDO DESDE
      *    O INICIO DO DIA DO ULTIMO LOTE. APOS CONFERIR, SUBSTITUIR
      *    CTLDETRAN.DAT POR CTLDETRAN.NEW E GUARDAR O ANTIGO COMO
      *    COPIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CTLVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANT-LOTE
                    FILE STATUS  IS ST-ERRO13.
           SELECT CTLNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-LOTE
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
      *    LAYOUT ANTIGO DO CTLDETRAN.DAT (35 BYTES), COMO ERA ANTES
      *    DO LOTE DE MOVIMENTO.
       FD CTLVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLDETRAN.DAT".
       01 REGVELHO.
          03 ANT-LOTE              PIC 9(06).
          03 ANT-DATA-GER          PIC 9(08).
          03 ANT-QTD-ENV           PIC 9(06).
          03 ANT-DATA-RET          PIC 9(08).
          03 ANT-QTD-RET           PIC 9(06).
          03 ANT-SITUACAO          PIC X(01).
      *
      *    LAYOUT ATUAL (O MESMO DE CPYDFD.CPY), GRAVADO EM
      *    CTLDETRAN.NEW PARA NAO TOCAR NO ARQUIVO ORIGINAL.
       FD CTLNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLDETRAN.NEW".
       01 REGNOVO.
          03 NOV-LOTE              PIC 9(06).
          03 NOV-DATA-GER          PIC 9(08).
          03 NOV-QTD-ENV           PIC 9(06).
          03 NOV-DATA-RET          PIC 9(08).
          03 NOV-QTD-RET           PIC 9(06).
          03 NOV-SITUACAO          PIC X(01).
          03 NOV-MODO              PIC X(01).
          03 NOV-HORA-GER          PIC 9(08).
          03 NOV-DESDE-DATA        PIC 9(08).
          03 NOV-DESDE-HORA        PIC 9(08).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO13      PIC X(02) VALUE "00".
       01 WS-CONT-LIDOS  PIC 9(06) VALUE ZEROS.
       01 WS-CONT-GRAV   PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN INPUT CTLVELHO
           IF ST-ERRO13 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CTLDETRAN.DAT ANTIGO: "
                      ST-ERRO13
              DISPLAY "CONVERSAO NAO EXECUTADA"
              STOP RUN.
           OPEN OUTPUT CTLNOVO
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CTLDETRAN.NEW: " ST-ERRO9
              STOP RUN.

       R1.
           READ CTLVELHO NEXT RECORD
               AT END
                  GO TO R-FIM
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE ANT-LOTE      TO NOV-LOTE
           MOVE ANT-DATA-GER  TO NOV-DATA-GER
           MOVE ANT-QTD-ENV   TO NOV-QTD-ENV
           MOVE ANT-DATA-RET  TO NOV-DATA-RET
           MOVE ANT-QTD-RET   TO NOV-QTD-RET
           MOVE ANT-SITUACAO  TO NOV-SITUACAO
           MOVE "C"           TO NOV-MODO
           MOVE ZEROS         TO NOV-HORA-GER NOV-DESDE-DATA
                                 NOV-DESDE-HORA.
           WRITE REGNOVO.
           ADD 1 TO WS-CONT-GRAV.
           GO TO R1.

       R-FIM.
           CLOSE CTLVELHO CTLNOVO.
           DISPLAY "LOTES LIDOS DO LAYOUT ANTIGO...: " WS-CONT-LIDOS.
           DISPLAY "LOTES GRAVADOS NO LAYOUT NOVO..: " WS-CONT-GRAV.
           IF WS-CONT-LIDOS NOT = WS-CONT-GRAV
              DISPLAY "*** CONTAGEM NAO CONFERE - NAO SUBSTITUA O "
                      "ARQUIVO ***"
              STOP RUN.
           DISPLAY "CONVERSAO OK - SUBSTITUA CTLDETRAN.DAT POR "
                   "CTLDETRAN.NEW".
           STOP RUN.
