           COPY CPYMSEL.
           COPY CPYCSEL.
           COPY CPYASEL.
           COPY CPYLSEL.
           COPY CPYTVSEL.
           COPY CPYJOSEL.
           SELECT ENTVEIC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
           COPY CPYMFD.
           COPY CPYCFD.
           COPY CPYAFD.
           COPY CPYLFD.
           COPY CPYTVFD.
           COPY CPYJOFD.
      *
       FD ENTVEIC
               LABEL RECORD IS STANDARD
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO5       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO8       PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO10      PIC X(02) VALUE "00".
       01 ST-ERRO14      PIC X(02) VALUE "00".
       01 ST-ERRO26      PIC X(02) VALUE "00".
       01 W-OPERADOR     PIC X(08) VALUE "PROGR98".
       01 WS-MOTIVO      PIC X(40) VALUE SPACES.
       01 W-MOT          PIC 9(01) VALUE ZEROS.

           COPY CPYPLACA.

           COPY CPYLICC.

           COPY CPYLANC.

           COPY CPYJORN.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO ENTVEIC: " ST-ERRO9
              STOP RUN.
           OPEN I-O CADLIC
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT CADLIC
                 CLOSE CADLIC
                 OPEN I-O CADLIC
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
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO TABVALIC: "
                    ST-ERRO10
                 STOP RUN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
      *    A PRIMEIRA LINHA DO ARQUIVO DO DESPACHANTE TEM QUE SER O
      *    HEADER DO LOTE - SEM ELE NAO HA PROTOCOLO NEM REINICIO.
           ELSE
              OPEN OUTPUT REJVEIC.
           PERFORM R-ABRE-AUDCAD THRU R-ABRE-AUDCAD-FIM.
           PERFORM R-ABRE-JORNAL THRU R-ABRE-JORNAL-FIM.
           MOVE W-OPERADOR TO WS-JOR-OPERADOR WS-JOR-PROGRAMA.

      *------[ CRITICA E GRAVACAO DE CADA REGISTRO DO DESPACHANTE ]-----
       R1.
           MOVE "A"    TO SITUACAO
           MOVE ZEROS  TO DATA-BAIXA
           WRITE REGVEIC.
           MOVE "CADVEIC"    TO JOR-ARQUIVO
           MOVE "I"          TO JOR-OPERACAO
           MOVE SPACES       TO JOR-ANTES
           MOVE REGVEIC      TO JOR-DEPOIS
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
           ADD 1 TO WS-CONT-GRAV.
           MOVE "I" TO AUD-OPERACAO
           MOVE ENT-LETRAP  TO AUD-PLACA(1:3)
           MOVE ENT-NUMEROP TO AUD-PLACA(4:4)
           MOVE PROPRIETARIO TO AUD-PROPRIETARIO
           PERFORM R-GRAVA-AUDITORIA THRU R-GRAVA-AUDITORIA-FIM.
      *    VEICULO NOVO JA ENTRA COM O LICENCIAMENTO DO EXERCICIO
      *    LANCADO NO CADLIC.
           PERFORM R-LANCA-INCLUSAO THRU R-LANCA-INCLUSAO-FIM.
           IF LANC-SEM-TABELA
              DISPLAY "LICENCIAMENTO NAO LANCADO (SEM TABVALIC): "
                      PLACA.
           PERFORM R-GRAVA-CHECKPOINT THRU R-GRAVA-CHECKPOINT-FIM.
           GO TO R1.

      *    O CHECKPOINT FICA GRAVADO: QUANDO O DESPACHANTE REENVIAR O
      *    LOTE COMPLETO, A CARGA RETOMA DE ONDE PAROU.
       R-SEM-TRAILER.
           CLOSE CADVEIC ENTVEIC REJVEIC AUDCAD CADLIC TABVALIC
                 JORNAL.
           DISPLAY "*** ENTVEIC.TXT SEM TRAILER DE LOTE ***".
           DISPLAY "*** CARGA INTERROMPIDA NO REGISTRO "
                   WS-CONT-LIDOS " ***".
      *    RODADA MAIS AS ANTERIORES). DIVERGENCIA SEGURA O PROTOCOLO
      *    E PRESERVA O CHECKPOINT PARA A RERODADA DO LOTE CORRIGIDO.
           IF LCT-LOTE NOT = WS-LOTE
              CLOSE CADVEIC ENTVEIC REJVEIC AUDCAD CADLIC TABVALIC
                    JORNAL
              DISPLAY "*** TRAILER DE LOTE DIFERENTE DO HEADER ***"
              STOP RUN.
           IF LCT-QTD NOT = WS-CONT-LIDOS
              CLOSE CADVEIC ENTVEIC REJVEIC AUDCAD CADLIC TABVALIC
                    JORNAL
              DISPLAY "*** CONTAGEM DO TRAILER NAO CONFERE ***"
              DISPLAY "TRAILER: " LCT-QTD
                      "  DETALHES LIDOS: " WS-CONT-LIDOS
                         WS-REJ-MOT(1) WS-REJ-MOT(2) WS-REJ-MOT(3)
                         WS-REJ-MOT(4) WS-REJ-MOT(5) WS-REJ-MOT(6)
           PERFORM R-GRAVA-CHECKPOINT THRU R-GRAVA-CHECKPOINT-FIM.
           CLOSE CADVEIC ENTVEIC REJVEIC AUDCAD CADLIC TABVALIC
                 JORNAL.
           DISPLAY "LOTE DO DESPACHANTE CARREGADO...: " LCT-LOTE.
           DISPLAY "PROTOCOLO GERADO EM PROTCARG.LST".
           STOP RUN.
           COPY CPYCORB.
           COPY CPYPLACB.
           COPY CPYAUDP.
           COPY CPYLICB.
           COPY CPYLANCP.
           COPY CPYJORP.
