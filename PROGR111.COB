          03 FILLER PIC X(12) VALUE "DATA.GER".
          03 FILLER PIC X(10) VALUE "QTD.ENV".
          03 FILLER PIC X(12) VALUE "DIAS.ATRASO".
          03 FILLER PIC X(04) VALUE "MODO".
       01 LIN-DET.
          03 LD-LOTE    PIC 9(06).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-QTD     PIC ZZZZZ9.
          03 FILLER     PIC X(04) VALUE SPACES.
          03 LD-DIAS    PIC ZZZZ9.
          03 FILLER     PIC X(07) VALUE SPACES.
          03 LD-MODO    PIC X(01).
       01 LIN-TOTAL.
          03 FILLER  PIC X(30) VALUE "TOTAL DE LOTES NO CONTROLE...:".
          03 LT-TOT  PIC ZZZZZ9.
           MOVE CTL-DATA-GER TO LD-DATA
           MOVE CTL-QTD-ENV  TO LD-QTD
           MOVE WS-DIAS-ATR  TO LD-DIAS
           MOVE CTL-MODO     TO LD-MODO
           MOVE LIN-DET TO LIN-RELLOTES
           WRITE LIN-RELLOTES.
           GO TO R1.
