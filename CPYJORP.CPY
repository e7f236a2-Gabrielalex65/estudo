      *-----------------------------------------------------------------
      *    ABERTURA E GRAVACAO DO DIARIO DE ALTERACOES (JORNAL.LOG -
      *    VER CPYJOSEL.CPY / CPYJOFD.CPY). O PROGRAMA QUE INCLUI ESTA
      *    COPY PRECISA TER DECLARADO ST-ERRO26 E A COPY CPYJORN, E
      *    PREENCHIDO WS-JOR-OPERADOR E WS-JOR-PROGRAMA NA ABERTURA.
      *    ANTES DE PERFORM R-GRAVA-JORNAL O CHAMADOR DEVE TER
      *    PREENCHIDO JOR-ARQUIVO, JOR-OPERACAO ("I"=INCLUSAO
      *    "A"=ALTERACAO "E"=EXCLUSAO), JOR-ANTES E JOR-DEPOIS.
      *    GRAVAR LOGO APOS O WRITE/REWRITE/DELETE DO ARQUIVO, PARA A
      *    ORDEM DO DIARIO SER A MESMA DAS ALTERACOES.
      *-----------------------------------------------------------------
       R-ABRE-JORNAL.
           OPEN EXTEND JORNAL
           IF ST-ERRO26 NOT = "00"
              IF ST-ERRO26 = "35"
                 OPEN OUTPUT JORNAL
                 CLOSE JORNAL
                 OPEN EXTEND JORNAL
              ELSE
                 DISPLAY "ERRO ABERTURA JORNAL.LOG: " ST-ERRO26
                 STOP RUN.
       R-ABRE-JORNAL-FIM.
           EXIT.

       R-GRAVA-JORNAL.
           ACCEPT JOR-DATA FROM DATE YYYYMMDD
           ACCEPT JOR-HORA FROM TIME.
           MOVE WS-JOR-OPERADOR TO JOR-OPERADOR
           MOVE WS-JOR-PROGRAMA TO JOR-PROGRAMA
           WRITE REGJORNAL.
       R-GRAVA-JORNAL-FIM.
           EXIT.
