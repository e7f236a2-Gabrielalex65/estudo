      *-----------------------------------------------------------------
      *    CAMPOS DE TRABALHO DA VERIFICACAO DE RESTRICOES DO VEICULO
      *    (CADREST.DAT). USADOS POR R-VERIFICA-REST (CPYRESTB.CPY).
      *    WS-REST-ATIVA: "S" = HA RESTRICAO VIGENTE NA PLACA
      *    WS-REST-ROUBO: "S" = UMA DELAS E DE ROUBO/FURTO
      *    WS-REST-DESC/WS-REST-DOC: TIPO E DOCUMENTO DA RESTRICAO
      *    VIGENTE A MOSTRAR (ROUBO/FURTO TEM PRIORIDADE).
      *-----------------------------------------------------------------
       01 WS-REST-PLACA   PIC X(07) VALUE SPACES.
       01 WS-REST-ATIVA   PIC X(01) VALUE "N".
       01 WS-REST-ROUBO   PIC X(01) VALUE "N".
       01 WS-REST-QTD     PIC 9(02) VALUE ZEROS.
       01 WS-REST-DESC    PIC X(20) VALUE SPACES.
       01 WS-REST-DOC     PIC X(30) VALUE SPACES.
