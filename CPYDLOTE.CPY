      *    NO INICIO E NO FIM DO EXPDETRAN.TXT PELO PROGR97 E
      *    CONFERIDAS NO RETDETRAN.TXT PELO PROGR99. AS LINHAS DE
      *    DETALHE COMECAM PELAS LETRAS DA PLACA, NUNCA POR "*".
      *    LH-MODO: "C" = FROTA COMPLETA  "M" = SO MOVIMENTO (O MESMO
      *    CTL-MODO DO PROTOCOLO). HEADER ANTIGO SEM O CAMPO VEM EM
      *    BRANCO E VALE COMO FROTA COMPLETA.
      *-----------------------------------------------------------------
       01 LIN-LOTE-HEADER.
          03 LH-MARCA              PIC X(08) VALUE "*HEADER*".
          03 LH-LOTE               PIC 9(06).
          03 LH-DATA-GER           PIC 9(08).
          03 LH-MODO               PIC X(01).
       01 LIN-LOTE-TRAILER.
          03 LTR-MARCA             PIC X(09) VALUE "*TRAILER*".
          03 LTR-LOTE              PIC 9(06).
