      *-----------------------------------------------------------------
      *    FD E LAYOUT DO CONTROLE DE FECHAMENTO DE CAIXA
      *    (CTLCAIXA.DAT) - UM REGISTRO POR DIA FECHADO, COM OS
      *    TOTAIS APURADOS NO FECHAMENTO
      *-----------------------------------------------------------------
       FD CTLCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLCAIXA.DAT".
       01 REGCTLCAIXA.
          03 FCX-DATA              PIC 9(08).
          03 FCX-DATA-FECH         PIC 9(08).
          03 FCX-HORA-FECH         PIC 9(08).
          03 FCX-QTD-LIC           PIC 9(06).
          03 FCX-VLR-LIC           PIC 9(09)V99.
          03 FCX-QTD-MULT          PIC 9(06).
          03 FCX-VLR-MULT          PIC 9(09)V99.
          03 FCX-QTD-DIVERG        PIC 9(06).
