      *    FD E LAYOUT DO CONTROLE DE LOTES DA INTERFACE DETRAN
      *    (CTLDETRAN.DAT)
      *    CTL-SITUACAO: "E" = ENVIADO SEM RETORNO   "R" = RESPONDIDO
      *    CTL-MODO: "C" = FROTA COMPLETA   "M" = SO MOVIMENTO DESDE
      *    O LOTE ANTERIOR (CTL-DESDE-DATA/CTL-DESDE-HORA = DATA E
      *    HORA DE GERACAO DAQUELE LOTE; ZEROS NO LOTE COMPLETO).
      *-----------------------------------------------------------------
       FD CTLDETRAN
               LABEL RECORD IS STANDARD
          03 CTL-SITUACAO          PIC X(01).
             88 CTL-ENVIADO        VALUE "E".
             88 CTL-RESPONDIDO     VALUE "R".
          03 CTL-MODO              PIC X(01).
             88 CTL-COMPLETO       VALUE "C".
             88 CTL-MOVIMENTO      VALUE "M".
          03 CTL-HORA-GER          PIC 9(08).
          03 CTL-DESDE-DATA        PIC 9(08).
          03 CTL-DESDE-HORA        PIC 9(08).
