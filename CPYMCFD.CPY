      *-----------------------------------------------------------------
      *    LAYOUT DO MOVIMENTO DE CAIXA (MOVCAIXA.LOG)
      *    MCX-DATA....: DATA DO PAGAMENTO (DIA DE CAIXA)
      *    MCX-ORIGEM..: "L" = LICENCIAMENTO   "M" = MULTA
      *    MCX-REFER...: EXERCICIO (ORIGEM L) OU SEQUENCIA DA MULTA
      *                  (ORIGEM M) - COMPLETA A CHAVE DO CADLIC OU
      *                  DO CADMULT PARA A CONFERENCIA
      *    MCX-PARCELA.: NUMERO DA PARCELA (ORIGEM L DE EXERCICIO
      *                  PARCELADO, CHAVE DO CADPARC); ZEROS NO
      *                  PAGAMENTO A VISTA E NAS MULTAS
      *-----------------------------------------------------------------
       FD MOVCAIXA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "MOVCAIXA.LOG".
       01 LIN-MOVCAIXA.
          03 MCX-DATA         PIC 9(08).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 MCX-HORA         PIC 9(08).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 MCX-OPERADOR     PIC X(08).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 MCX-ORIGEM       PIC X(01).
             88 MCX-LICENC    VALUE "L".
             88 MCX-MULTA     VALUE "M".
          03 FILLER           PIC X(01) VALUE SPACE.
          03 MCX-PLACA        PIC X(07).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 MCX-REFER        PIC 9(04).
          03 FILLER           PIC X(01) VALUE SPACE.
          03 MCX-VALOR        PIC 9(08)V99.
          03 FILLER           PIC X(01) VALUE SPACE.
          03 MCX-PARCELA      PIC 9(02).
