      *-----------------------------------------------------------------
      *    FD E LAYOUT DA TABELA DE INFRACOES DE TRANSITO
      *    (TABINFRA.DAT). INF-VALOR E O VALOR PADRAO DA MULTA,
      *    ASSUMIDO NO REGISTRO DA MULTA (PROGR110). INF-PONTOS E A
      *    PONTUACAO LANCADA NO PRONTUARIO DO CONDUTOR.
      *-----------------------------------------------------------------
       FD TABINFRA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABINFRA.DAT".
       01 REGINFRA.
          03 INF-CODIGO          PIC X(05).
          03 INF-DESC            PIC X(40).
          03 INF-GRAVIDADE       PIC X(01).
             88 INF-LEVE         VALUE "L".
             88 INF-MEDIA        VALUE "M".
             88 INF-GRAVE        VALUE "G".
             88 INF-GRAVISSIMA   VALUE "X".
             88 INF-GRAV-VALIDA  VALUE "L" "M" "G" "X".
          03 INF-PONTOS          PIC 9(02).
          03 INF-VALOR           PIC 9(07)V99.
