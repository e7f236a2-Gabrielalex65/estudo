      *-----------------------------------------------------------------
      *    CAMPOS DE TRABALHO DO LANCAMENTO DO LICENCIAMENTO ANUAL
      *    (R-LANCA-LICENC, CPYLANCP.CPY).
      *    WS-ANO-LANC.: EXERCICIO A LANCAR (PREENCHIDO PELO CHAMADOR)
      *    WS-LANC-SIT.: RESULTADO DO ULTIMO LANCAMENTO
      *-----------------------------------------------------------------
       01 WS-ANO-LANC     PIC 9(04) VALUE ZEROS.
       01 WS-LANC-SIT     PIC X(01) VALUE SPACE.
          88 LANC-GRAVADO      VALUE "L".
          88 LANC-JA-EXISTE    VALUE "J".
          88 LANC-SEM-DIGITO   VALUE "D".
          88 LANC-SEM-TABELA   VALUE "T".
