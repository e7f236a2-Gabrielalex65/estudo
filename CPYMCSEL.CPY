      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DO MOVIMENTO DE CAIXA (MOVCAIXA.LOG). UMA
      *    LINHA POR VALOR RECEBIDO NO BALCAO, GRAVADA EM EXTEND PELO
      *    PAGAMENTO DE LICENCIAMENTO (PROGR101) E PELA BAIXA DE MULTA
      *    (PROGR110), CONFERIDA NO FECHAMENTO DO CAIXA (PROGR119).
      *-----------------------------------------------------------------
       SELECT MOVCAIXA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO18.
