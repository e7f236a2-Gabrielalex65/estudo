      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DO PARCELAMENTO DO LICENCIAMENTO
      *    (CADPARC.DAT). CHAVE = PLACA + ANO DO EXERCICIO + NUMERO
      *    DA PARCELA, O QUE PERMITE O PLANO DE PARCELAS DE CADA
      *    EXERCICIO EM ORDEM DE VENCIMENTO.
      *-----------------------------------------------------------------
       SELECT CADPARC ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS PARC-CHAVE
                    FILE STATUS  IS ST-ERRO20.
