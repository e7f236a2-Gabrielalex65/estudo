      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DA TABELA DE INFRACOES DE TRANSITO
      *    (TABINFRA.DAT). CHAVE = CODIGO DA INFRACAO, O MESMO
      *    GRAVADO EM MULT-COD-INFRA NO CADMULT.
      *-----------------------------------------------------------------
       SELECT TABINFRA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INF-CODIGO
                    FILE STATUS  IS ST-ERRO23.
