      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DO CONTROLE DE LOTES DA DIVIDA ATIVA
      *    (CTLDIVIDA.DAT). CHAVE = NUMERO DO LOTE. UM REGISTRO POR
      *    ENCAMINHAMENTO (PROGR129), ACUMULANDO OS RETORNOS DO ORGAO
      *    DE COBRANCA PROCESSADOS PELO PROGR130.
      *-----------------------------------------------------------------
       SELECT CTLDIVIDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS CDA-LOTE
                    FILE STATUS  IS ST-ERRO27.
