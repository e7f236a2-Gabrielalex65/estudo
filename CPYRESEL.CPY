      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DO CADASTRO DE RESTRICOES DE VEICULO
      *    (CADREST.DAT). CHAVE = PLACA + SEQUENCIA, O QUE PERMITE
      *    VARIAS RESTRICOES POR PLACA EM ORDEM DE INCLUSAO.
      *-----------------------------------------------------------------
       SELECT CADREST ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS REST-CHAVE
                    FILE STATUS  IS ST-ERRO22.
