      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DO CONTROLE DE FORMULARIOS DE CRLV
      *    (CTLFORM.DAT). CHAVE = NUMERO DO FORMULARIO IMPRESSO; A
      *    CHAVE ALTERNADA POR PLACA + EXERCICIO LOCALIZA O CRLV JA
      *    EMITIDO PARA A REIMPRESSAO.
      *-----------------------------------------------------------------
       SELECT CTLFORM ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FORM-NUM
                    ALTERNATE RECORD KEY IS FORM-PLACA-ANO
                       WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO21.
