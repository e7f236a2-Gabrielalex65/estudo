      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DO CONTROLE DE FECHAMENTO DE CAIXA
      *    (CTLCAIXA.DAT). CHAVE = DIA DE CAIXA. O REGISTRO SO EXISTE
      *    PARA DIA JA FECHADO PELO PROGR119; O BALCAO (PROGR101 E
      *    PROGR110) RECUSA PAGAMENTO COM DATA EM DIA FECHADO.
      *-----------------------------------------------------------------
       SELECT CTLCAIXA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS FCX-DATA
                    FILE STATUS  IS ST-ERRO19.
