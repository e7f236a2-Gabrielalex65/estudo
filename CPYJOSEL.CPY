      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DO DIARIO DE ALTERACOES (JORNAL.LOG): UMA
      *    LINHA POR WRITE/REWRITE/DELETE EM CADVEIC, CADLIC,
      *    HISTPROP, CADPROP E CADMULT, COM AS IMAGENS ANTES E DEPOIS
      *    DO REGISTRO. REAPLICADO SOBRE O BACKUP PELO PROGR128.
      *-----------------------------------------------------------------
       SELECT JORNAL ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO26.
