      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DA AGENDA DE VISTORIAS (CADAGEN.DAT).
      *    CHAVE = DATA + INSPETOR + VAGA, UM REGISTRO POR VAGA
      *    OCUPADA; A CHAVE ALTERNADA POR PLACA LOCALIZA OS
      *    AGENDAMENTOS DO VEICULO.
      *-----------------------------------------------------------------
       SELECT CADAGEN ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS AGE-CHAVE
                    ALTERNATE RECORD KEY IS AGE-PLACA
                       WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO25.
