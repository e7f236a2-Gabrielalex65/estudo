      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DO ARQUIVO DE PENDENTES DE VISTORIA
      *    (PENDVIST.DAT), GERADO PELO PROGR95 JUNTO COM O LISTVIST E
      *    LIDO PELO AGENDAMENTO NOTURNO (PROGR125).
      *-----------------------------------------------------------------
       SELECT PENDVIST ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
