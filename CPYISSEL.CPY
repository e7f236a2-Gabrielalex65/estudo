      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DA TABELA DE INSPETORES DE VISTORIA
      *    (TABINSP.DAT). CHAVE = CODIGO DO INSPETOR (01-20), A MESMA
      *    ORDEM EM QUE AS VAGAS DO DIA SAO DISTRIBUIDAS.
      *-----------------------------------------------------------------
       SELECT TABINSP ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS INSP-CODIGO
                    FILE STATUS  IS ST-ERRO24.
