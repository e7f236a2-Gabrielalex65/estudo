      *-----------------------------------------------------------------
      *    CLAUSULA SELECT DOS DEBITOS INSCRITOS EM DIVIDA ATIVA
      *    (CADDIVIDA.DAT). CHAVE = PLACA + NATUREZA + REFERENCIA
      *    (ANO DO EXERCICIO OU SEQUENCIA DA MULTA), A MESMA DO
      *    DEBITO DE ORIGEM NO CADLIC/CADMULT. A CHAVE ALTERNADA POR
      *    DIV-DOC (DEVEDOR NA DATA DA INSCRICAO) ATENDE A POSICAO
      *    CONSOLIDADA POR CPF/CNPJ (PROGR112): O DEBITO CONTINUA DO
      *    DEVEDOR MESMO QUE O VEICULO SEJA TRANSFERIDO DEPOIS.
      *-----------------------------------------------------------------
       SELECT CADDIVIDA ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS DIV-CHAVE
                    ALTERNATE RECORD KEY IS DIV-DOC WITH DUPLICATES
                    FILE STATUS  IS ST-ERRO28.
