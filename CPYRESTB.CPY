      *-----------------------------------------------------------------
      *    VERIFICACAO DE RESTRICOES VIGENTES DA PLACA NO CADASTRO DE
      *    RESTRICOES (CADREST.DAT). O PROGRAMA QUE INCLUI ESTA COPY
      *    PRECISA TER FEITO COPY CPYRESEL / CPYREFD / CPYREST,
      *    DECLARADO ST-ERRO22 E ABERTO CADREST, E TER MOVIDO A PLACA
      *    PARA REST-PLACA ANTES DE PERFORM R-VERIFICA-REST.
      *    SAIDA: WS-REST-ATIVA, WS-REST-ROUBO, WS-REST-QTD,
      *    WS-REST-DESC E WS-REST-DOC.
      *    A DESCRICAO DO TIPO FICA EM R-DESC-REST, QUE TAMBEM SERVE
      *    A QUEM JA TEM O REGREST LIDO (ENTRADA REST-TIPO).
      *-----------------------------------------------------------------
       R-VERIFICA-REST.
           MOVE "N" TO WS-REST-ATIVA WS-REST-ROUBO
           MOVE ZEROS TO WS-REST-QTD
           MOVE SPACES TO WS-REST-DESC WS-REST-DOC
           MOVE REST-PLACA TO WS-REST-PLACA
           MOVE ZEROS TO REST-SEQ.
           START CADREST KEY IS NOT LESS THAN REST-CHAVE
               INVALID KEY
                  GO TO R-VERIFICA-REST-FIM
           END-START.
       R-VERIFICA-REST-LOOP.
           READ CADREST NEXT RECORD
               AT END
                  GO TO R-VERIFICA-REST-FIM
           END-READ.
           IF REST-PLACA NOT = WS-REST-PLACA
              GO TO R-VERIFICA-REST-FIM.
           IF NOT REST-VIGENTE
              GO TO R-VERIFICA-REST-LOOP.
           ADD 1 TO WS-REST-QTD
           MOVE "S" TO WS-REST-ATIVA.
           IF WS-REST-ROUBO = "S"
              GO TO R-VERIFICA-REST-LOOP.
           PERFORM R-DESC-REST THRU R-DESC-REST-FIM
           MOVE REST-DOCUMENTO TO WS-REST-DOC.
           IF REST-ROUBO
              MOVE "S" TO WS-REST-ROUBO.
           GO TO R-VERIFICA-REST-LOOP.
       R-VERIFICA-REST-FIM.
           EXIT.

       R-DESC-REST.
           EVALUATE TRUE
              WHEN REST-ROUBO     MOVE "ROUBO/FURTO"    TO WS-REST-DESC
              WHEN REST-ALIENACAO MOVE "ALIENACAO FIDUC."
                                     TO WS-REST-DESC
              WHEN REST-JUDICIAL  MOVE "ORDEM JUDICIAL" TO WS-REST-DESC
              WHEN OTHER          MOVE "TIPO INVALIDO"  TO WS-REST-DESC
           END-EVALUATE.
       R-DESC-REST-FIM.
           EXIT.
