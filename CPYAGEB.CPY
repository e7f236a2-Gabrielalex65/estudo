      *-----------------------------------------------------------------
      *    AGENDAMENTO EM ABERTO ("M") DA PLACA NA AGENDA DE VISTORIAS
      *    (CADAGEN.DAT). O PROGRAMA QUE INCLUI ESTA COPY PRECISA TER
      *    FEITO COPY CPYAGSEL / CPYAGFD / CPYAGEN, DECLARADO ST-ERRO25
      *    E ABERTO CADAGEN, E TER MOVIDO A PLACA PARA WS-AGE-PLACA
      *    ANTES DE PERFORM R-BUSCA-AGENDA.
      *    SAIDA: WS-AGE-ACHADA ("S"/"N"); SE "S", O AGENDAMENTO FICA
      *    LIDO EM REGAGEN PARA O REWRITE.
      *-----------------------------------------------------------------
       R-BUSCA-AGENDA.
           MOVE "N" TO WS-AGE-ACHADA.
           MOVE WS-AGE-PLACA TO AGE-PLACA.
           START CADAGEN KEY IS EQUAL TO AGE-PLACA
               INVALID KEY
                  GO TO R-BUSCA-AGENDA-FIM
           END-START.
       R-BUSCA-AGENDA-LOOP.
           READ CADAGEN NEXT RECORD
               AT END
                  GO TO R-BUSCA-AGENDA-LE
           END-READ.
           IF AGE-PLACA NOT = WS-AGE-PLACA
              GO TO R-BUSCA-AGENDA-LE.
           IF AGE-MARCADO AND WS-AGE-ACHADA = "N"
              MOVE "S"       TO WS-AGE-ACHADA
              MOVE AGE-CHAVE TO WS-AGE-CHAVE-ACH.
           GO TO R-BUSCA-AGENDA-LOOP.
      *    A VARREDURA TERMINA EM OUTRO REGISTRO: RELE O AGENDAMENTO
      *    ACHADO PELA CHAVE PRINCIPAL.
       R-BUSCA-AGENDA-LE.
           IF WS-AGE-ACHADA = "S"
              MOVE WS-AGE-CHAVE-ACH TO AGE-CHAVE
              READ CADAGEN.
       R-BUSCA-AGENDA-FIM.
           EXIT.
