      *-----------------------------------------------------------------
      *    ROTINAS DO CAIXA DO BALCAO: ABERTURA DO MOVIMENTO DE CAIXA
      *    (MOVCAIXA.LOG) E DO CONTROLE DE FECHAMENTO (CTLCAIXA.DAT),
      *    CONSULTA DE DIA FECHADO E GRAVACAO DE UM RECEBIMENTO.
      *    O PROGRAMA QUE INCLUI ESTA COPY PRECISA TER DECLARADO
      *    ST-ERRO18, ST-ERRO19 E WS-CAIXA-FECHADO PIC X(01), E
      *    RECEBER COMUNICA-OPERADOR (CPYOPCOM.CPY).
      *    R-VERIFICA-CAIXA: ENTRADA FCX-DATA; SAIDA WS-CAIXA-FECHADO
      *    ("S" = DIA JA FECHADO, NAO ACEITA PAGAMENTO).
      *    R-GRAVA-MOVCAIXA: O CHAMADOR PREENCHE MCX-DATA, MCX-ORIGEM,
      *    MCX-PLACA, MCX-REFER, MCX-VALOR E MCX-PARCELA.
      *-----------------------------------------------------------------
       R-ABRE-CAIXA.
           OPEN EXTEND MOVCAIXA
           IF ST-ERRO18 NOT = "00"
              IF ST-ERRO18 = "35"
                 OPEN OUTPUT MOVCAIXA
                 CLOSE MOVCAIXA
                 OPEN EXTEND MOVCAIXA
              ELSE
                 DISPLAY "ERRO ABERTURA MOVCAIXA.LOG: " ST-ERRO18
                 STOP RUN.
           OPEN INPUT CTLCAIXA
           IF ST-ERRO19 NOT = "00"
              IF ST-ERRO19 = "30"
                 OPEN OUTPUT CTLCAIXA
                 CLOSE CTLCAIXA
                 OPEN INPUT CTLCAIXA
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CTLCAIXA: " ST-ERRO19
                 STOP RUN.
       R-ABRE-CAIXA-FIM.
           EXIT.

       R-VERIFICA-CAIXA.
           MOVE "N" TO WS-CAIXA-FECHADO.
           READ CTLCAIXA
               INVALID KEY
                  GO TO R-VERIFICA-CAIXA-FIM
           END-READ.
           MOVE "S" TO WS-CAIXA-FECHADO.
       R-VERIFICA-CAIXA-FIM.
           EXIT.

       R-GRAVA-MOVCAIXA.
           ACCEPT MCX-HORA FROM TIME.
           MOVE COM-OPERADOR TO MCX-OPERADOR
           WRITE LIN-MOVCAIXA.
       R-GRAVA-MOVCAIXA-FIM.
           EXIT.
