      *-----------------------------------------------------------------
      *    BUSCA E GRAVACAO DE VAGA NA AGENDA DE VISTORIAS. O PROGRAMA
      *    QUE INCLUI ESTA COPY PRECISA TER FEITO COPY CPYISSEL /
      *    CPYISFD / CPYAGSEL / CPYAGFD / CPYAGEN, DECLARADO ST-ERRO24
      *    E ST-ERRO25 E ABERTO TABINSP E CADAGEN.
      *    USO: PERFORM R-CARREGA-INSP UMA VEZ; MOVER A DATA INICIAL
      *    PARA WS-AGE-CUR-DATA E PERFORM R-AGE-INICIO; A CADA VAGA
      *    PEDIDA, PERFORM R-PROX-VAGA (WS-AGE-VAGA-OK = "S" DEIXA A
      *    POSICAO CORRENTE NA VAGA LIVRE) E, COM WS-AGE-PLACA,
      *    WS-AGE-ORIGEM, WS-AGE-MOTIVO, WS-AGE-OPER E WS-AGE-HOJE
      *    PREENCHIDOS, PERFORM R-GRAVA-AGENDA. A BUSCA SEGUINTE
      *    CONTINUA DA MESMA POSICAO.
      *-----------------------------------------------------------------
      *------[ INSPETORES ATIVOS PARA A DISTRIBUICAO DAS VAGAS ]--------
       R-CARREGA-INSP.
           MOVE ZEROS TO WS-QTD-INSP.
           MOVE ZEROS TO INSP-CODIGO.
           START TABINSP KEY IS NOT LESS THAN INSP-CODIGO
               INVALID KEY
                  GO TO R-CARREGA-INSP-FIM
           END-START.
       R-CARREGA-INSP-LOOP.
           READ TABINSP NEXT RECORD
               AT END
                  GO TO R-CARREGA-INSP-FIM
           END-READ.
           IF NOT INSP-ATIVO OR INSP-CAPAC = ZEROS
              GO TO R-CARREGA-INSP-LOOP.
           IF WS-QTD-INSP NOT < 20
              GO TO R-CARREGA-INSP-FIM.
           ADD 1 TO WS-QTD-INSP
           MOVE INSP-CODIGO TO WS-INSP-COD(WS-QTD-INSP)
           MOVE INSP-NOME   TO WS-INSP-NOME(WS-QTD-INSP)
           MOVE INSP-CAPAC  TO WS-INSP-CAPAC(WS-QTD-INSP)
           GO TO R-CARREGA-INSP-LOOP.
       R-CARREGA-INSP-FIM.
           EXIT.

      *------[ POSICIONA A BUSCA NO PRIMEIRO DIA UTIL DA DATA ]---------
       R-AGE-INICIO.
           MOVE 1 TO WS-AGE-CUR-IND WS-AGE-CUR-VAGA.
           MOVE ZEROS TO WS-AGE-DIAS.
           PERFORM R-AGE-DIA-SEMANA THRU R-AGE-DIA-SEMANA-FIM.
           IF WS-AGE-DSEM = 1 OR WS-AGE-DSEM = 7
              PERFORM R-AGE-PROX-DIA THRU R-AGE-PROX-DIA-FIM.
       R-AGE-INICIO-FIM.
           EXIT.

      *------[ PROXIMA VAGA LIVRE A PARTIR DA POSICAO CORRENTE ]--------
      *    VAGA LIVRE = SEM REGISTRO NA AGENDA OU COM AGENDAMENTO
      *    CANCELADO (WS-AGE-REGRAVA = "S", GRAVADA POR REWRITE).
       R-PROX-VAGA.
           MOVE "N" TO WS-AGE-VAGA-OK.
           IF WS-QTD-INSP = ZEROS
              GO TO R-PROX-VAGA-FIM.
       R-PROX-VAGA-LOOP.
           IF WS-AGE-DIAS > WS-AGE-HORIZONTE
              GO TO R-PROX-VAGA-FIM.
           IF WS-AGE-CUR-VAGA > WS-INSP-CAPAC(WS-AGE-CUR-IND)
              MOVE 1 TO WS-AGE-CUR-VAGA
              ADD 1 TO WS-AGE-CUR-IND
              IF WS-AGE-CUR-IND > WS-QTD-INSP
                 MOVE 1 TO WS-AGE-CUR-IND
                 PERFORM R-AGE-PROX-DIA THRU R-AGE-PROX-DIA-FIM
              END-IF
              GO TO R-PROX-VAGA-LOOP.
           MOVE WS-AGE-CUR-DATA              TO AGE-DATA
           MOVE WS-INSP-COD(WS-AGE-CUR-IND)  TO AGE-INSP
           MOVE WS-AGE-CUR-VAGA              TO AGE-VAGA.
           READ CADAGEN
               INVALID KEY
                  MOVE "N" TO WS-AGE-REGRAVA
                  MOVE "S" TO WS-AGE-VAGA-OK
                  GO TO R-PROX-VAGA-FIM
           END-READ.
           IF AGE-CANCELADO
              MOVE "S" TO WS-AGE-REGRAVA
              MOVE "S" TO WS-AGE-VAGA-OK
              GO TO R-PROX-VAGA-FIM.
           ADD 1 TO WS-AGE-CUR-VAGA.
           GO TO R-PROX-VAGA-LOOP.
       R-PROX-VAGA-FIM.
           EXIT.

      *------[ GRAVA O AGENDAMENTO NA VAGA DA POSICAO CORRENTE ]--------
       R-GRAVA-AGENDA.
           MOVE WS-AGE-CUR-DATA              TO AGE-DATA
           MOVE WS-INSP-COD(WS-AGE-CUR-IND)  TO AGE-INSP
           MOVE WS-AGE-CUR-VAGA              TO AGE-VAGA
           MOVE WS-AGE-PLACA                 TO AGE-PLACA
           MOVE "M"                          TO AGE-SITUACAO
           MOVE WS-AGE-ORIGEM                TO AGE-ORIGEM
           MOVE WS-AGE-MOTIVO                TO AGE-MOTIVO
           MOVE WS-AGE-HOJE                  TO AGE-DATA-MARC
           MOVE WS-AGE-OPER                  TO AGE-OPER-MARC
           MOVE ZEROS                        TO AGE-DATA-BAIXA
           MOVE SPACES                       TO AGE-OPER-BAIXA
           MOVE ZEROS                        TO AGE-VIST-SEQ.
           IF WS-AGE-REGRAVA = "S"
              REWRITE REGAGEN
           ELSE
              WRITE REGAGEN.
           MOVE "N" TO WS-AGE-REGRAVA.
       R-GRAVA-AGENDA-FIM.
           EXIT.

      *------[ HORARIO E NOME DO INSPETOR DO AGENDAMENTO EM REGAGEN ]---
      *    AS VAGAS SAO DE MEIA HORA A PARTIR DAS 08:00.
       R-AGE-HORARIO.
           COMPUTE WS-AGE-MIN = (AGE-VAGA - 1) * 30.
           DIVIDE WS-AGE-MIN BY 60 GIVING WS-AGE-HH
              REMAINDER WS-AGE-MM.
           ADD 8 TO WS-AGE-HH.
           MOVE AGE-DATA TO WS-AGE-DATA-R
           MOVE WS-AGE-R-DIA TO WS-AGE-E-DIA
           MOVE WS-AGE-R-MES TO WS-AGE-E-MES
           MOVE WS-AGE-R-ANO TO WS-AGE-E-ANO.
           MOVE AGE-INSP TO INSP-CODIGO.
           READ TABINSP
               INVALID KEY
                  MOVE "INSPETOR NAO CADASTRADO" TO WS-AGE-INSP-NOME
               NOT INVALID KEY
                  MOVE INSP-NOME TO WS-AGE-INSP-NOME
           END-READ.
       R-AGE-HORARIO-FIM.
           EXIT.

      *------[ AVANCA A POSICAO CORRENTE PARA O PROXIMO DIA UTIL ]------
       R-AGE-PROX-DIA.
           PERFORM R-AGE-SOMA-DIA THRU R-AGE-SOMA-DIA-FIM.
           IF WS-AGE-DSEM = 1 OR WS-AGE-DSEM = 7
              GO TO R-AGE-PROX-DIA.
           ADD 1 TO WS-AGE-DIAS.
       R-AGE-PROX-DIA-FIM.
           EXIT.

      *------[ SOMA UM DIA CORRIDO A WS-AGE-CUR-DATA ]------------------
       R-AGE-SOMA-DIA.
           PERFORM R-AGE-ULT-DIA THRU R-AGE-ULT-DIA-FIM.
           ADD 1 TO WS-AGE-CUR-DIA.
           IF WS-AGE-CUR-DIA > WS-AGE-ULT-DIA
              MOVE 1 TO WS-AGE-CUR-DIA
              ADD 1 TO WS-AGE-CUR-MES
              IF WS-AGE-CUR-MES > 12
                 MOVE 1 TO WS-AGE-CUR-MES
                 ADD 1 TO WS-AGE-CUR-ANO.
           ADD 1 TO WS-AGE-DSEM.
           IF WS-AGE-DSEM > 7
              MOVE 1 TO WS-AGE-DSEM.
       R-AGE-SOMA-DIA-FIM.
           EXIT.

      *------[ ULTIMO DIA DO MES DE WS-AGE-CUR-DATA ]-------------------
      *    TAMBEM USADO PELA TELA DE AGENDAMENTO PARA RECUSAR DIA
      *    INEXISTENTE (31/04, 30/02, 29/02 FORA DE ANO BISSEXTO).
       R-AGE-ULT-DIA.
           EVALUATE WS-AGE-CUR-MES
              WHEN 02
                 DIVIDE WS-AGE-CUR-ANO BY 4 GIVING WS-AGE-Z-QUOC
                    REMAINDER WS-AGE-Z-RESTO
                 IF WS-AGE-Z-RESTO = ZEROS
                    MOVE 29 TO WS-AGE-ULT-DIA
                 ELSE
                    MOVE 28 TO WS-AGE-ULT-DIA
                 END-IF
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO WS-AGE-ULT-DIA
              WHEN OTHER
                 MOVE 31 TO WS-AGE-ULT-DIA
           END-EVALUATE.
       R-AGE-ULT-DIA-FIM.
           EXIT.

      *------[ DIA DA SEMANA DE WS-AGE-CUR-DATA ]-----------------------
      *    CONGRUENCIA DE ZELLER: JANEIRO E FEVEREIRO CONTAM COMO
      *    MESES 13 E 14 DO ANO ANTERIOR. O RESTO DA DIVISAO POR 7
      *    DA 0 = SABADO, 1 = DOMINGO ... 6 = SEXTA.
       R-AGE-DIA-SEMANA.
           MOVE WS-AGE-CUR-ANO TO WS-AGE-Z-ANO
           MOVE WS-AGE-CUR-MES TO WS-AGE-Z-MES.
           IF WS-AGE-Z-MES < 3
              ADD 12 TO WS-AGE-Z-MES
              SUBTRACT 1 FROM WS-AGE-Z-ANO.
           DIVIDE WS-AGE-Z-ANO BY 100 GIVING WS-AGE-Z-J
              REMAINDER WS-AGE-Z-K.
           COMPUTE WS-AGE-Z-T1 = (13 * (WS-AGE-Z-MES + 1)) / 5.
           DIVIDE WS-AGE-Z-K BY 4 GIVING WS-AGE-Z-T2.
           DIVIDE WS-AGE-Z-J BY 4 GIVING WS-AGE-Z-T3.
           COMPUTE WS-AGE-Z-SOMA = WS-AGE-CUR-DIA + WS-AGE-Z-T1
                                 + WS-AGE-Z-K + WS-AGE-Z-T2
                                 + WS-AGE-Z-T3 + 5 * WS-AGE-Z-J.
           DIVIDE WS-AGE-Z-SOMA BY 7 GIVING WS-AGE-Z-QUOC
              REMAINDER WS-AGE-Z-RESTO.
           IF WS-AGE-Z-RESTO = ZEROS
              MOVE 7 TO WS-AGE-DSEM
           ELSE
              MOVE WS-AGE-Z-RESTO TO WS-AGE-DSEM.
       R-AGE-DIA-SEMANA-FIM.
           EXIT.
