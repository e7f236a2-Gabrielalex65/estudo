      * CHAVE ALTERNADA DOCPROP), SITUACAO  *
      * DE LICENCIAMENTO POR EXERCICIO      *
      * (CADLIC) E TRANSFERENCIAS           *
      * (HISTPROP) E DEBITOS INSCRITOS EM   *
      * DIVIDA ATIVA (CADDIVIDA), NA TELA E *
      * EM EXTRATO IMPRESSO (EXTRPROP.LST)  *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY CPYPSEL.
           COPY CPYLSEL.
           COPY CPYHSEL.
           COPY CPYDISEL.
           SELECT EXTRPROP ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
           COPY CPYPFD.
           COPY CPYLFD.
           COPY CPYHFD.
           COPY CPYDIFD.
      *
       FD EXTRPROP
               LABEL RECORD IS STANDARD
       01 ST-ERRO2      PIC X(02) VALUE "00".
       01 ST-ERRO6      PIC X(02) VALUE "00".
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO28     PIC X(02) VALUE "00".
       01 W-DOC-DIG     PIC X(14) VALUE SPACES.
       01 W-QTD-VEIC    PIC 9(04) VALUE ZEROS.
       01 W-QTD-VEIC-ED PIC ZZZ9.
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).
       01 WS-SIT-DESC   PIC X(12) VALUE SPACES.
       01 W-QTD-DIV     PIC 9(04) VALUE ZEROS.
       01 W-TOT-DIV     PIC 9(10)V99 VALUE ZEROS.
       01 W-QTD-DIV-ED  PIC ZZZ9.
       01 W-TOT-DIV-ED  PIC ZZ.ZZZ.ZZZ.ZZ9,99.

       01 LIN-TITULO.
          03 FILLER PIC X(50) VALUE
          03 LT-DATA    PIC 9(08).
          03 FILLER     PIC X(05) VALUE " DE: ".
          03 LT-ANT     PIC X(30).
       01 LIN-TITDIV.
          03 FILLER PIC X(40) VALUE
             "DEBITOS INSCRITOS EM DIVIDA ATIVA:".
       01 LIN-SEMDIV.
          03 FILLER PIC X(40) VALUE
             "  NENHUM DEBITO EM DIVIDA ATIVA".
       01 LIN-DIV.
          03 FILLER     PIC X(09) VALUE "  PLACA: ".
          03 LD-PLACA   PIC X(07).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LD-NAT     PIC X(05).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LD-REFER   PIC 9(04).
          03 FILLER     PIC X(07) VALUE " LOTE: ".
          03 LD-LOTE    PIC 9(06).
          03 FILLER     PIC X(05) VALUE " EM: ".
          03 LD-DATA    PIC 9(08).
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LD-VALOR   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LD-SIT     PIC X(10).
       01 LIN-TOTAL.
          03 FILLER   PIC X(30) VALUE "TOTAL DE VEICULOS DO CPF/CNPJ:".
          03 LT-TOT   PIC ZZZ9.
       01 LIN-TOTDIV.
          03 FILLER   PIC X(31) VALUE
             "TOTAL INSCRITO EM DIVIDA ATIVA:".
          03 LTD-QTD  PIC ZZZ9.
          03 FILLER   PIC X(10) VALUE " DEBITOS  ".
          03 LTD-VLR  PIC ZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TRACO   PIC X(60) VALUE ALL "-".
       01 LIN-BRANCO  PIC X(01) VALUE SPACE.

              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO HISTPROP: " ST-ERRO2
                 STOP RUN.
           OPEN INPUT CADDIVIDA
           IF ST-ERRO28 NOT = "00"
              IF ST-ERRO28 = "30"
                 OPEN OUTPUT CADDIVIDA
                 CLOSE CADDIVIDA
                 OPEN INPUT CADDIVIDA
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADDIVIDA: " ST-ERRO28
                 STOP RUN.
           OPEN OUTPUT EXTRPROP.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

           DISPLAY (13, 15) W-TELA-LIN(4).
           DISPLAY (14, 15) W-TELA-LIN(5).
           DISPLAY (15, 15) W-TELA-LIN(6).
           MOVE W-QTD-DIV TO W-QTD-DIV-ED
           MOVE W-TOT-DIV TO W-TOT-DIV-ED.
           DISPLAY (17, 15) "DIVIDA ATIVA:".
           DISPLAY (17, 29) W-QTD-DIV-ED.
           DISPLAY (17, 34) "DEBITOS - R$".
           DISPLAY (17, 47) W-TOT-DIV-ED.
           MOVE "*** EXTRATO COMPLETO EM EXTRPROP.LST ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ EXTRATO IMPRESSO E LINHAS DE TELA DO DOCUMENTO ]----------
       R-EXTRATO.
           MOVE ZEROS TO W-QTD-VEIC W-IND W-QTD-DIV W-TOT-DIV.
           MOVE SPACES TO W-TELA-VEIC.
           MOVE LIN-TRACO TO LIN-EXTRPROP
           WRITE LIN-EXTRPROP.
           WRITE LIN-EXTRPROP.
           GO TO R-EXTRATO-LOOP.
       R-EXTRATO-TOT.
           PERFORM R-DIV-DOC THRU R-DIV-DOC-FIM.
           MOVE W-QTD-VEIC TO LT-TOT
           MOVE LIN-TOTAL TO LIN-EXTRPROP
           WRITE LIN-EXTRPROP.
           MOVE W-QTD-DIV TO LTD-QTD
           MOVE W-TOT-DIV TO LTD-VLR
           MOVE LIN-TOTDIV TO LIN-EXTRPROP
           WRITE LIN-EXTRPROP.
           MOVE LIN-TRACO TO LIN-EXTRPROP
           WRITE LIN-EXTRPROP.
       R-EXTRATO-FIM.
           ADD 1 TO W-CONT
           MOVE LIC-ANO TO LL-ANO
           MOVE LIC-MES-VENC TO LL-MES
           EVALUATE LIC-SITUACAO
              WHEN "P"   MOVE "PAGO"      TO LL-SIT
              WHEN "D"   MOVE "DIV.ATIVA" TO LL-SIT
              WHEN "L"   MOVE "PAGO D.A." TO LL-SIT
              WHEN "C"   MOVE "CANCELADO" TO LL-SIT
              WHEN OTHER MOVE "EM ABERTO" TO LL-SIT
           END-EVALUATE.
           MOVE LIC-DATA-PGTO TO LL-DATA
           MOVE LIN-LIC TO LIN-EXTRPROP
           WRITE LIN-EXTRPROP.
       R-TRANSF-VEIC-FIM.
           EXIT.

      *------[ DEBITOS DO DOCUMENTO ENCAMINHADOS A DIVIDA ATIVA ]------
      *    LIDOS PELA CHAVE ALTERNADA DIV-DOC (DEVEDOR NA INSCRICAO),
      *    NAO PELOS VEICULOS DE HOJE: O DEBITO DE VEICULO TRANSFERIDO
      *    DEPOIS DA INSCRICAO CONTINUA NA POSICAO DO DEVEDOR. SO OS
      *    AINDA INSCRITOS ("D") ENTRAM NO TOTAL DEVIDO; OS JA
      *    RESPONDIDOS PELO ORGAO APARECEM COM O RESULTADO.
       R-DIV-DOC.
           MOVE ZEROS TO W-CONT.
           MOVE LIN-TITDIV TO LIN-EXTRPROP
           WRITE LIN-EXTRPROP.
           MOVE W-DOC-DIG TO DIV-DOC.
           START CADDIVIDA KEY IS NOT LESS THAN DIV-DOC
               INVALID KEY
                  GO TO R-DIV-DOC-VAZIO
           END-START.
       R-DIV-DOC-LOOP.
           READ CADDIVIDA NEXT RECORD
               AT END
                  GO TO R-DIV-DOC-VAZIO
           END-READ.
           IF DIV-DOC NOT = W-DOC-DIG
              GO TO R-DIV-DOC-VAZIO.
           ADD 1 TO W-CONT
           MOVE DIV-PLACA TO LD-PLACA.
           IF DIV-LICENC
              MOVE "LICEN" TO LD-NAT
           ELSE
              MOVE "MULTA" TO LD-NAT.
           MOVE DIV-REFER      TO LD-REFER
           MOVE DIV-LOTE       TO LD-LOTE
           MOVE DIV-DATA-INSCR TO LD-DATA
           MOVE DIV-VLR-TOTAL  TO LD-VALOR
           EVALUATE TRUE
              WHEN DIV-QUITADO   MOVE "PAGO D.A." TO LD-SIT
              WHEN DIV-CANCELADO MOVE "CANCELADO" TO LD-SIT
              WHEN OTHER         MOVE "INSCRITO"  TO LD-SIT
           END-EVALUATE.
           IF DIV-INSCRITO
              ADD 1 TO W-QTD-DIV
              ADD DIV-VLR-TOTAL TO W-TOT-DIV.
           MOVE LIN-DIV TO LIN-EXTRPROP
           WRITE LIN-EXTRPROP.
           GO TO R-DIV-DOC-LOOP.
       R-DIV-DOC-VAZIO.
           IF W-CONT = ZEROS
              MOVE LIN-SEMDIV TO LIN-EXTRPROP
              WRITE LIN-EXTRPROP.
           MOVE LIN-BRANCO TO LIN-EXTRPROP
           WRITE LIN-EXTRPROP.
       R-DIV-DOC-FIM.
           EXIT.

       ROT-FIM.
           CLOSE CADVEIC CADPROP CADLIC HISTPROP CADDIVIDA EXTRPROP.
           GOBACK.

      *---------[ ROTINA DE MENSAGEM ]---------------------
