      * LICENCIAMENTO ANUAL (CADLIC.DAT)    *
      * COM CALCULO DE IPVA/TAXA PELA       *
      * TABVALIC, MULTA E JUROS NO ATRASO   *
      * E EMISSAO DA GUIA DE PAGAMENTO.     *
      * O EXERCICIO PODE SER PAGO A VISTA   *
      * OU PARCELADO EM 3X (CADPARC.DAT),   *
      * COM UMA GUIA POR PARCELA PAGA       *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY CPYVSEL.
           COPY CPYLSEL.
           COPY CPYTVSEL.
           COPY CPYMCSEL.
           COPY CPYFCSEL.
           COPY CPYPASEL.
           COPY CPYJOSEL.
           SELECT GUIALIC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
           COPY CPYVFD.
           COPY CPYLFD.
           COPY CPYTVFD.
           COPY CPYMCFD.
           COPY CPYFCFD.
           COPY CPYPAFD.
           COPY CPYJOFD.
      *
      *    AS GUIAS DO DIA FICAM ACUMULADAS EM GUIALIC.LST (ABERTURA
      *    EXTEND) PARA O FECHAMENTO DO CAIXA CONFERIR COM O CADLIC.
       01 ST-ERRO7      PIC X(02) VALUE "00".
       01 ST-ERRO9      PIC X(02) VALUE "00".
       01 ST-ERRO10     PIC X(02) VALUE "00".
       01 ST-ERRO18     PIC X(02) VALUE "00".
       01 ST-ERRO19     PIC X(02) VALUE "00".
       01 ST-ERRO20     PIC X(02) VALUE "00".
       01 ST-ERRO26     PIC X(02) VALUE "00".
       01 WS-CAIXA-FECHADO PIC X(01) VALUE "N".
       01 W-PLACADIG    PIC X(07) VALUE SPACES.
       01 W-ANO-EXERC   PIC 9(04) VALUE ZEROS.
       01 W-DATA-PGTO   PIC 9(08) VALUE ZEROS.
       01 W-VLR-JUROS   PIC 9(07)V99 VALUE ZEROS.
       01 W-VLR-TOTAL   PIC 9(08)V99 VALUE ZEROS.
       01 W-VLR-ED      PIC ZZ.ZZZ.ZZ9,99.
      *    PARCELAMENTO DO EXERCICIO (CADPARC.DAT).
       01 W-FORMA       PIC X(01) VALUE SPACE.
       01 W-QTD-PARCELAS PIC 9(02) VALUE 03.
       01 W-PARC-PLANO  PIC X(01) VALUE "N".
       01 W-PARC-NUM    PIC 9(02) VALUE ZEROS.
       01 W-PARC-IND    PIC 9(02) VALUE ZEROS.
       01 W-VLR-PRINC   PIC 9(08)V99 VALUE ZEROS.
       01 W-VLR-PARC    PIC 9(07)V99 VALUE ZEROS.
       01 W-SOMA-MULTA  PIC 9(07)V99 VALUE ZEROS.
       01 W-SOMA-JUROS  PIC 9(07)V99 VALUE ZEROS.
       01 W-SOMA-PAGO   PIC 9(08)V99 VALUE ZEROS.
       01 W-DATA-VENC   PIC 9(08) VALUE ZEROS.
       01 W-DATA-VENC-R REDEFINES W-DATA-VENC.
          03 W-VENC-ANO PIC 9(04).
          03 W-VENC-MES PIC 9(02).
          03 W-VENC-DIA PIC 9(02).
       01 W-QUOC        PIC 9(04) VALUE ZEROS.
       01 W-RESTO       PIC 9(02) VALUE ZEROS.
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 LG-ANO     PIC 9(04).
          03 FILLER     PIC X(06) VALUE " MES: ".
          03 LG-MES     PIC 9(02).
       01 LIN-G-PARC.
          03 FILLER     PIC X(17) VALUE "PARCELA........: ".
          03 LG-PARC    PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LG-QTDPARC PIC 9(02).
          03 FILLER     PIC X(08) VALUE "  VENC: ".
          03 LG-VDIA    PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LG-VMES    PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LG-VANO    PIC 9(04).
       01 LIN-G-DTPGTO.
          03 FILLER     PIC X(17) VALUE "DATA PAGAMENTO.: ".
          03 LG-DIA     PIC 9(02).

           COPY CPYLICC.

           COPY CPYLANC.

           COPY CPYJORN.

      *-----------------------------------------------------------------
       LINKAGE SECTION.

              ELSE
                 DISPLAY "ERRO ABERTURA GUIALIC.LST: " ST-ERRO9
                 STOP RUN.
           OPEN I-O CADPARC
           IF ST-ERRO20 NOT = "00"
              IF ST-ERRO20 = "30"
                 OPEN OUTPUT CADPARC
                 CLOSE CADPARC
                 OPEN I-O CADPARC
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADPARC: " ST-ERRO20
                 STOP RUN.
           PERFORM R-ABRE-CAIXA THRU R-ABRE-CAIXA-FIM.
           PERFORM R-ABRE-JORNAL THRU R-ABRE-JORNAL-FIM.
           MOVE COM-OPERADOR TO WS-JOR-OPERADOR.
           MOVE "PROGR101"   TO WS-JOR-PROGRAMA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

       R1.
                  NEXT SENTENCE
               NOT INVALID KEY
                  MOVE "S" TO W-LIC-EXISTE
                  MOVE REGLIC TO WS-JOR-ANTES
           END-READ.
           IF W-LIC-EXISTE = "S" AND LIC-SITUACAO = "P"
              MOVE "*** LICENCIAMENTO JA PAGO NESTE EXERCICIO ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    EXERCICIO ENCAMINHADO A DIVIDA ATIVA (PROGR129) SO E
      *    COBRADO PELO ORGAO DA DIVIDA ATIVA, NAO NESTE BALCAO.
           IF W-LIC-EXISTE = "S" AND LIC-SITUACAO = "D"
              MOVE "*** EXERCICIO INSCRITO EM DIVIDA ATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-LIC-EXISTE = "S" AND LIC-SITUACAO = "L"
              MOVE "*** EXERCICIO QUITADO NA DIVIDA ATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           IF W-LIC-EXISTE = "S" AND LIC-SITUACAO = "C"
              MOVE "*** EXERCICIO CANCELADO PELA DIVIDA ATIVA ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    EXERCICIO JA PARCELADO SO RECEBE A PROXIMA PARCELA EM
      *    ABERTO, NA ORDEM DE VENCIMENTO.
           PERFORM R-BUSCA-PARCELA THRU R-BUSCA-PARCELA-FIM.
           IF W-PARC-PLANO = "S" AND W-PARC-NUM = ZEROS
              MOVE "*** PARCELAS JA PAGAS - VER SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
       R3.
           MOVE WS-DATA-SISTEMA TO W-DATA-PGTO.
           DISPLAY (13, 15) "DATA DO PAGAMENTO (AAAAMMDD):".
              MOVE "*** DATA DE PAGAMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
      *    DIA DE CAIXA JA FECHADO (PROGR119) NAO RECEBE LANCAMENTO.
           MOVE W-DATA-PGTO TO FCX-DATA
           PERFORM R-VERIFICA-CAIXA THRU R-VERIFICA-CAIXA-FIM.
           IF WS-CAIXA-FECHADO = "S"
              MOVE "*** CAIXA DO DIA JA FECHADO - VER SUPERVISOR ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3.
           IF W-PARC-PLANO = "S"
              GO TO R-PARC-CALC.
      *    MULTA (UMA VEZ) E JUROS (POR MES) INCIDEM SOBRE IPVA+TAXA
      *    QUANDO O PAGAMENTO PASSA DO MES DE VENCIMENTO DO EXERCICIO.
           COMPUTE W-MESES-ATR = (W-PGTO-ANO - W-ANO-EXERC) * 12
           MOVE W-VLR-TOTAL TO W-VLR-ED
           DISPLAY (15, 15) "TOTAL DEVIDO.......:".
           DISPLAY (15, 36) W-VLR-ED.
      *    SO O EXERCICIO AINDA NO PRAZO PODE SER PARCELADO; O QUE JA
      *    VENCEU E RECEBIDO A VISTA COM MULTA E JUROS.
           MOVE "1" TO W-FORMA.
           IF W-MESES-ATR > ZEROS
              GO TO R3-CONFIRMA.
       R3-FORMA.
           DISPLAY (16, 15) "FORMA (1=A VISTA  2=PARCELADO 3X):".
           ACCEPT (16, 50) W-FORMA.
           IF W-FORMA = "2"
              GO TO R-PARC-PLANO.
           IF W-FORMA NOT = "1"
              MOVE "*** FORMA INVALIDA - DIGITE 1 OU 2 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R3-FORMA.
       R3-CONFIRMA.
           DISPLAY (17, 15) "CONFIRMA PAGAMENTO (S/N):".
           ACCEPT (17, 42) W-OPCAO.
           IF W-OPCAO NOT = "S"
           MOVE W-VLR-TOTAL TO LIC-VLR-TOTAL.
           IF W-LIC-EXISTE = "S"
              REWRITE REGLIC
              MOVE "A"          TO JOR-OPERACAO
              MOVE WS-JOR-ANTES TO JOR-ANTES
           ELSE
              WRITE REGLIC
              MOVE "I"          TO JOR-OPERACAO
              MOVE SPACES       TO JOR-ANTES.
           MOVE "CADLIC"    TO JOR-ARQUIVO
           MOVE REGLIC      TO JOR-DEPOIS
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
           MOVE SPACES      TO LIN-MOVCAIXA
           MOVE W-DATA-PGTO TO MCX-DATA
           MOVE "L"         TO MCX-ORIGEM
           MOVE W-PLACADIG  TO MCX-PLACA
           MOVE W-ANO-EXERC TO MCX-REFER
           MOVE W-VLR-TOTAL TO MCX-VALOR
           MOVE ZEROS       TO MCX-PARCELA
           PERFORM R-GRAVA-MOVCAIXA THRU R-GRAVA-MOVCAIXA-FIM.
           PERFORM R-IMPRIME-GUIA THRU R-IMPRIME-GUIA-FIM.
           MOVE "*** PAGAMENTO REGISTRADO - GUIA EMITIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ CRIACAO DO PLANO DE PARCELAS DO EXERCICIO ]--------------
      *    O PRINCIPAL (IPVA + TAXA) E DIVIDIDO EM PARCELAS MENSAIS
      *    IGUAIS; A DIFERENCA DE CENTAVOS FICA NA ULTIMA. A PRIMEIRA
      *    VENCE NO MES DO CALENDARIO DA PLACA, SEMPRE NO ULTIMO DIA
      *    DO MES.
       R-PARC-PLANO.
           COMPUTE W-VLR-PRINC = VAL-IPVA + VAL-TAXA.
           DIVIDE W-VLR-PRINC BY W-QTD-PARCELAS GIVING W-VLR-PARC.
           MOVE W-VLR-PARC TO W-VLR-ED
           DISPLAY (18, 15) "PARCELAS MENSAIS DE:".
           DISPLAY (18, 36) W-VLR-ED.
           DISPLAY (19, 15) "CONFIRMA PARCELAMENTO (S/N):".
           ACCEPT (19, 44) W-OPCAO.
           IF W-OPCAO NOT = "S"
              MOVE "*** PARCELAMENTO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
      *    EXERCICIO AINDA SEM LANCAMENTO NO CADLIC E LANCADO EM
      *    ABERTO ANTES DAS PARCELAS.
           IF W-LIC-EXISTE NOT = "S"
              MOVE W-ANO-EXERC TO WS-ANO-LANC
              PERFORM R-LANCA-LICENC THRU R-LANCA-LICENC-FIM.
           MOVE ZEROS TO W-PARC-IND.
       R-PARC-PLANO-GRAVA.
           ADD 1 TO W-PARC-IND.
           IF W-PARC-IND > W-QTD-PARCELAS
              GO TO R-PARC-PLANO-FIM.
           MOVE LETRAP         TO PARC-LETRAP
           MOVE NUMEROP        TO PARC-NUMEROP
           MOVE W-ANO-EXERC    TO PARC-ANO
           MOVE W-PARC-IND     TO PARC-NUM
           MOVE W-QTD-PARCELAS TO PARC-QTD
           MOVE W-ANO-EXERC    TO W-VENC-ANO
           COMPUTE W-VENC-MES = WS-MES-VENC + W-PARC-IND - 1.
           IF W-VENC-MES > 12
              SUBTRACT 12 FROM W-VENC-MES
              ADD 1 TO W-VENC-ANO.
           PERFORM R-ULTIMO-DIA THRU R-ULTIMO-DIA-FIM.
           MOVE W-DATA-VENC TO PARC-DATA-VENC.
           IF W-PARC-IND = W-QTD-PARCELAS
              COMPUTE PARC-VLR = W-VLR-PRINC
                               - W-VLR-PARC * (W-QTD-PARCELAS - 1)
           ELSE
              MOVE W-VLR-PARC TO PARC-VLR.
           MOVE ZEROS TO PARC-DATA-PGTO PARC-VLR-MULTA PARC-VLR-JUROS
                         PARC-VLR-PAGO
           MOVE "A"   TO PARC-SITUACAO
           WRITE REGPARC.
           GO TO R-PARC-PLANO-GRAVA.
       R-PARC-PLANO-FIM.
           MOVE "S" TO W-PARC-PLANO
           MOVE 1   TO W-PARC-NUM.

      *------[ PAGAMENTO DA PARCELA EM ABERTO DO EXERCICIO ]------------
      *    PARCELA PAGA DEPOIS DO VENCIMENTO TEM MULTA (UMA VEZ) E
      *    JUROS POR MES DE ATRASO SOBRE O VALOR DA PROPRIA PARCELA.
       R-PARC-CALC.
           MOVE LETRAP      TO PARC-LETRAP
           MOVE NUMEROP     TO PARC-NUMEROP
           MOVE W-ANO-EXERC TO PARC-ANO
           MOVE W-PARC-NUM  TO PARC-NUM.
           READ CADPARC
               INVALID KEY
                  MOVE "*** PARCELA NAO ENCONTRADA NO CADPARC ***"
                     TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
           END-READ.
           MOVE PARC-DATA-VENC TO W-DATA-VENC
           MOVE ZEROS TO W-VLR-MULTA W-VLR-JUROS.
           IF W-DATA-PGTO NOT > PARC-DATA-VENC
              GO TO R-PARC-MOSTRA.
           COMPUTE W-MESES-ATR = (W-PGTO-ANO - W-VENC-ANO) * 12
                               + W-PGTO-MES - W-VENC-MES.
           IF W-MESES-ATR < 1
              MOVE 1 TO W-MESES-ATR.
           COMPUTE W-VLR-MULTA ROUNDED =
              PARC-VLR * VAL-PERC-MULTA / 100
           COMPUTE W-VLR-JUROS ROUNDED =
              PARC-VLR * VAL-PERC-JUROS * W-MESES-ATR / 100.
       R-PARC-MOSTRA.
           COMPUTE W-VLR-TOTAL = PARC-VLR + W-VLR-MULTA + W-VLR-JUROS.
           MOVE PARC-NUM   TO LG-PARC
           MOVE PARC-QTD   TO LG-QTDPARC
           MOVE W-VENC-DIA TO LG-VDIA
           MOVE W-VENC-MES TO LG-VMES
           MOVE W-VENC-ANO TO LG-VANO
           DISPLAY (16, 15) LIN-G-PARC.
           MOVE W-VLR-MULTA TO W-VLR-ED
           DISPLAY (14, 15) "MULTA..:".
           DISPLAY (14, 24) W-VLR-ED.
           MOVE W-VLR-JUROS TO W-VLR-ED
           DISPLAY (14, 40) "JUROS..:".
           DISPLAY (14, 49) W-VLR-ED.
           MOVE W-VLR-TOTAL TO W-VLR-ED
           DISPLAY (15, 15) "VALOR DA PARCELA...:".
           DISPLAY (15, 36) W-VLR-ED.
           DISPLAY (17, 15) "CONFIRMA PAGAMENTO DA PARCELA (S/N):".
           ACCEPT (17, 52) W-OPCAO.
           IF W-OPCAO NOT = "S"
              MOVE "*** PAGAMENTO NAO REGISTRADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE W-DATA-PGTO TO PARC-DATA-PGTO
           MOVE "P"         TO PARC-SITUACAO
           MOVE W-VLR-MULTA TO PARC-VLR-MULTA
           MOVE W-VLR-JUROS TO PARC-VLR-JUROS
           MOVE W-VLR-TOTAL TO PARC-VLR-PAGO
           REWRITE REGPARC.
           MOVE SPACES      TO LIN-MOVCAIXA
           MOVE W-DATA-PGTO TO MCX-DATA
           MOVE "L"         TO MCX-ORIGEM
           MOVE W-PLACADIG  TO MCX-PLACA
           MOVE W-ANO-EXERC TO MCX-REFER
           MOVE W-VLR-TOTAL TO MCX-VALOR
           MOVE PARC-NUM    TO MCX-PARCELA
           PERFORM R-GRAVA-MOVCAIXA THRU R-GRAVA-MOVCAIXA-FIM.
           PERFORM R-IMPRIME-GUIA THRU R-IMPRIME-GUIA-FIM.
      *    COM A ULTIMA PARCELA PAGA O EXERCICIO PASSA A "P" NO CADLIC,
      *    COM A SOMA DO QUE FOI RECEBIDO NAS PARCELAS.
           PERFORM R-BUSCA-PARCELA THRU R-BUSCA-PARCELA-FIM.
           IF W-PARC-NUM NOT = ZEROS
              MOVE "*** PARCELA REGISTRADA - GUIA EMITIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R1.
           MOVE LETRAP      TO LIC-LETRAP
           MOVE NUMEROP     TO LIC-NUMEROP
           MOVE W-ANO-EXERC TO LIC-ANO.
           READ CADLIC
               INVALID KEY
                  MOVE "*** EXERCICIO SEM REGISTRO NO CADLIC ***"
                     TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R1
           END-READ.
           MOVE REGLIC       TO WS-JOR-ANTES
           MOVE W-DATA-PGTO  TO LIC-DATA-PGTO
           MOVE "P"          TO LIC-SITUACAO
           MOVE W-SOMA-MULTA TO LIC-VLR-MULTA
           MOVE W-SOMA-JUROS TO LIC-VLR-JUROS
           MOVE W-SOMA-PAGO  TO LIC-VLR-TOTAL
           REWRITE REGLIC.
           MOVE "CADLIC"     TO JOR-ARQUIVO
           MOVE "A"          TO JOR-OPERACAO
           MOVE WS-JOR-ANTES TO JOR-ANTES
           MOVE REGLIC       TO JOR-DEPOIS
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
           MOVE "*** ULTIMA PARCELA PAGA - EXERCICIO QUITADO ***"
              TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R1.

      *------[ PLANO DE PARCELAS DO EXERCICIO EM CADPARC ]--------------
      *    SAIDA: W-PARC-PLANO ("S" SE O EXERCICIO FOI PARCELADO),
      *    W-PARC-NUM (PRIMEIRA PARCELA EM ABERTO, ZEROS SE TODAS
      *    PAGAS) E AS SOMAS DO QUE JA FOI PAGO NAS PARCELAS.
       R-BUSCA-PARCELA.
           MOVE "N" TO W-PARC-PLANO
           MOVE ZEROS TO W-PARC-NUM W-SOMA-MULTA W-SOMA-JUROS
                         W-SOMA-PAGO
           MOVE LETRAP      TO PARC-LETRAP
           MOVE NUMEROP     TO PARC-NUMEROP
           MOVE W-ANO-EXERC TO PARC-ANO
           MOVE ZEROS       TO PARC-NUM.
           START CADPARC KEY IS NOT LESS THAN PARC-CHAVE
               INVALID KEY
                  GO TO R-BUSCA-PARCELA-FIM
           END-START.
       R-BUSCA-PARCELA-LOOP.
           READ CADPARC NEXT RECORD
               AT END
                  GO TO R-BUSCA-PARCELA-FIM
           END-READ.
           IF PARC-LETRAP NOT = LETRAP OR PARC-NUMEROP NOT = NUMEROP
                OR PARC-ANO NOT = W-ANO-EXERC
              GO TO R-BUSCA-PARCELA-FIM.
           MOVE "S" TO W-PARC-PLANO.
           IF PARC-PAGA
              ADD PARC-VLR-MULTA TO W-SOMA-MULTA
              ADD PARC-VLR-JUROS TO W-SOMA-JUROS
              ADD PARC-VLR-PAGO  TO W-SOMA-PAGO
           ELSE
              IF W-PARC-NUM = ZEROS
                 MOVE PARC-NUM TO W-PARC-NUM.
           GO TO R-BUSCA-PARCELA-LOOP.
       R-BUSCA-PARCELA-FIM.
           EXIT.

      *------[ ULTIMO DIA DO MES DE W-VENC-MES/W-VENC-ANO ]-------------
       R-ULTIMO-DIA.
           EVALUATE W-VENC-MES
              WHEN 02
                 DIVIDE W-VENC-ANO BY 4 GIVING W-QUOC
                    REMAINDER W-RESTO
                 IF W-RESTO = ZEROS
                    MOVE 29 TO W-VENC-DIA
                 ELSE
                    MOVE 28 TO W-VENC-DIA
                 END-IF
              WHEN 04
              WHEN 06
              WHEN 09
              WHEN 11
                 MOVE 30 TO W-VENC-DIA
              WHEN OTHER
                 MOVE 31 TO W-VENC-DIA
           END-EVALUATE.
       R-ULTIMO-DIA-FIM.
           EXIT.

      *------[ EMISSAO DA GUIA DE PAGAMENTO (GUIALIC.LST) ]-------------
       R-IMPRIME-GUIA.
           MOVE LIN-G-TRACO TO LIN-GUIALIC
           MOVE WS-MES-VENC TO LG-MES
           MOVE LIN-G-EXERC TO LIN-GUIALIC
           WRITE LIN-GUIALIC.
           IF W-PARC-PLANO = "S"
              MOVE LIN-G-PARC TO LIN-GUIALIC
              WRITE LIN-GUIALIC.
           MOVE W-PGTO-DIA TO LG-DIA
           MOVE W-PGTO-MES TO LG-MESP
           MOVE W-PGTO-ANO TO LG-ANOP
           MOVE LIN-G-DTPGTO TO LIN-GUIALIC
           WRITE LIN-GUIALIC.
           IF W-PARC-PLANO = "S"
              GO TO R-IMPRIME-GUIA-PARC.
           MOVE "IPVA...........: " TO LG-ROTULO
           MOVE VAL-IPVA TO LG-VALOR
           MOVE LIN-G-VALOR TO LIN-GUIALIC
           MOVE VAL-TAXA TO LG-VALOR
           MOVE LIN-G-VALOR TO LIN-GUIALIC
           WRITE LIN-GUIALIC.
           GO TO R-IMPRIME-GUIA-ACRESC.
       R-IMPRIME-GUIA-PARC.
           MOVE "VALOR PARCELA..: " TO LG-ROTULO
           MOVE PARC-VLR TO LG-VALOR
           MOVE LIN-G-VALOR TO LIN-GUIALIC
           WRITE LIN-GUIALIC.
       R-IMPRIME-GUIA-ACRESC.
           MOVE "MULTA..........: " TO LG-ROTULO
           MOVE W-VLR-MULTA TO LG-VALOR
           MOVE LIN-G-VALOR TO LIN-GUIALIC
           EXIT.

       ROT-FIM.
           CLOSE CADVEIC CADLIC TABVALIC GUIALIC MOVCAIXA CTLCAIXA
                 CADPARC JORNAL.
           GOBACK.

      *---------[ ROTINA DE MENSAGEM ]---------------------
                EXIT.

           COPY CPYLICB.
           COPY CPYCAIXP.
           COPY CPYLANCP.
           COPY CPYJORP.
