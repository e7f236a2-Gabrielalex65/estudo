      * CONTROLE DE MULTAS DE TRANSITO POR  *
      * PLACA (CADMULT.DAT): REGISTRO,      *
      * BAIXA POR PAGAMENTO E RELACAO DE    *
      * MULTAS EM ABERTO POR PROPRIETARIO.  *
      * O REGISTRO CRITICA O CODIGO NA      *
      * TABINFRA (VALOR E PONTOS VEM DA     *
      * TABELA) E GRAVA O CPF DO CONDUTOR   *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYMUSEL.
           COPY CPYINSEL.
           COPY CPYMCSEL.
           COPY CPYFCSEL.
           COPY CPYJOSEL.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT RELMULT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYMUFD.
           COPY CPYINFD.
           COPY CPYMCFD.
           COPY CPYFCFD.
           COPY CPYJOFD.
      *
       SD WORK-SORT.
       01 SD-REGMULT.
       77 MENS          PIC X(50) VALUE SPACES.
       01 ST-ERRO       PIC X(02) VALUE "00".
       01 ST-ERRO12     PIC X(02) VALUE "00".
       01 ST-ERRO18     PIC X(02) VALUE "00".
       01 ST-ERRO19     PIC X(02) VALUE "00".
       01 ST-ERRO23     PIC X(02) VALUE "00".
       01 ST-ERRO26     PIC X(02) VALUE "00".
       01 WS-CAIXA-FECHADO PIC X(01) VALUE "N".
       01 W-PLACADIG    PIC X(07) VALUE SPACES.
       01 W-SEQ-DIG     PIC 9(04) VALUE ZEROS.
       01 W-PROX-SEQ    PIC 9(04) VALUE ZEROS.
       01 W-DATA-MULTA  PIC 9(08) VALUE ZEROS.
       01 W-COD-INFRA   PIC X(05) VALUE SPACES.
       01 W-VALOR       PIC 9(07)V99 VALUE ZEROS.
       01 W-PONTOS      PIC 9(02) VALUE ZEROS.
       01 W-CPF-COND    PIC X(14) VALUE SPACES.
       01 W-DATA-PGTO   PIC 9(08) VALUE ZEROS.
       01 W-VLR-ED      PIC ZZ.ZZZ.ZZ9,99.
       01 WS-PROP-ANT   PIC X(30) VALUE SPACES.
          03 LG-QTD   PIC ZZZZZ9.
       01 LIN-BRANCO  PIC X(01) VALUE SPACE.

           COPY CPYJORN.

      *-----------------------------------------------------------------
       LINKAGE SECTION.

              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADMULT: " ST-ERRO12
                 STOP RUN.
           OPEN INPUT TABINFRA
           IF ST-ERRO23 NOT = "00"
              IF ST-ERRO23 = "30"
                 OPEN OUTPUT TABINFRA
                 CLOSE TABINFRA
                 OPEN INPUT TABINFRA
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO TABINFRA: " ST-ERRO23
                 STOP RUN.
           PERFORM R-ABRE-CAIXA THRU R-ABRE-CAIXA-FIM.
           PERFORM R-ABRE-JORNAL THRU R-ABRE-JORNAL-FIM.
           MOVE COM-OPERADOR TO WS-JOR-OPERADOR.
           MOVE "PROGR110"   TO WS-JOR-PROGRAMA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

       R-MENU.
              MOVE "*** CODIGO DA INFRACAO OBRIGATORIO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-REG-DATA.
           MOVE W-COD-INFRA TO INF-CODIGO.
           READ TABINFRA
               INVALID KEY
                  MOVE "*** INFRACAO NAO CADASTRADA - VER PROGR96 ***"
                    TO MENS
                  PERFORM ROT-MENS THRU ROT-MENS-FIM
                  GO TO R-REG-DATA
           END-READ.
           DISPLAY (18, 20) INF-DESC.
           DISPLAY (18, 62) "PONTOS:".
           DISPLAY (18, 70) INF-PONTOS.
      *    VALOR DA MULTA E PONTUACAO SAO OS DA TABELA DE INFRACOES
      *    (PROGR96); NAO HA DIGITACAO DE VALOR NO REGISTRO.
       R-REG-VALOR.
           MOVE INF-VALOR  TO W-VALOR W-VLR-ED.
           MOVE INF-PONTOS TO W-PONTOS.
           DISPLAY (19, 20) "VALOR DA MULTA (TABELA).....:".
           DISPLAY (19, 49) W-VLR-ED.
      *    CONDUTOR RESPONSAVEL: ASSUME O DOCUMENTO DO PROPRIETARIO E
      *    ACEITA OUTRO CPF QUANDO O PROPRIETARIO INDICA O CONDUTOR.
       R-REG-COND.
           MOVE DOCPROP TO W-CPF-COND.
           DISPLAY (20, 20) "CPF DO CONDUTOR............:".
           ACCEPT (20, 49) W-CPF-COND.
           IF W-CPF-COND = SPACES
              MOVE DOCPROP TO W-CPF-COND.
           DISPLAY (21, 20) "CONFIRMA O REGISTRO (S/N):".
           ACCEPT (21, 47) W-OPCAO.
           IF W-OPCAO NOT = "S"
              MOVE "*** MULTA NAO REGISTRADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
           MOVE W-VALOR      TO MULT-VALOR
           MOVE "A"          TO MULT-SITUACAO
           MOVE ZEROS        TO MULT-DATA-PGTO
           MOVE W-CPF-COND   TO MULT-CPF-COND
           MOVE W-PONTOS     TO MULT-PONTOS
           WRITE REGMULT.
           MOVE "CADMULT"    TO JOR-ARQUIVO
           MOVE "I"          TO JOR-OPERACAO
           MOVE SPACES       TO JOR-ANTES
           MOVE REGMULT      TO JOR-DEPOIS
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
           MOVE "*** MULTA REGISTRADA COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R-MENU.
              MOVE "*** MULTA JA BAIXADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA.
      *    MULTA ENCAMINHADA A DIVIDA ATIVA (PROGR129) SO E BAIXADA
      *    PELO RETORNO DO ORGAO (PROGR130).
           IF MULT-DIVIDA
              MOVE "*** MULTA INSCRITA EM DIVIDA ATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA.
           IF MULT-QUITADA-DA
              MOVE "*** MULTA QUITADA NA DIVIDA ATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA.
           IF MULT-CANCELADA
              MOVE "*** MULTA CANCELADA PELA DIVIDA ATIVA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA.
           MOVE REGMULT TO WS-JOR-ANTES.
           MOVE MULT-VALOR TO W-VLR-ED
           DISPLAY (16, 20) "DATA:".
           DISPLAY (16, 26) MULT-DATA.
              MOVE "*** DATA DE PAGAMENTO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA-DATA.
      *    DIA DE CAIXA JA FECHADO (PROGR119) NAO RECEBE LANCAMENTO.
           MOVE W-DATA-PGTO TO FCX-DATA
           PERFORM R-VERIFICA-CAIXA THRU R-VERIFICA-CAIXA-FIM.
           IF WS-CAIXA-FECHADO = "S"
              MOVE "*** CAIXA DO DIA JA FECHADO - VER SUPERVISOR ***"
                 TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-BAIXA-DATA.
           DISPLAY (19, 20) "CONFIRMA A BAIXA (S/N):".
           ACCEPT (19, 44) W-OPCAO.
           IF W-OPCAO NOT = "S"
           MOVE "P"         TO MULT-SITUACAO
           MOVE W-DATA-PGTO TO MULT-DATA-PGTO
           REWRITE REGMULT.
           MOVE "CADMULT"    TO JOR-ARQUIVO
           MOVE "A"          TO JOR-OPERACAO
           MOVE WS-JOR-ANTES TO JOR-ANTES
           MOVE REGMULT      TO JOR-DEPOIS
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
           MOVE SPACES      TO LIN-MOVCAIXA
           MOVE W-DATA-PGTO TO MCX-DATA
           MOVE "M"         TO MCX-ORIGEM
           MOVE MULT-PLACA  TO MCX-PLACA
           MOVE MULT-SEQ    TO MCX-REFER
           MOVE MULT-VALOR  TO MCX-VALOR
           MOVE ZEROS       TO MCX-PARCELA
           PERFORM R-GRAVA-MOVCAIXA THRU R-GRAVA-MOVCAIXA-FIM.
           MOVE "*** MULTA BAIXADA COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R-MENU.
           ADD 1 TO W-PROX-SEQ.

       ROT-FIM.
           CLOSE CADVEIC CADMULT MOVCAIXA CTLCAIXA TABINFRA
                 JORNAL.
           GOBACK.

      *---------[ ROTINA DE MENSAGEM ]---------------------
                   DISPLAY (23, 12) MENS.
       ROT-MENS-FIM.
                EXIT.

           COPY CPYCAIXP.
           COPY CPYJORP.
