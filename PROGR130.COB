       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR130.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * PROCESSA O RETORNO DO ORGAO DE      *
      * COBRANCA DA DIVIDA ATIVA            *
      * (RETDIVIDA.TXT): CADA DEBITO PAGO   *
      * NO ORGAO PASSA A QUITADO ("L") E    *
      * CADA CANCELADO A "C" NO CADLIC OU   *
      * CADMULT E NO CADDIVIDA. ANTES DE    *
      * PROCESSAR, CONFERE O ENVELOPE DO    *
      * RETORNO (HEADER/TRAILER, NUMERO DO  *
      * RETORNO EM SEQUENCIA) CONTRA O      *
      * PROTOCOLO CTLDIVIDA.DAT, QUE        *
      * ACUMULA OS TOTAIS RESPONDIDOS       *
      **************************************
      *    LINHA DE DEBITO QUE NAO CASA COM O CADDIVIDA (OUTRO LOTE,
      *    JA RESPONDIDO, RESULTADO OU DATA INVALIDOS) NAO PARA O
      *    PROCESSAMENTO: SAI COMO RECUSADA NO RELRETDA.LST PARA
      *    ACERTO COM O ORGAO.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYLSEL.
           COPY CPYMUSEL.
           COPY CPYDASEL.
           COPY CPYDISEL.
           COPY CPYJOSEL.
           SELECT RETDIVIDA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL
                    FILE STATUS  IS ST-ERRO9.
           SELECT RELRETDA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYLFD.
           COPY CPYMUFD.
           COPY CPYDAFD.
           COPY CPYDIFD.
           COPY CPYJOFD.
      *
      *    LAYOUT DAS LINHAS EM CPYDALOT.CPY (LIN-DIV-HEADER,
      *    LIN-DIV-RETORNO E LIN-DIV-TRAILER).
       FD RETDIVIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RETDIVIDA.TXT".
       01 REG-RETDIVIDA          PIC X(40).
      *
       FD RELRETDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELRETDA.LST".
       01 LIN-RELRETDA           PIC X(100).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO12      PIC X(02) VALUE "00".
       01 ST-ERRO26      PIC X(02) VALUE "00".
       01 ST-ERRO27      PIC X(02) VALUE "00".
       01 ST-ERRO28      PIC X(02) VALUE "00".
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).
       01 WS-LOTE-RET    PIC 9(06) VALUE ZEROS.
       01 WS-SEQ-RET     PIC 9(04) VALUE ZEROS.
       01 WS-SEQ-ESPER   PIC 9(04) VALUE ZEROS.
       01 WS-QTD-TRL     PIC 9(06) VALUE ZEROS.
       01 WS-VLR-TRL     PIC 9(11)V99 VALUE ZEROS.
       01 WS-CONT-DET    PIC 9(06) VALUE ZEROS.
       01 WS-SOMA-DET    PIC 9(11)V99 VALUE ZEROS.
       01 WS-HDR-ACHADO  PIC X(01) VALUE "N".
       01 WS-TRL-ACHADO  PIC X(01) VALUE "N".
       01 WS-DATA-RESP   PIC 9(08) VALUE ZEROS.
       01 WS-DATA-RESP-R REDEFINES WS-DATA-RESP.
          03 WS-ANO-RESP PIC 9(04).
          03 WS-MES-RESP PIC 9(02).
          03 WS-DIA-RESP PIC 9(02).
       01 WS-MOTIVO      PIC X(40) VALUE SPACES.
       01 WS-SIT-NOVA    PIC X(01) VALUE SPACES.
      *    CONTADORES DESTE RETORNO.
       01 WS-CONT-RET    PIC 9(06) VALUE ZEROS.
       01 WS-CONT-PAGA   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-CANC   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-RECUS  PIC 9(06) VALUE ZEROS.
       01 WS-VLR-PAGO    PIC 9(11)V99 VALUE ZEROS.
       01 WS-VLR-CANC    PIC 9(11)V99 VALUE ZEROS.

           COPY CPYJORN.

           COPY CPYDALOT.

       01 LIN-TITULO.
          03 FILLER PIC X(60) VALUE
             "RETORNO DA DIVIDA ATIVA - PROGR130".
       01 LIN-LOTE.
          03 FILLER     PIC X(06) VALUE "LOTE: ".
          03 LL-LOTE    PIC 9(06).
          03 FILLER     PIC X(12) VALUE "  RETORNO: ".
          03 LL-SEQ     PIC 9(04).
          03 FILLER     PIC X(17) VALUE "  PROCESSADO EM: ".
          03 LL-DIA     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LL-MES     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LL-ANO     PIC 9(04).
       01 LIN-CABEC.
          03 FILLER PIC X(09) VALUE "PLACA".
          03 FILLER PIC X(07) VALUE "NAT.".
          03 FILLER PIC X(06) VALUE "REFER".
          03 FILLER PIC X(11) VALUE "DATA".
          03 FILLER PIC X(15) VALUE "          VALOR".
          03 FILLER PIC X(02) VALUE SPACES.
          03 FILLER PIC X(40) VALUE "SITUACAO".
       01 LIN-DET.
          03 LD-PLACA   PIC X(07).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-NAT     PIC X(05).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-REFER   PIC X(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-DATA    PIC X(08).
          03 FILLER     PIC X(03) VALUE SPACES.
          03 LD-VALOR   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-SIT     PIC X(40).
       01 LIN-TOTQTD.
          03 LTQ-ROTULO PIC X(32).
          03 LTQ-QTD    PIC ZZZZZ9.
       01 LIN-TOTVLR.
          03 LTV-ROTULO PIC X(32).
          03 LTV-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-BRANCO  PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN I-O CADLIC
           IF ST-ERRO7 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLIC: " ST-ERRO7
              STOP RUN.
           OPEN I-O CADMULT
           IF ST-ERRO12 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMULT: " ST-ERRO12
              STOP RUN.
           OPEN I-O CTLDIVIDA
           IF ST-ERRO27 NOT = "00"
              IF ST-ERRO27 = "30"
                 DISPLAY "CTLDIVIDA.DAT AUSENTE - NENHUM LOTE FOI "
                         "ENVIADO PELO PROGR129"
                 STOP RUN
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CTLDIVIDA: " ST-ERRO27
                 STOP RUN.
           OPEN I-O CADDIVIDA
           IF ST-ERRO28 NOT = "00"
              DISPLAY "ERRO ABERTURA ARQUIVO CADDIVIDA: " ST-ERRO28
              STOP RUN.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
           PERFORM R-VALIDA-LOTE THRU R-VALIDA-LOTE-FIM.
      *    AS BAIXAS REGRAVAM CADLIC E CADMULT: CADA REGRAVACAO VAI
      *    TAMBEM PARA O DIARIO DE ALTERACOES.
           PERFORM R-ABRE-JORNAL THRU R-ABRE-JORNAL-FIM.
           MOVE "PROGR130" TO WS-JOR-OPERADOR WS-JOR-PROGRAMA.
           OPEN OUTPUT RELRETDA.
           MOVE LIN-TITULO TO LIN-RELRETDA
           WRITE LIN-RELRETDA.
           MOVE WS-LOTE-RET    TO LL-LOTE
           MOVE WS-SEQ-RET     TO LL-SEQ
           MOVE WS-DIA-SISTEMA TO LL-DIA
           MOVE WS-MES-SISTEMA TO LL-MES
           MOVE WS-ANO-SISTEMA TO LL-ANO
           MOVE LIN-LOTE TO LIN-RELRETDA
           WRITE LIN-RELRETDA.
           MOVE LIN-BRANCO TO LIN-RELRETDA
           WRITE LIN-RELRETDA.
           MOVE LIN-CABEC TO LIN-RELRETDA
           WRITE LIN-RELRETDA.
           PERFORM R-ABRE-RETORNO THRU R-ABRE-RETORNO-FIM.

      *------[ UMA LINHA DO RETORNO POR DEBITO RESPONDIDO ]-------------
       R1.
           READ RETDIVIDA
               AT END
                  GO TO R-FIM
           END-READ.
           IF REG-RETDIVIDA(1:8) = "*HEADER*"
                OR REG-RETDIVIDA(1:9) = "*TRAILER*"
              GO TO R1.
           ADD 1 TO WS-CONT-RET.
           MOVE REG-RETDIVIDA TO LIN-DIV-RETORNO.
           MOVE SPACES TO WS-MOTIVO.
           PERFORM R-CONFERE-LINHA THRU R-CONFERE-LINHA-FIM.
           IF WS-MOTIVO NOT = SPACES
              PERFORM R-RECUSA THRU R-RECUSA-FIM
              GO TO R1.
           IF LDR-RESULTADO = "P"
              MOVE "L" TO WS-SIT-NOVA
           ELSE
              MOVE "C" TO WS-SIT-NOVA.
           IF DIV-LICENC
              PERFORM R-BAIXA-LIC THRU R-BAIXA-LIC-FIM
           ELSE
              PERFORM R-BAIXA-MULT THRU R-BAIXA-MULT-FIM.
           IF WS-MOTIVO NOT = SPACES
              PERFORM R-RECUSA THRU R-RECUSA-FIM
              GO TO R1.
           MOVE WS-SIT-NOVA  TO DIV-SITUACAO
           MOVE LDR-DATA     TO DIV-DATA-RET.
           IF LDR-RESULTADO = "P"
              MOVE LDR-VLR-PAGO TO DIV-VLR-PAGO
              ADD 1 TO WS-CONT-PAGA
              ADD LDR-VLR-PAGO TO WS-VLR-PAGO
              MOVE "BAIXADO - PAGO NO ORGAO" TO LD-SIT
              MOVE LDR-VLR-PAGO TO LD-VALOR
           ELSE
              MOVE ZEROS TO DIV-VLR-PAGO
              ADD 1 TO WS-CONT-CANC
              ADD DIV-VLR-TOTAL TO WS-VLR-CANC
              MOVE "BAIXADO - CANCELADO PELO ORGAO" TO LD-SIT
              MOVE DIV-VLR-TOTAL TO LD-VALOR.
           REWRITE REGDIV.
           PERFORM R-IMP-LINHA THRU R-IMP-LINHA-FIM.
           GO TO R1.

       R-FIM.
           CLOSE RETDIVIDA.
      *    ACUMULA O RETORNO NO PROTOCOLO DO LOTE: O MESMO RETORNO NAO
      *    PASSA DUAS VEZES (NUMERO EM SEQUENCIA) E O LOTE SE ENCERRA
      *    QUANDO TODOS OS SEUS DEBITOS FORAM RESPONDIDOS.
           MOVE WS-LOTE-RET TO CDA-LOTE
           READ CTLDIVIDA
               INVALID KEY
                  DISPLAY "*** LOTE " WS-LOTE-RET
                          " SUMIU DO CTLDIVIDA ***"
                  STOP RUN
           END-READ.
           MOVE WS-SEQ-RET      TO CDA-ULT-RET
           MOVE WS-DATA-SISTEMA TO CDA-DATA-RET
           ADD WS-CONT-PAGA     TO CDA-QTD-PAGA
           ADD WS-VLR-PAGO      TO CDA-VLR-PAGO
           ADD WS-CONT-CANC     TO CDA-QTD-CANC
           ADD WS-VLR-CANC      TO CDA-VLR-CANC.
           IF CDA-QTD-PAGA + CDA-QTD-CANC < CDA-QTD-ENV
              MOVE "R" TO CDA-SITUACAO
           ELSE
              MOVE "F" TO CDA-SITUACAO.
           REWRITE REGCTLDIV.
           MOVE LIN-BRANCO TO LIN-RELRETDA
           WRITE LIN-RELRETDA.
           MOVE "LINHAS DO RETORNO..............." TO LTQ-ROTULO
           MOVE WS-CONT-RET TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "  PAGOS NO ORGAO................" TO LTQ-ROTULO
           MOVE WS-CONT-PAGA TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "  CANCELADOS PELO ORGAO........." TO LTQ-ROTULO
           MOVE WS-CONT-CANC TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "  RECUSADOS (VER ACIMA)........." TO LTQ-ROTULO
           MOVE WS-CONT-RECUS TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "VALOR PAGO NESTE RETORNO........" TO LTV-ROTULO
           MOVE WS-VLR-PAGO TO LTV-VALOR
           PERFORM R-IMP-VLR THRU R-IMP-VLR-FIM.
           MOVE "VALOR INSCRITO CANCELADO........" TO LTV-ROTULO
           MOVE WS-VLR-CANC TO LTV-VALOR
           PERFORM R-IMP-VLR THRU R-IMP-VLR-FIM.
           MOVE LIN-BRANCO TO LIN-RELRETDA
           WRITE LIN-RELRETDA.
           MOVE "DEBITOS DO LOTE................." TO LTQ-ROTULO
           MOVE CDA-QTD-ENV TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "PAGOS ATE ESTE RETORNO.........." TO LTQ-ROTULO
           MOVE CDA-QTD-PAGA TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "CANCELADOS ATE ESTE RETORNO....." TO LTQ-ROTULO
           MOVE CDA-QTD-CANC TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "VALOR INSCRITO NO LOTE.........." TO LTV-ROTULO
           MOVE CDA-VLR-TOTAL TO LTV-VALOR
           PERFORM R-IMP-VLR THRU R-IMP-VLR-FIM.
           MOVE "VALOR PAGO ATE ESTE RETORNO....." TO LTV-ROTULO
           MOVE CDA-VLR-PAGO TO LTV-VALOR
           PERFORM R-IMP-VLR THRU R-IMP-VLR-FIM.
           CLOSE CADLIC CADMULT CTLDIVIDA CADDIVIDA JORNAL RELRETDA.
           DISPLAY "LOTE / RETORNO PROCESSADO.....: " WS-LOTE-RET
                   " / " WS-SEQ-RET.
           DISPLAY "LINHAS DO RETORNO.............: " WS-CONT-RET.
           DISPLAY "PAGOS NO ORGAO................: " WS-CONT-PAGA.
           DISPLAY "CANCELADOS PELO ORGAO.........: " WS-CONT-CANC.
           DISPLAY "RECUSADOS.....................: " WS-CONT-RECUS.
           IF CDA-ENCERRADO
              DISPLAY "LOTE ENCERRADO - TODOS OS DEBITOS RESPONDIDOS".
           DISPLAY "RELATORIO GERADO EM RELRETDA.LST".
           STOP RUN.

      *------[ CONFERENCIA DE UMA LINHA CONTRA O CADDIVIDA ]------------
      *    SAIDA: WS-MOTIVO EM BRANCO (LINHA ACEITA, ITEM EM REGDIV)
      *    OU COM O MOTIVO DA RECUSA.
       R-CONFERE-LINHA.
           IF LDR-RESULTADO NOT = "P" AND LDR-RESULTADO NOT = "C"
              MOVE "RESULTADO INVALIDO (P/C)" TO WS-MOTIVO
              GO TO R-CONFERE-LINHA-FIM.
           MOVE LDR-DATA TO WS-DATA-RESP.
           IF WS-DATA-RESP IS NOT NUMERIC
              OR WS-MES-RESP < 01 OR WS-MES-RESP > 12
              OR WS-DIA-RESP < 01 OR WS-DIA-RESP > 31
              MOVE "DATA DA RESPOSTA INVALIDA" TO WS-MOTIVO
              GO TO R-CONFERE-LINHA-FIM.
           IF LDR-RESULTADO = "P" AND LDR-VLR-PAGO IS NOT NUMERIC
              MOVE "VALOR PAGO INVALIDO" TO WS-MOTIVO
              GO TO R-CONFERE-LINHA-FIM.
           MOVE LDR-PLACA     TO DIV-PLACA
           MOVE LDR-NATUREZA  TO DIV-NATUREZA
           MOVE LDR-REFER     TO DIV-REFER.
           READ CADDIVIDA
               INVALID KEY
                  MOVE "DEBITO NAO CONSTA DO CADDIVIDA" TO WS-MOTIVO
                  GO TO R-CONFERE-LINHA-FIM
           END-READ.
           IF DIV-LOTE NOT = WS-LOTE-RET
              MOVE "DEBITO DE OUTRO LOTE" TO WS-MOTIVO
              GO TO R-CONFERE-LINHA-FIM.
           IF NOT DIV-INSCRITO
              MOVE "DEBITO JA RESPONDIDO EM RETORNO ANTERIOR"
                 TO WS-MOTIVO.
       R-CONFERE-LINHA-FIM.
           EXIT.

      *------[ BAIXA DO EXERCICIO DE LICENCIAMENTO (CADLIC) ]-----------
       R-BAIXA-LIC.
           MOVE DIV-PLACA TO LIC-PLACA
           MOVE DIV-REFER TO LIC-ANO.
           READ CADLIC
               INVALID KEY
                  MOVE "EXERCICIO NAO CONSTA DO CADLIC" TO WS-MOTIVO
                  GO TO R-BAIXA-LIC-FIM
           END-READ.
           IF LIC-SITUACAO NOT = "D"
              MOVE "EXERCICIO NAO ESTA INSCRITO NO CADLIC"
                 TO WS-MOTIVO
              GO TO R-BAIXA-LIC-FIM.
           MOVE REGLIC TO WS-JOR-ANTES.
           MOVE WS-SIT-NOVA TO LIC-SITUACAO
           MOVE LDR-DATA    TO LIC-DATA-PGTO.
           REWRITE REGLIC.
           MOVE "CADLIC"     TO JOR-ARQUIVO
           MOVE "A"          TO JOR-OPERACAO
           MOVE WS-JOR-ANTES TO JOR-ANTES
           MOVE REGLIC       TO JOR-DEPOIS
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
       R-BAIXA-LIC-FIM.
           EXIT.

      *------[ BAIXA DA MULTA DE TRANSITO (CADMULT) ]-------------------
       R-BAIXA-MULT.
           MOVE DIV-PLACA TO MULT-PLACA
           MOVE DIV-REFER TO MULT-SEQ.
           READ CADMULT
               INVALID KEY
                  MOVE "MULTA NAO CONSTA DO CADMULT" TO WS-MOTIVO
                  GO TO R-BAIXA-MULT-FIM
           END-READ.
           IF NOT MULT-DIVIDA
              MOVE "MULTA NAO ESTA INSCRITA NO CADMULT" TO WS-MOTIVO
              GO TO R-BAIXA-MULT-FIM.
           MOVE REGMULT TO WS-JOR-ANTES.
           MOVE WS-SIT-NOVA TO MULT-SITUACAO
           MOVE LDR-DATA    TO MULT-DATA-PGTO.
           REWRITE REGMULT.
           MOVE "CADMULT"    TO JOR-ARQUIVO
           MOVE "A"          TO JOR-OPERACAO
           MOVE WS-JOR-ANTES TO JOR-ANTES
           MOVE REGMULT      TO JOR-DEPOIS
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
       R-BAIXA-MULT-FIM.
           EXIT.

      *------[ LINHAS DO RELATORIO DO RETORNO ]-------------------------
       R-RECUSA.
           ADD 1 TO WS-CONT-RECUS.
           MOVE SPACES TO LD-SIT
           STRING "RECUSADO: " WS-MOTIVO DELIMITED BY SIZE
                  INTO LD-SIT.
           MOVE ZEROS TO LD-VALOR.
           IF LDR-VLR-PAGO IS NUMERIC
              MOVE LDR-VLR-PAGO TO LD-VALOR.
           PERFORM R-IMP-LINHA THRU R-IMP-LINHA-FIM.
       R-RECUSA-FIM.
           EXIT.

       R-IMP-LINHA.
           MOVE LDR-PLACA TO LD-PLACA
           EVALUATE LDR-NATUREZA
              WHEN "L"   MOVE "LICEN" TO LD-NAT
              WHEN "M"   MOVE "MULTA" TO LD-NAT
              WHEN OTHER MOVE LDR-NATUREZA TO LD-NAT
           END-EVALUATE.
           MOVE REG-RETDIVIDA(9:4)  TO LD-REFER
           MOVE REG-RETDIVIDA(14:8) TO LD-DATA
           MOVE LIN-DET TO LIN-RELRETDA
           WRITE LIN-RELRETDA.
       R-IMP-LINHA-FIM.
           EXIT.

       R-IMP-QTD.
           MOVE LIN-TOTQTD TO LIN-RELRETDA
           WRITE LIN-RELRETDA.
       R-IMP-QTD-FIM.
           EXIT.

       R-IMP-VLR.
           MOVE LIN-TOTVLR TO LIN-RELRETDA
           WRITE LIN-RELRETDA.
       R-IMP-VLR-FIM.
           EXIT.

      *------[ CONFERENCIA DO ENVELOPE DO RETORNO ]---------------------
      *    PASSADA PREVIA SOBRE O RETDIVIDA.TXT (MESMO DESENHO DO
      *    PROGR99): EXIGE HEADER E TRAILER DO MESMO LOTE, CONTAGEM E
      *    SOMA DOS VALORES PAGOS DO TRAILER BATENDO COM AS LINHAS, O
      *    LOTE REGISTRADO NO CTLDIVIDA AINDA NAO ENCERRADO E O NUMERO
      *    DO RETORNO IGUAL AO ULTIMO PROCESSADO + 1. QUALQUER
      *    DIVERGENCIA ABORTA ANTES DE MEXER NOS CADASTROS.
       R-VALIDA-LOTE.
           PERFORM R-ABRE-RETORNO THRU R-ABRE-RETORNO-FIM.
           MOVE "N" TO WS-HDR-ACHADO WS-TRL-ACHADO.
           MOVE ZEROS TO WS-CONT-DET WS-SOMA-DET WS-LOTE-RET
                         WS-SEQ-RET WS-QTD-TRL WS-VLR-TRL.
       R-VALIDA-LOTE-LOOP.
           READ RETDIVIDA
               AT END
                  GO TO R-VALIDA-LOTE-CONF
           END-READ.
           IF REG-RETDIVIDA(1:8) = "*HEADER*"
              MOVE "S" TO WS-HDR-ACHADO
              MOVE REG-RETDIVIDA TO LIN-DIV-HEADER
              MOVE LDH-LOTE    TO WS-LOTE-RET
              MOVE LDH-SEQ-RET TO WS-SEQ-RET
              GO TO R-VALIDA-LOTE-LOOP.
           IF REG-RETDIVIDA(1:9) = "*TRAILER*"
              MOVE "S" TO WS-TRL-ACHADO
              MOVE REG-RETDIVIDA TO LIN-DIV-TRAILER
              MOVE LDT-QTD       TO WS-QTD-TRL
              MOVE LDT-VLR-TOTAL TO WS-VLR-TRL
              GO TO R-VALIDA-LOTE-LOOP.
           ADD 1 TO WS-CONT-DET.
           MOVE REG-RETDIVIDA TO LIN-DIV-RETORNO.
           IF LDR-VLR-PAGO IS NUMERIC
              ADD LDR-VLR-PAGO TO WS-SOMA-DET.
           GO TO R-VALIDA-LOTE-LOOP.
       R-VALIDA-LOTE-CONF.
           CLOSE RETDIVIDA.
           IF WS-HDR-ACHADO NOT = "S"
              DISPLAY "*** RETORNO SEM HEADER DE LOTE ***"
              DISPLAY "*** PROCESSAMENTO ABORTADO ***"
              STOP RUN.
           IF WS-TRL-ACHADO NOT = "S"
              DISPLAY "*** RETORNO SEM TRAILER DE LOTE ***"
              DISPLAY "*** PROCESSAMENTO ABORTADO ***"
              STOP RUN.
           IF LDT-LOTE NOT = WS-LOTE-RET
              DISPLAY "*** HEADER E TRAILER DE LOTES DIFERENTES ***"
              DISPLAY "*** PROCESSAMENTO ABORTADO ***"
              STOP RUN.
           IF WS-QTD-TRL NOT = WS-CONT-DET
              DISPLAY "*** CONTAGEM DO TRAILER NAO CONFERE ***"
              DISPLAY "TRAILER: " WS-QTD-TRL
                      "  DETALHES: " WS-CONT-DET
              DISPLAY "*** PROCESSAMENTO ABORTADO ***"
              STOP RUN.
           IF WS-VLR-TRL NOT = WS-SOMA-DET
              DISPLAY "*** VALOR PAGO DO TRAILER NAO CONFERE ***"
              DISPLAY "TRAILER: " WS-VLR-TRL
                      "  DETALHES: " WS-SOMA-DET
              DISPLAY "*** PROCESSAMENTO ABORTADO ***"
              STOP RUN.
           MOVE WS-LOTE-RET TO CDA-LOTE.
           READ CTLDIVIDA
               INVALID KEY
                  DISPLAY "*** LOTE " WS-LOTE-RET
                          " NAO CONSTA DO PROTOCOLO DE ENVIO ***"
                  DISPLAY "*** PROCESSAMENTO ABORTADO ***"
                  STOP RUN
           END-READ.
           IF CDA-ENCERRADO
              DISPLAY "*** LOTE " WS-LOTE-RET " JA ENCERRADO EM "
                      CDA-DATA-RET " ***"
              DISPLAY "*** PROCESSAMENTO ABORTADO ***"
              STOP RUN.
           COMPUTE WS-SEQ-ESPER = CDA-ULT-RET + 1.
           IF WS-SEQ-RET NOT = WS-SEQ-ESPER
              DISPLAY "*** RETORNO " WS-SEQ-RET " FORA DE SEQUENCIA -"
                      " ESPERADO O RETORNO " WS-SEQ-ESPER " ***"
              DISPLAY "*** PROCESSAMENTO ABORTADO ***"
              STOP RUN.
       R-VALIDA-LOTE-FIM.
           EXIT.

      *------[ ABERTURA DO RETORNO ]------------------------------------
       R-ABRE-RETORNO.
           OPEN INPUT RETDIVIDA
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO RETDIVIDA: " ST-ERRO9
              STOP RUN.
       R-ABRE-RETORNO-FIM.
           EXIT.

           COPY CPYJORP.
