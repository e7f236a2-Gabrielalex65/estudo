       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR129.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * BATCH ANUAL - ENCAMINHAMENTO A      *
      * DIVIDA ATIVA DOS EXERCICIOS DE      *
      * LICENCIAMENTO (CADLIC) E MULTAS     *
      * (CADMULT) EM ABERTO HA MAIS DE N    *
      * ANOS, VALORADOS PELA TABVALIC E     *
      * AGRUPADOS POR CPF/CNPJ (DOCPROP E   *
      * CADPROP). GERA O LOTE NUMERADO      *
      * EXPDIVIDA.TXT (HEADER/TRAILER), O   *
      * PROTOCOLO EM CTLDIVIDA.DAT E OS     *
      * DEBITOS EM CADDIVIDA.DAT, E MARCA   *
      * CADA DEBITO COMO INSCRITO ("D")     *
      **************************************
      *    VALORACAO NA DATA DE REFERENCIA, COM A MESMA REGRA DO
      *    PAGAMENTO EM ATRASO (PROGR101):
      *    LICENCIAMENTO: PRINCIPAL = IPVA + TAXA DO ANO; MULTA UMA VEZ
      *    E JUROS POR MES DESDE O MES DE VENCIMENTO DO EXERCICIO.
      *    MULTA DE TRANSITO: PRINCIPAL = VALOR DA MULTA; SO JUROS, POR
      *    MES DESDE O MES DA INFRACAO, COM O PERCENTUAL DO ANO DELA.
      *    DEBITO SEM CPF/CNPJ, FORA DO CADPROP, DE EXERCICIO PARCELADO
      *    OU DE ANO SEM TABVALIC FICA EM ABERTO E SAI NO EXCEDIV.LST.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYPSEL.
           COPY CPYLSEL.
           COPY CPYMUSEL.
           COPY CPYTVSEL.
           COPY CPYPASEL.
           COPY CPYDASEL.
           COPY CPYDISEL.
           COPY CPYJOSEL.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT EXPDIVIDA ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELDIVID ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXCEDIV ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYPFD.
           COPY CPYLFD.
           COPY CPYMUFD.
           COPY CPYTVFD.
           COPY CPYPAFD.
           COPY CPYDAFD.
           COPY CPYDIFD.
           COPY CPYJOFD.
      *
      *    UM REGISTRO POR DEBITO SELECIONADO, JA VALORADO.
      *    SD-NATUREZA: "L" = LICENCIAMENTO  "M" = MULTA.
       SD WORK-SORT.
       01 SD-REGDIV.
          03 SD-DOC             PIC X(14).
          03 SD-PLACA           PIC X(07).
          03 SD-NATUREZA        PIC X(01).
          03 SD-REFER           PIC 9(04).
          03 SD-ORIGEM          PIC 9(06).
          03 SD-VLR-PRINC       PIC 9(08)V99.
          03 SD-VLR-MULTA       PIC 9(07)V99.
          03 SD-VLR-JUROS       PIC 9(07)V99.
          03 SD-VLR-TOTAL       PIC 9(08)V99.
      *
       FD EXPDIVIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXPDIVIDA.TXT".
       01 LIN-EXPDIVIDA          PIC X(116).
      *
       FD RELDIVID
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELDIVID.LST".
       01 LIN-RELDIVID           PIC X(100).
      *
       FD EXCEDIV
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "EXCEDIV.LST".
       01 LIN-EXCEDIV            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO10      PIC X(02) VALUE "00".
       01 ST-ERRO12      PIC X(02) VALUE "00".
       01 ST-ERRO20      PIC X(02) VALUE "00".
       01 ST-ERRO26      PIC X(02) VALUE "00".
       01 ST-ERRO27      PIC X(02) VALUE "00".
       01 ST-ERRO28      PIC X(02) VALUE "00".
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).
       01 WS-DATA-REF    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-REF-R REDEFINES WS-DATA-REF.
          03 WS-ANO-REF  PIC 9(04).
          03 WS-MES-REF  PIC 9(02).
          03 WS-DIA-REF  PIC 9(02).
      *    DEBITO VENCIDO ANTES DO CORTE (DATA DE REFERENCIA MENOS N
      *    ANOS) E ENCAMINHADO. O EXERCICIO COMPARA PELO ANO E MES DE
      *    VENCIMENTO (WS-CORTE-ANOMES).
       01 WS-ANOS        PIC 9(02) VALUE ZEROS.
       01 WS-DATA-CORTE  PIC 9(08) VALUE ZEROS.
       01 WS-DATA-CORTE-R REDEFINES WS-DATA-CORTE.
          03 WS-CORTE-ANOMES PIC 9(06).
          03 FILLER          PIC 9(02).
       01 WS-DATA-CORTE-A REDEFINES WS-DATA-CORTE.
          03 WS-ANO-CORTE    PIC 9(04).
          03 FILLER          PIC 9(04).
       01 WS-DATA-AUX    PIC 9(08) VALUE ZEROS.
       01 WS-DATA-AUX-R REDEFINES WS-DATA-AUX.
          03 WS-AUX-ANOMES.
             05 WS-AUX-ANO PIC 9(04).
             05 WS-AUX-MES PIC 9(02).
          03 WS-AUX-DIA    PIC 9(02).
       01 WS-ANOMES      PIC 9(06) VALUE ZEROS.
       01 WS-MESES-ATR   PIC S9(04) VALUE ZEROS.
       01 WS-OPCAO       PIC X(01) VALUE SPACES.
       01 WS-PROX-LOTE   PIC 9(06) VALUE ZEROS.
       01 WS-PARCELADO   PIC X(01) VALUE "N".
       01 WS-INSCRITO    PIC X(01) VALUE "N".
       01 WS-MOTIVO      PIC X(45) VALUE SPACES.
       01 WS-PRIMEIRA    PIC X(01) VALUE "S".
       01 WS-DOC-ANT     PIC X(14) VALUE SPACES.
      *    CONTADORES E TOTAIS DO LOTE E DO DEVEDOR CORRENTE.
       01 WS-QTD-LIDOS   PIC 9(06) VALUE ZEROS.
       01 WS-QTD-EXC     PIC 9(06) VALUE ZEROS.
       01 WS-QTD-DEV     PIC 9(06) VALUE ZEROS.
       01 WS-QTD-LIC     PIC 9(06) VALUE ZEROS.
       01 WS-QTD-MULT    PIC 9(06) VALUE ZEROS.
       01 WS-QTD-ENV     PIC 9(06) VALUE ZEROS.
       01 WS-TOT-PRINC   PIC 9(11)V99 VALUE ZEROS.
       01 WS-TOT-MULTA   PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-JUROS   PIC 9(09)V99 VALUE ZEROS.
       01 WS-TOT-GERAL   PIC 9(11)V99 VALUE ZEROS.
       01 WS-QTD-DEVD    PIC 9(04) VALUE ZEROS.
       01 WS-TOT-DEVD    PIC 9(10)V99 VALUE ZEROS.

           COPY CPYPROP.

           COPY CPYJORN.

           COPY CPYDALOT.

       01 LIN-TITULO.
          03 FILLER PIC X(60) VALUE
             "ENCAMINHAMENTO DE DEBITOS A DIVIDA ATIVA - PROGR129".
       01 LIN-LOTE.
          03 FILLER     PIC X(06) VALUE "LOTE: ".
          03 LL-LOTE    PIC 9(06).
          03 FILLER     PIC X(13) VALUE "   GERADO EM ".
          03 LL-DIA-G   PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LL-MES-G   PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LL-ANO-G   PIC 9(04).
          03 FILLER     PIC X(12) VALUE "   REFER.: ".
          03 LL-DIA-R   PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LL-MES-R   PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LL-ANO-R   PIC 9(04).
          03 FILLER     PIC X(16) VALUE "   VENCIDOS ANT.".
          03 FILLER     PIC X(01) VALUE SPACE.
          03 LL-CORTE   PIC 9(08).
       01 LIN-CABEC.
          03 FILLER PIC X(11) VALUE "  PLACA".
          03 FILLER PIC X(07) VALUE "NAT.".
          03 FILLER PIC X(06) VALUE "REFER".
          03 FILLER PIC X(09) VALUE "ORIGEM".
          03 FILLER PIC X(15) VALUE "      PRINCIPAL".
          03 FILLER PIC X(14) VALUE "         MULTA".
          03 FILLER PIC X(14) VALUE "         JUROS".
          03 FILLER PIC X(15) VALUE "          TOTAL".
       01 LIN-DEV.
          03 FILLER     PIC X(09) VALUE "DEVEDOR: ".
          03 LV-DOC     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LV-NOME    PIC X(30).
       01 LIN-DET.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-PLACA   PIC X(07).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-NAT     PIC X(05).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-REFER   PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-MES-O   PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LD-ANO-O   PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-PRINC   PIC ZZ.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-MULTA   PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-JUROS   PIC Z.ZZZ.ZZ9,99.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-TOTAL   PIC ZZ.ZZZ.ZZ9,99.
       01 LIN-SUBTOT.
          03 FILLER     PIC X(24) VALUE "  TOTAL DO DEVEDOR......".
          03 LS-QTD     PIC ZZZ9.
          03 FILLER     PIC X(10) VALUE " DEBITO(S)".
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-VALOR   PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LIN-TOTQTD.
          03 LTQ-ROTULO PIC X(32).
          03 LTQ-QTD    PIC ZZZZZ9.
       01 LIN-TOTVLR.
          03 LTV-ROTULO PIC X(32).
          03 LTV-VALOR  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       01 LIN-NENHUM.
          03 FILLER PIC X(50) VALUE
             "NENHUM DEBITO ENCAMINHADO - LOTE NAO GERADO".
       01 LIN-BRANCO  PIC X(01) VALUE SPACE.

      *------[ LINHAS DA LISTA DE EXCECOES (EXCEDIV.LST) ]--------------
       01 LIN-X-TITULO.
          03 FILLER PIC X(60) VALUE
             "DEBITOS NAO ENCAMINHADOS A DIVIDA ATIVA - PROGR129".
       01 LIN-X-CABEC.
          03 FILLER PIC X(09) VALUE "PLACA".
          03 FILLER PIC X(07) VALUE "NAT.".
          03 FILLER PIC X(06) VALUE "REFER".
          03 FILLER PIC X(45) VALUE "MOTIVO".
       01 LIN-X-DET.
          03 LX-PLACA   PIC X(07).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LX-NAT     PIC X(05).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LX-REFER   PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LX-MOTIVO  PIC X(45).

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.

       R0-DATA.
           MOVE ZEROS TO WS-DATA-REF.
           DISPLAY "DATA DE REFERENCIA (AAAAMMDD, ZERO=HOJE):".
           ACCEPT WS-DATA-REF.
           IF WS-DATA-REF = ZEROS
              MOVE WS-DATA-SISTEMA TO WS-DATA-REF.
           IF WS-DATA-REF IS NOT NUMERIC
              OR WS-MES-REF < 01 OR WS-MES-REF > 12
              OR WS-DIA-REF < 01 OR WS-DIA-REF > 31
              OR WS-DATA-REF > WS-DATA-SISTEMA
              DISPLAY "DATA INVALIDA"
              GO TO R0-DATA.

       R0-ANOS.
           MOVE ZEROS TO WS-ANOS.
           DISPLAY "ANOS EM ABERTO PARA ENCAMINHAR (ZERO=5):".
           ACCEPT WS-ANOS.
           IF WS-ANOS IS NOT NUMERIC
              DISPLAY "QUANTIDADE DE ANOS INVALIDA"
              GO TO R0-ANOS.
           IF WS-ANOS = ZEROS
              MOVE 5 TO WS-ANOS.
           MOVE WS-DATA-REF TO WS-DATA-CORTE
           SUBTRACT WS-ANOS FROM WS-ANO-CORTE.
           DISPLAY "SERAO ENCAMINHADOS OS DEBITOS EM ABERTO VENCIDOS "
                   "ANTES DE " WS-DATA-CORTE.
           DISPLAY "CONFIRMA O ENCAMINHAMENTO (S/N):".
           ACCEPT WS-OPCAO.
           IF WS-OPCAO NOT = "S"
              DISPLAY "ENCAMINHAMENTO NAO EXECUTADO"
              STOP RUN.

           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC: " ST-ERRO
              STOP RUN.
           OPEN INPUT CADPROP
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROP: " ST-ERRO6
              STOP RUN.
           OPEN I-O CADLIC
           IF ST-ERRO7 NOT = "00"
              IF ST-ERRO7 = "30"
                 OPEN OUTPUT CADLIC
                 CLOSE CADLIC
                 OPEN I-O CADLIC
              ELSE
                 DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLIC: " ST-ERRO7
                 STOP RUN.
           OPEN I-O CADMULT
           IF ST-ERRO12 NOT = "00"
              IF ST-ERRO12 = "30"
                 OPEN OUTPUT CADMULT
                 CLOSE CADMULT
                 OPEN I-O CADMULT
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADMULT: " ST-ERRO12
                 STOP RUN.
           OPEN INPUT TABVALIC
           IF ST-ERRO10 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TABVALIC: "
                 ST-ERRO10
              DISPLAY "CADASTRE OS VALORES DO EXERCICIO NO PROGR96"
              STOP RUN.
           OPEN INPUT CADPARC
           IF ST-ERRO20 NOT = "00"
              IF ST-ERRO20 = "30"
                 OPEN OUTPUT CADPARC
                 CLOSE CADPARC
                 OPEN INPUT CADPARC
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADPARC: " ST-ERRO20
                 STOP RUN.
           OPEN I-O CTLDIVIDA
           IF ST-ERRO27 NOT = "00"
              IF ST-ERRO27 = "30"
                 OPEN OUTPUT CTLDIVIDA
                 CLOSE CTLDIVIDA
                 OPEN I-O CTLDIVIDA
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CTLDIVIDA: " ST-ERRO27
                 STOP RUN.
           OPEN I-O CADDIVIDA
           IF ST-ERRO28 NOT = "00"
              IF ST-ERRO28 = "30"
                 OPEN OUTPUT CADDIVIDA
                 CLOSE CADDIVIDA
                 OPEN I-O CADDIVIDA
              ELSE
                 DISPLAY "ERRO ABERTURA ARQUIVO CADDIVIDA: " ST-ERRO28
                 STOP RUN.
      *    A INSCRICAO REGRAVA CADLIC E CADMULT: CADA REGRAVACAO VAI
      *    TAMBEM PARA O DIARIO DE ALTERACOES.
           PERFORM R-ABRE-JORNAL THRU R-ABRE-JORNAL-FIM.
           MOVE "PROGR129" TO WS-JOR-OPERADOR WS-JOR-PROGRAMA.
           PERFORM R-PROX-LOTE THRU R-PROX-LOTE-FIM.
           OPEN OUTPUT EXPDIVIDA RELDIVID EXCEDIV.
           MOVE LIN-TITULO TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
           MOVE WS-PROX-LOTE   TO LL-LOTE
           MOVE WS-DIA-SISTEMA TO LL-DIA-G
           MOVE WS-MES-SISTEMA TO LL-MES-G
           MOVE WS-ANO-SISTEMA TO LL-ANO-G
           MOVE WS-DIA-REF     TO LL-DIA-R
           MOVE WS-MES-REF     TO LL-MES-R
           MOVE WS-ANO-REF     TO LL-ANO-R
           MOVE WS-DATA-CORTE  TO LL-CORTE
           MOVE LIN-LOTE TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
           MOVE LIN-BRANCO TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
           MOVE LIN-CABEC TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
           MOVE LIN-X-TITULO TO LIN-EXCEDIV
           WRITE LIN-EXCEDIV.
           MOVE LIN-BRANCO TO LIN-EXCEDIV
           WRITE LIN-EXCEDIV.
           MOVE LIN-X-CABEC TO LIN-EXCEDIV
           WRITE LIN-EXCEDIV.
           SORT WORK-SORT ON ASCENDING KEY SD-DOC SD-PLACA SD-NATUREZA
                                            SD-REFER
                INPUT PROCEDURE IS P-CARREGA THRU P-CARREGA-FIM
                OUTPUT PROCEDURE IS P-GRAVA THRU P-GRAVA-FIM.
           IF WS-QTD-ENV = ZEROS
              GO TO R-FIM-VAZIO.

       R-FIM.
           MOVE WS-PROX-LOTE  TO LDT-LOTE
           MOVE WS-QTD-DEV    TO LDT-QTD-DEV
           MOVE WS-QTD-ENV    TO LDT-QTD
           MOVE WS-TOT-GERAL  TO LDT-VLR-TOTAL
           MOVE LIN-DIV-TRAILER TO LIN-EXPDIVIDA
           WRITE LIN-EXPDIVIDA.
      *    PROTOCOLO DO LOTE: O PROGR130 SO ACEITA RETORNO DE LOTE
      *    REGISTRADO AQUI E AINDA NAO ENCERRADO.
           MOVE WS-PROX-LOTE    TO CDA-LOTE
           MOVE WS-DATA-SISTEMA TO CDA-DATA-GER
           MOVE WS-DATA-REF     TO CDA-DATA-REF
           MOVE WS-ANOS         TO CDA-ANOS
           MOVE WS-QTD-DEV      TO CDA-QTD-DEV
           MOVE WS-QTD-LIC      TO CDA-QTD-LIC
           MOVE WS-QTD-MULT     TO CDA-QTD-MULT
           MOVE WS-QTD-ENV      TO CDA-QTD-ENV
           MOVE WS-TOT-PRINC    TO CDA-VLR-PRINC
           MOVE WS-TOT-MULTA    TO CDA-VLR-MULTA
           MOVE WS-TOT-JUROS    TO CDA-VLR-JUROS
           MOVE WS-TOT-GERAL    TO CDA-VLR-TOTAL
           MOVE ZEROS           TO CDA-ULT-RET CDA-DATA-RET
                                   CDA-QTD-PAGA CDA-VLR-PAGO
                                   CDA-QTD-CANC CDA-VLR-CANC
           MOVE "E"             TO CDA-SITUACAO
           WRITE REGCTLDIV.
           PERFORM R-IMP-TOTAIS THRU R-IMP-TOTAIS-FIM.
           CLOSE CADVEIC CADPROP CADLIC CADMULT TABVALIC CADPARC
                 CTLDIVIDA CADDIVIDA JORNAL EXPDIVIDA RELDIVID EXCEDIV.
           DISPLAY "LOTE GERADO PARA A DIVIDA ATIVA...: " WS-PROX-LOTE.
           DISPLAY "DEVEDORES (CPF/CNPJ)..............: " WS-QTD-DEV.
           DISPLAY "EXERCICIOS DE LICENCIAMENTO.......: " WS-QTD-LIC.
           DISPLAY "MULTAS DE TRANSITO................: " WS-QTD-MULT.
           DISPLAY "VALOR TOTAL ENCAMINHADO...........: " WS-TOT-GERAL.
           DISPLAY "DEBITOS NAO ENCAMINHADOS..........: " WS-QTD-EXC.
           DISPLAY "ARQUIVO EXPDIVIDA.TXT, RELATORIO RELDIVID.LST E "
                   "EXCECOES EM EXCEDIV.LST".
           STOP RUN.

      *    NADA A ENCAMINHAR: NAO HA LOTE, O NUMERO NAO E CONSUMIDO E O
      *    EXPDIVIDA.TXT FICA VAZIO.
       R-FIM-VAZIO.
           MOVE LIN-NENHUM TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
           PERFORM R-IMP-TOTAIS THRU R-IMP-TOTAIS-FIM.
           CLOSE CADVEIC CADPROP CADLIC CADMULT TABVALIC CADPARC
                 CTLDIVIDA CADDIVIDA JORNAL EXPDIVIDA RELDIVID EXCEDIV.
           DISPLAY "NENHUM DEBITO ENCAMINHADO - LOTE NAO GERADO".
           DISPLAY "DEBITOS NAO ENCAMINHADOS..........: " WS-QTD-EXC.
           STOP RUN.

      *------[ SELECAO E VALORACAO DOS DEBITOS ]------------------------
       P-CARREGA.
           MOVE LOW-VALUES TO LIC-CHAVE.
           START CADLIC KEY IS NOT LESS THAN LIC-CHAVE
               INVALID KEY
                  GO TO P-CARREGA-MULT
           END-START.
       P-CARREGA-LIC.
           READ CADLIC NEXT RECORD
               AT END
                  GO TO P-CARREGA-MULT
           END-READ.
           IF LIC-SITUACAO NOT = "A"
              GO TO P-CARREGA-LIC.
           COMPUTE WS-ANOMES = LIC-ANO * 100 + LIC-MES-VENC.
           IF WS-ANOMES NOT < WS-CORTE-ANOMES
              GO TO P-CARREGA-LIC.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE LIC-PLACA TO SD-PLACA
           MOVE "L"       TO SD-NATUREZA
           MOVE LIC-ANO   TO SD-REFER
           MOVE WS-ANOMES TO SD-ORIGEM.
      *    EXERCICIO PARCELADO SEGUE COBRADO PELAS PARCELAS.
           MOVE LIC-PLACA TO PARC-PLACA
           MOVE LIC-ANO   TO PARC-ANO
           MOVE 01        TO PARC-NUM.
           READ CADPARC
               INVALID KEY
                  MOVE "N" TO WS-PARCELADO
               NOT INVALID KEY
                  MOVE "S" TO WS-PARCELADO
           END-READ.
           IF WS-PARCELADO = "S"
              MOVE "EXERCICIO PARCELADO - SEGUE NO CADPARC"
                 TO WS-MOTIVO
              PERFORM R-EXCECAO THRU R-EXCECAO-FIM
              GO TO P-CARREGA-LIC.
           PERFORM R-DEVEDOR THRU R-DEVEDOR-FIM.
           IF WS-MOTIVO NOT = SPACES
              PERFORM R-EXCECAO THRU R-EXCECAO-FIM
              GO TO P-CARREGA-LIC.
           MOVE LIC-ANO TO VAL-ANO.
           READ TABVALIC
               INVALID KEY
                  MOVE "ANO SEM VALORES NA TABVALIC" TO WS-MOTIVO
                  PERFORM R-EXCECAO THRU R-EXCECAO-FIM
                  GO TO P-CARREGA-LIC
           END-READ.
           COMPUTE WS-MESES-ATR = (WS-ANO-REF - LIC-ANO) * 12
                                + WS-MES-REF - LIC-MES-VENC.
           COMPUTE SD-VLR-PRINC = VAL-IPVA + VAL-TAXA.
           COMPUTE SD-VLR-MULTA ROUNDED =
              SD-VLR-PRINC * VAL-PERC-MULTA / 100.
           COMPUTE SD-VLR-JUROS ROUNDED =
              SD-VLR-PRINC * VAL-PERC-JUROS * WS-MESES-ATR / 100.
           COMPUTE SD-VLR-TOTAL = SD-VLR-PRINC + SD-VLR-MULTA
                                + SD-VLR-JUROS.
           RELEASE SD-REGDIV.
           GO TO P-CARREGA-LIC.

       P-CARREGA-MULT.
           MOVE LOW-VALUES TO MULT-CHAVE.
           START CADMULT KEY IS NOT LESS THAN MULT-CHAVE
               INVALID KEY
                  GO TO P-CARREGA-FIM
           END-START.
       P-CARREGA-MULT-LOOP.
           READ CADMULT NEXT RECORD
               AT END
                  GO TO P-CARREGA-FIM
           END-READ.
           IF NOT MULT-ABERTA
              GO TO P-CARREGA-MULT-LOOP.
           IF MULT-DATA NOT < WS-DATA-CORTE
              GO TO P-CARREGA-MULT-LOOP.
           ADD 1 TO WS-QTD-LIDOS.
           MOVE MULT-DATA     TO WS-DATA-AUX
           MOVE MULT-PLACA    TO SD-PLACA
           MOVE "M"           TO SD-NATUREZA
           MOVE MULT-SEQ      TO SD-REFER
           MOVE WS-AUX-ANOMES TO SD-ORIGEM.
           PERFORM R-DEVEDOR THRU R-DEVEDOR-FIM.
           IF WS-MOTIVO NOT = SPACES
              PERFORM R-EXCECAO THRU R-EXCECAO-FIM
              GO TO P-CARREGA-MULT-LOOP.
           MOVE WS-AUX-ANO TO VAL-ANO.
           READ TABVALIC
               INVALID KEY
                  MOVE "ANO SEM VALORES NA TABVALIC" TO WS-MOTIVO
                  PERFORM R-EXCECAO THRU R-EXCECAO-FIM
                  GO TO P-CARREGA-MULT-LOOP
           END-READ.
           COMPUTE WS-MESES-ATR = (WS-ANO-REF - WS-AUX-ANO) * 12
                                + WS-MES-REF - WS-AUX-MES.
           MOVE MULT-VALOR TO SD-VLR-PRINC
           MOVE ZEROS      TO SD-VLR-MULTA.
           COMPUTE SD-VLR-JUROS ROUNDED =
              MULT-VALOR * VAL-PERC-JUROS * WS-MESES-ATR / 100.
           COMPUTE SD-VLR-TOTAL = SD-VLR-PRINC + SD-VLR-JUROS.
           RELEASE SD-REGDIV.
           GO TO P-CARREGA-MULT-LOOP.
       P-CARREGA-FIM.
           EXIT.

      *------[ LOTE AGRUPADO POR CPF/CNPJ E INSCRICAO DOS DEBITOS ]-----
       P-GRAVA.
       P-GRAVA-LOOP.
           RETURN WORK-SORT
               AT END
                  GO TO P-GRAVA-FIM
           END-RETURN.
           PERFORM R-INSCREVE THRU R-INSCREVE-FIM.
           IF WS-INSCRITO NOT = "S"
              MOVE "DEBITO ALTERADO DURANTE O PROCESSAMENTO"
                 TO WS-MOTIVO
              PERFORM R-EXCECAO THRU R-EXCECAO-FIM
              GO TO P-GRAVA-LOOP.
           IF WS-PRIMEIRA = "S"
              MOVE "N" TO WS-PRIMEIRA
              MOVE WS-PROX-LOTE    TO LDH-LOTE
              MOVE WS-DATA-SISTEMA TO LDH-DATA
              MOVE ZEROS           TO LDH-SEQ-RET
              MOVE LIN-DIV-HEADER TO LIN-EXPDIVIDA
              WRITE LIN-EXPDIVIDA
              MOVE SD-DOC TO WS-DOC-ANT
              PERFORM P-ABRE-DEVEDOR THRU P-ABRE-DEVEDOR-FIM
           ELSE
              IF SD-DOC NOT = WS-DOC-ANT
                 PERFORM P-FECHA-DEVEDOR THRU P-FECHA-DEVEDOR-FIM
                 MOVE SD-DOC TO WS-DOC-ANT
                 PERFORM P-ABRE-DEVEDOR THRU P-ABRE-DEVEDOR-FIM.
           MOVE SD-DOC       TO LDB-DOC
           MOVE SD-PLACA     TO LDB-PLACA
           MOVE SD-NATUREZA  TO LDB-NATUREZA
           MOVE SD-REFER     TO LDB-REFER
           MOVE SD-ORIGEM    TO LDB-ORIGEM
           MOVE SD-VLR-PRINC TO LDB-VLR-PRINC
           MOVE SD-VLR-MULTA TO LDB-VLR-MULTA
           MOVE SD-VLR-JUROS TO LDB-VLR-JUROS
           MOVE SD-VLR-TOTAL TO LDB-VLR-TOTAL
           MOVE LIN-DIV-DEBITO TO LIN-EXPDIVIDA
           WRITE LIN-EXPDIVIDA.
           MOVE SD-PLACA     TO LD-PLACA
           IF SD-NATUREZA = "L"
              MOVE "LICEN" TO LD-NAT
              ADD 1 TO WS-QTD-LIC
           ELSE
              MOVE "MULTA" TO LD-NAT
              ADD 1 TO WS-QTD-MULT.
           MOVE SD-REFER     TO LD-REFER
           MOVE SD-ORIGEM    TO WS-AUX-ANOMES
           MOVE WS-AUX-MES   TO LD-MES-O
           MOVE WS-AUX-ANO   TO LD-ANO-O
           MOVE SD-VLR-PRINC TO LD-PRINC
           MOVE SD-VLR-MULTA TO LD-MULTA
           MOVE SD-VLR-JUROS TO LD-JUROS
           MOVE SD-VLR-TOTAL TO LD-TOTAL
           MOVE LIN-DET TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
           ADD 1 TO WS-QTD-ENV WS-QTD-DEVD.
           ADD SD-VLR-PRINC TO WS-TOT-PRINC.
           ADD SD-VLR-MULTA TO WS-TOT-MULTA.
           ADD SD-VLR-JUROS TO WS-TOT-JUROS.
           ADD SD-VLR-TOTAL TO WS-TOT-GERAL WS-TOT-DEVD.
           GO TO P-GRAVA-LOOP.
       P-GRAVA-FIM.
           IF WS-PRIMEIRA = "N"
              PERFORM P-FECHA-DEVEDOR THRU P-FECHA-DEVEDOR-FIM.
           EXIT.

      *    LINHA "1" DO DEVEDOR COM OS DADOS DO CADPROP (JA CONFERIDO
      *    NA SELECAO) E CABECALHO DO DEVEDOR NO RELATORIO.
       P-ABRE-DEVEDOR.
           ADD 1 TO WS-QTD-DEV.
           MOVE ZEROS TO WS-QTD-DEVD WS-TOT-DEVD.
           MOVE WS-DOC-ANT TO PROP-DOC.
           READ CADPROP
               INVALID KEY
                  MOVE SPACES TO PROP-NOME PROP-ENDERECO PROP-CIDADE
                                 PROP-TELEFONE
           END-READ.
           MOVE WS-DOC-ANT    TO LDD-DOC
           MOVE PROP-NOME     TO LDD-NOME
           MOVE PROP-ENDERECO TO LDD-ENDERECO
           MOVE PROP-CIDADE   TO LDD-CIDADE
           MOVE PROP-TELEFONE TO LDD-TELEFONE
           MOVE LIN-DIV-DEVEDOR TO LIN-EXPDIVIDA
           WRITE LIN-EXPDIVIDA.
           MOVE WS-DOC-ANT TO LV-DOC
           MOVE PROP-NOME  TO LV-NOME
           MOVE LIN-DEV TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
       P-ABRE-DEVEDOR-FIM.
           EXIT.

       P-FECHA-DEVEDOR.
           MOVE WS-DOC-ANT  TO LDV-DOC
           MOVE WS-QTD-DEVD TO LDV-QTD
           MOVE WS-TOT-DEVD TO LDV-VLR-TOTAL
           MOVE LIN-DIV-TOTDEV TO LIN-EXPDIVIDA
           WRITE LIN-EXPDIVIDA.
           MOVE WS-QTD-DEVD TO LS-QTD
           MOVE WS-TOT-DEVD TO LS-VALOR
           MOVE LIN-SUBTOT TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
           MOVE LIN-BRANCO TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
       P-FECHA-DEVEDOR-FIM.
           EXIT.

      *------[ DEVEDOR DO DEBITO: DOCPROP DO VEICULO NO CADPROP ]-------
      *    ENTRADA: SD-PLACA, SD-NATUREZA E SD-REFER. SAIDA: SD-DOC OU
      *    WS-MOTIVO PREENCHIDO QUANDO O DEBITO NAO PODE SER INSCRITO.
       R-DEVEDOR.
           MOVE SPACES TO WS-MOTIVO.
           MOVE SD-PLACA(1:3) TO LETRAP
           MOVE SD-PLACA(4:4) TO NUMEROP.
           READ CADVEIC
               INVALID KEY
                  MOVE "PLACA FORA DO CADVEIC" TO WS-MOTIVO
                  GO TO R-DEVEDOR-FIM
           END-READ.
           IF DOCPROP = SPACES
              MOVE "VEICULO SEM CPF/CNPJ DO PROPRIETARIO" TO WS-MOTIVO
              GO TO R-DEVEDOR-FIM.
           MOVE DOCPROP TO PROP-DOC.
           PERFORM R-VALIDA-PROP THRU R-VALIDA-PROP-FIM.
           IF WS-PROP-ACHADO NOT = "S"
              MOVE "CPF/CNPJ FORA DO CADPROP" TO WS-MOTIVO
              GO TO R-DEVEDOR-FIM.
           MOVE DOCPROP TO SD-DOC.
           MOVE SD-PLACA    TO DIV-PLACA
           MOVE SD-NATUREZA TO DIV-NATUREZA
           MOVE SD-REFER    TO DIV-REFER.
           READ CADDIVIDA
               INVALID KEY
                  GO TO R-DEVEDOR-FIM
           END-READ.
           MOVE "DEBITO JA CONSTA DO CADDIVIDA" TO WS-MOTIVO.
       R-DEVEDOR-FIM.
           EXIT.

      *------[ INSCRICAO DE UM DEBITO DO LOTE ]-------------------------
      *    RELE O DEBITO, GRAVA O ITEM NO CADDIVIDA E SO ENTAO REGRAVA
      *    O CADLIC/CADMULT COMO INSCRITO ("D"), COM O DIARIO.
       R-INSCREVE.
           MOVE "N" TO WS-INSCRITO.
           IF SD-NATUREZA = "M"
              GO TO R-INSCREVE-MULT.
           MOVE SD-PLACA TO LIC-PLACA
           MOVE SD-REFER TO LIC-ANO.
           READ CADLIC
               INVALID KEY
                  GO TO R-INSCREVE-FIM
           END-READ.
           IF LIC-SITUACAO NOT = "A"
              GO TO R-INSCREVE-FIM.
           MOVE REGLIC TO WS-JOR-ANTES.
           PERFORM R-GRAVA-ITEM THRU R-GRAVA-ITEM-FIM.
           IF ST-ERRO28 NOT = "00"
              GO TO R-INSCREVE-FIM.
           MOVE "D" TO LIC-SITUACAO.
           REWRITE REGLIC.
           MOVE "CADLIC" TO JOR-ARQUIVO
           MOVE REGLIC   TO JOR-DEPOIS
           GO TO R-INSCREVE-JORNAL.
       R-INSCREVE-MULT.
           MOVE SD-PLACA TO MULT-PLACA
           MOVE SD-REFER TO MULT-SEQ.
           READ CADMULT
               INVALID KEY
                  GO TO R-INSCREVE-FIM
           END-READ.
           IF NOT MULT-ABERTA
              GO TO R-INSCREVE-FIM.
           MOVE REGMULT TO WS-JOR-ANTES.
           PERFORM R-GRAVA-ITEM THRU R-GRAVA-ITEM-FIM.
           IF ST-ERRO28 NOT = "00"
              GO TO R-INSCREVE-FIM.
           MOVE "D" TO MULT-SITUACAO.
           REWRITE REGMULT.
           MOVE "CADMULT" TO JOR-ARQUIVO
           MOVE REGMULT   TO JOR-DEPOIS.
       R-INSCREVE-JORNAL.
           MOVE "A"          TO JOR-OPERACAO
           MOVE WS-JOR-ANTES TO JOR-ANTES
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
           MOVE "S" TO WS-INSCRITO.
       R-INSCREVE-FIM.
           EXIT.

       R-GRAVA-ITEM.
           MOVE SD-PLACA        TO DIV-PLACA
           MOVE SD-NATUREZA     TO DIV-NATUREZA
           MOVE SD-REFER        TO DIV-REFER
           MOVE WS-PROX-LOTE    TO DIV-LOTE
           MOVE SD-DOC          TO DIV-DOC
           MOVE SD-ORIGEM       TO DIV-ORIGEM
           MOVE SD-VLR-PRINC    TO DIV-VLR-PRINC
           MOVE SD-VLR-MULTA    TO DIV-VLR-MULTA
           MOVE SD-VLR-JUROS    TO DIV-VLR-JUROS
           MOVE SD-VLR-TOTAL    TO DIV-VLR-TOTAL
           MOVE WS-DATA-SISTEMA TO DIV-DATA-INSCR
           MOVE "D"             TO DIV-SITUACAO
           MOVE ZEROS           TO DIV-DATA-RET DIV-VLR-PAGO
           WRITE REGDIV.
       R-GRAVA-ITEM-FIM.
           EXIT.

      *------[ LINHA DA LISTA DE EXCECOES ]-----------------------------
       R-EXCECAO.
           ADD 1 TO WS-QTD-EXC
           MOVE SD-PLACA TO LX-PLACA
           IF SD-NATUREZA = "L"
              MOVE "LICEN" TO LX-NAT
           ELSE
              MOVE "MULTA" TO LX-NAT.
           MOVE SD-REFER  TO LX-REFER
           MOVE WS-MOTIVO TO LX-MOTIVO
           MOVE LIN-X-DET TO LIN-EXCEDIV
           WRITE LIN-EXCEDIV.
       R-EXCECAO-FIM.
           EXIT.

      *------[ TOTAIS DO LOTE NO RELATORIO ]----------------------------
       R-IMP-TOTAIS.
           MOVE LIN-BRANCO TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
           MOVE "DEBITOS SELECIONADOS............" TO LTQ-ROTULO
           MOVE WS-QTD-LIDOS TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "  NAO ENCAMINHADOS (EXCEDIV)...." TO LTQ-ROTULO
           MOVE WS-QTD-EXC TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "DEVEDORES (CPF/CNPJ)............" TO LTQ-ROTULO
           MOVE WS-QTD-DEV TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "EXERCICIOS DE LICENCIAMENTO....." TO LTQ-ROTULO
           MOVE WS-QTD-LIC TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "MULTAS DE TRANSITO.............." TO LTQ-ROTULO
           MOVE WS-QTD-MULT TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "DEBITOS ENCAMINHADOS............" TO LTQ-ROTULO
           MOVE WS-QTD-ENV TO LTQ-QTD
           PERFORM R-IMP-QTD THRU R-IMP-QTD-FIM.
           MOVE "VALOR PRINCIPAL................." TO LTV-ROTULO
           MOVE WS-TOT-PRINC TO LTV-VALOR
           PERFORM R-IMP-VLR THRU R-IMP-VLR-FIM.
           MOVE "MULTA..........................." TO LTV-ROTULO
           MOVE WS-TOT-MULTA TO LTV-VALOR
           PERFORM R-IMP-VLR THRU R-IMP-VLR-FIM.
           MOVE "JUROS..........................." TO LTV-ROTULO
           MOVE WS-TOT-JUROS TO LTV-VALOR
           PERFORM R-IMP-VLR THRU R-IMP-VLR-FIM.
           MOVE "VALOR TOTAL ENCAMINHADO........." TO LTV-ROTULO
           MOVE WS-TOT-GERAL TO LTV-VALOR
           PERFORM R-IMP-VLR THRU R-IMP-VLR-FIM.
       R-IMP-TOTAIS-FIM.
           EXIT.

       R-IMP-QTD.
           MOVE LIN-TOTQTD TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
       R-IMP-QTD-FIM.
           EXIT.

       R-IMP-VLR.
           MOVE LIN-TOTVLR TO LIN-RELDIVID
           WRITE LIN-RELDIVID.
       R-IMP-VLR-FIM.
           EXIT.

      *------[ PROXIMO NUMERO DE LOTE (ULTIMO DO CONTROLE + 1) ]--------
       R-PROX-LOTE.
           MOVE ZEROS TO WS-PROX-LOTE CDA-LOTE.
           START CTLDIVIDA KEY IS NOT LESS THAN CDA-LOTE
               INVALID KEY
                  GO TO R-PROX-LOTE-FIM
           END-START.
       R-PROX-LOTE-LOOP.
           READ CTLDIVIDA NEXT RECORD
               AT END
                  GO TO R-PROX-LOTE-FIM
           END-READ.
           MOVE CDA-LOTE TO WS-PROX-LOTE
           GO TO R-PROX-LOTE-LOOP.
       R-PROX-LOTE-FIM.
           ADD 1 TO WS-PROX-LOTE.

           COPY CPYPROPB.
           COPY CPYJORP.
