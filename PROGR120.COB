       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR120.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * BATCH ANUAL DE LANCAMENTO DO        *
      * LICENCIAMENTO: GRAVA NO CADLIC O    *
      * REGISTRO EM ABERTO ("A") DO NOVO    *
      * EXERCICIO PARA CADA VEICULO ATIVO,  *
      * COM VENCIMENTO PELO CALENDARIO DA   *
      * PLACA E VALORES DA TABVALIC. PODE   *
      * SER RERODADO: REGISTRO JA EXISTENTE *
      * NAO E ALTERADO. RESUMO POR MES DE   *
      * VENCIMENTO E POR MARCA EM           *
      * RELLANC.LST                         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYLSEL.
           COPY CPYTVSEL.
           COPY CPYMSEL.
           COPY CPYJOSEL.
           SELECT RELLANC ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYLFD.
           COPY CPYTVFD.
           COPY CPYMFD.
           COPY CPYJOFD.
      *
       FD RELLANC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELLANC.LST".
       01 LIN-RELLANC            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO10      PIC X(02) VALUE "00".
       01 ST-ERRO26      PIC X(02) VALUE "00".
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).
       01 WS-QTD-LIDOS   PIC 9(06) VALUE ZEROS.
       01 WS-QTD-INATIVO PIC 9(06) VALUE ZEROS.
       01 WS-QTD-LANC    PIC 9(06) VALUE ZEROS.
       01 WS-QTD-EXIST   PIC 9(06) VALUE ZEROS.
       01 WS-QTD-OCORR   PIC 9(06) VALUE ZEROS.
       01 WS-QTD-EXERC   PIC 9(06) VALUE ZEROS.
       01 WS-VLR-EXERC   PIC 9(10)V99 VALUE ZEROS.
       01 WS-VLR-LANC    PIC 9(08)V99 VALUE ZEROS.
       01 WS-IND         PIC 9(02) VALUE ZEROS.
      *    ACUMULADORES DO EXERCICIO POR MES DE VENCIMENTO E POR
      *    MARCA (CODIGOS 01-50, MESMA FAIXA CRITICADA NO PROGR96).
      *    CONTAM O LANCADO NESTA EXECUCAO E O QUE JA EXISTIA, PARA
      *    O RESUMO SAIR COMPLETO TAMBEM NA RERODADA.
       01 WS-MES-ACUM VALUE ZEROS.
          03 WS-MES-ENT OCCURS 12.
             05 WS-MES-QTD    PIC 9(06).
             05 WS-MES-VLR    PIC 9(10)V99.
       01 WS-MARCA-ACUM VALUE ZEROS.
          03 WS-MARCA-ENT OCCURS 50.
             05 WS-MARCA-QTD  PIC 9(06).
             05 WS-MARCA-VLR  PIC 9(10)V99.
       01 WS-QTD-SEMMARCA PIC 9(06) VALUE ZEROS.
       01 WS-VLR-SEMMARCA PIC 9(10)V99 VALUE ZEROS.

           COPY CPYMARCA.

           COPY CPYLICC.

           COPY CPYLANC.

           COPY CPYJORN.

       01 LIN-TITULO.
          03 FILLER PIC X(50) VALUE
             "LANCAMENTO ANUAL DO LICENCIAMENTO - PROGR120".
       01 LIN-EXERC.
          03 FILLER     PIC X(11) VALUE "EXERCICIO: ".
          03 LE-ANO     PIC 9(04).
          03 FILLER     PIC X(15) VALUE "   PROCESSADO: ".
          03 LE-DIA     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LE-MES     PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LE-ANOP    PIC 9(04).
       01 LIN-SECAO1.
          03 FILLER PIC X(45) VALUE
             "SECAO 1 - VEICULOS ATIVOS NAO LANCADOS".
       01 LIN-OCORR.
          03 LO-PLACA   PIC X(07).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LO-MOTIVO  PIC X(50).
       01 LIN-SEMOCORR.
          03 FILLER PIC X(30) VALUE "NENHUMA OCORRENCIA".
       01 LIN-SECAO2.
          03 FILLER PIC X(45) VALUE
             "SECAO 2 - EXERCICIO POR MES DE VENCIMENTO".
       01 LIN-SECAO3.
          03 FILLER PIC X(45) VALUE
             "SECAO 3 - EXERCICIO POR MARCA".
       01 LIN-SECAO4.
          03 FILLER PIC X(45) VALUE
             "SECAO 4 - TOTAIS DA EXECUCAO".
       01 LIN-GRUPO.
          03 LG-DESC    PIC X(20).
          03 FILLER     PIC X(06) VALUE "  QTD:".
          03 LG-QTD     PIC ZZZZZ9.
          03 FILLER     PIC X(08) VALUE "  VALOR:".
          03 LG-VLR     PIC Z.ZZZ.ZZZ.ZZ9,99.
       01 LIN-MES-DESC.
          03 FILLER     PIC X(04) VALUE "MES ".
          03 LMD-MES    PIC 9(02).
       01 LIN-SIT.
          03 LS-ROTULO  PIC X(32).
          03 LS-QTD     PIC ZZZZZ9.
       01 LIN-BRANCO  PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           PERFORM R-CARREGA-MARCA THRU R-CARREGA-MARCA-FIM.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC: " ST-ERRO
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
           OPEN INPUT TABVALIC
           IF ST-ERRO10 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TABVALIC: "
                 ST-ERRO10
              DISPLAY "CADASTRE OS VALORES DO EXERCICIO NO PROGR96"
              STOP RUN.
      *    O LANCAMENTO GRAVA NO CADLIC: CADA REGISTRO VAI TAMBEM PARA
      *    O DIARIO DE ALTERACOES, COMO AS INCLUSOES DO BALCAO.
           PERFORM R-ABRE-JORNAL THRU R-ABRE-JORNAL-FIM.
           MOVE "PROGR120" TO WS-JOR-OPERADOR WS-JOR-PROGRAMA.
           ACCEPT WS-DATA-SISTEMA FROM DATE YYYYMMDD.
       R0-ANO.
           COMPUTE WS-ANO-LANC = WS-ANO-SISTEMA + 1.
           DISPLAY "EXERCICIO A LANCAR (AAAA):".
           ACCEPT WS-ANO-LANC.
           IF WS-ANO-LANC IS NOT NUMERIC OR WS-ANO-LANC = ZEROS
              DISPLAY "ANO INVALIDO"
              GO TO R0-ANO.
      *    SEM VALORES DO EXERCICIO NADA E LANCADO: O PROGRAMA PARA
      *    ANTES DE LER A FROTA.
           MOVE WS-ANO-LANC TO VAL-ANO.
           READ TABVALIC
               INVALID KEY
                  DISPLAY "EXERCICIO " WS-ANO-LANC
                     " SEM VALORES NA TABVALIC"
                  DISPLAY "CADASTRE OS VALORES DO EXERCICIO NO PROGR96"
                  CLOSE CADVEIC CADLIC TABVALIC JORNAL
                  STOP RUN
           END-READ.
           OPEN OUTPUT RELLANC.
           MOVE LIN-TITULO TO LIN-RELLANC
           WRITE LIN-RELLANC.
           MOVE WS-ANO-LANC    TO LE-ANO
           MOVE WS-DIA-SISTEMA TO LE-DIA
           MOVE WS-MES-SISTEMA TO LE-MES
           MOVE WS-ANO-SISTEMA TO LE-ANOP
           MOVE LIN-EXERC TO LIN-RELLANC
           WRITE LIN-RELLANC.
           MOVE LIN-BRANCO TO LIN-RELLANC
           WRITE LIN-RELLANC.
           MOVE LIN-SECAO1 TO LIN-RELLANC
           WRITE LIN-RELLANC.

      *------[ PASSADA UNICA NO CADVEIC: LANCA OS ATIVOS ]--------------
       R1.
           READ CADVEIC NEXT RECORD
               AT END
                  GO TO R2
           END-READ.
           ADD 1 TO WS-QTD-LIDOS.
           IF NOT VEIC-ATIVO
              ADD 1 TO WS-QTD-INATIVO
              GO TO R1.
           PERFORM R-LANCA-LICENC THRU R-LANCA-LICENC-FIM.
           EVALUATE TRUE
              WHEN LANC-GRAVADO
                 ADD 1 TO WS-QTD-LANC
              WHEN LANC-JA-EXISTE
                 ADD 1 TO WS-QTD-EXIST
              WHEN LANC-SEM-DIGITO
                 MOVE "DIGITO FINAL DA PLACA INVALIDO" TO LO-MOTIVO
                 PERFORM R-IMP-OCORR THRU R-IMP-OCORR-FIM
                 GO TO R1
              WHEN OTHER
                 MOVE "EXERCICIO SEM VALORES NA TABVALIC" TO LO-MOTIVO
                 PERFORM R-IMP-OCORR THRU R-IMP-OCORR-FIM
                 GO TO R1
           END-EVALUATE.
      *    O VALOR DO RESUMO E O DO LANCAMENTO (IPVA + TAXA), SEM
      *    MULTA/JUROS DE EVENTUAL PAGAMENTO JA REGISTRADO.
           COMPUTE WS-VLR-LANC = LIC-VLR-IPVA + LIC-VLR-TAXA
           ADD 1           TO WS-QTD-EXERC
           ADD WS-VLR-LANC TO WS-VLR-EXERC.
           IF LIC-MES-VENC >= 01 AND LIC-MES-VENC <= 12
              ADD 1           TO WS-MES-QTD(LIC-MES-VENC)
              ADD WS-VLR-LANC TO WS-MES-VLR(LIC-MES-VENC).
           IF MARCA >= 01 AND MARCA <= 50
              ADD 1           TO WS-MARCA-QTD(MARCA)
              ADD WS-VLR-LANC TO WS-MARCA-VLR(MARCA)
           ELSE
              ADD 1           TO WS-QTD-SEMMARCA
              ADD WS-VLR-LANC TO WS-VLR-SEMMARCA.
           GO TO R1.

      *------[ RESUMO POR MES DE VENCIMENTO ]---------------------------
       R2.
           IF WS-QTD-OCORR = ZEROS
              MOVE LIN-SEMOCORR TO LIN-RELLANC
              WRITE LIN-RELLANC.
           MOVE LIN-BRANCO TO LIN-RELLANC
           WRITE LIN-RELLANC.
           MOVE LIN-SECAO2 TO LIN-RELLANC
           WRITE LIN-RELLANC.
           MOVE ZEROS TO WS-IND.
       R2-MES.
           ADD 1 TO WS-IND.
           IF WS-IND > 12
              GO TO R3.
           IF WS-MES-QTD(WS-IND) = ZEROS
              GO TO R2-MES.
           MOVE WS-IND TO LMD-MES
           MOVE LIN-MES-DESC TO LG-DESC
           MOVE WS-MES-QTD(WS-IND) TO LG-QTD
           MOVE WS-MES-VLR(WS-IND) TO LG-VLR
           PERFORM R-IMP-GRUPO THRU R-IMP-GRUPO-FIM.
           GO TO R2-MES.

      *------[ RESUMO POR MARCA ]---------------------------------------
       R3.
           MOVE "TOTAL DO EXERCICIO" TO LG-DESC
           MOVE WS-QTD-EXERC TO LG-QTD
           MOVE WS-VLR-EXERC TO LG-VLR
           PERFORM R-IMP-GRUPO THRU R-IMP-GRUPO-FIM.
           MOVE LIN-BRANCO TO LIN-RELLANC
           WRITE LIN-RELLANC.
           MOVE LIN-SECAO3 TO LIN-RELLANC
           WRITE LIN-RELLANC.
           MOVE ZEROS TO WS-IND.
       R3-MARCA.
           ADD 1 TO WS-IND.
           IF WS-IND > 50
              GO TO R4.
           IF WS-MARCA-QTD(WS-IND) = ZEROS
              GO TO R3-MARCA.
           MOVE WS-IND TO TXTMARCA
           PERFORM R-BUSCA-MARCA THRU R-BUSCA-MARCA-FIM.
           IF WS-MARCA-ACHADA = "S"
              MOVE WS-MARCA-DESC TO LG-DESC
           ELSE
              MOVE "MARCA DESCONHECIDA" TO LG-DESC.
           MOVE WS-MARCA-QTD(WS-IND) TO LG-QTD
           MOVE WS-MARCA-VLR(WS-IND) TO LG-VLR
           PERFORM R-IMP-GRUPO THRU R-IMP-GRUPO-FIM.
           GO TO R3-MARCA.

      *------[ TOTAIS DA EXECUCAO ]-------------------------------------
       R4.
           IF WS-QTD-SEMMARCA NOT = ZEROS
              MOVE "MARCA FORA DA FAIXA" TO LG-DESC
              MOVE WS-QTD-SEMMARCA TO LG-QTD
              MOVE WS-VLR-SEMMARCA TO LG-VLR
              PERFORM R-IMP-GRUPO THRU R-IMP-GRUPO-FIM.
           MOVE LIN-BRANCO TO LIN-RELLANC
           WRITE LIN-RELLANC.
           MOVE LIN-SECAO4 TO LIN-RELLANC
           WRITE LIN-RELLANC.
           MOVE "VEICULOS LIDOS NO CADVEIC......." TO LS-ROTULO
           MOVE WS-QTD-LIDOS TO LS-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           MOVE "NAO ATIVOS (IGNORADOS).........." TO LS-ROTULO
           MOVE WS-QTD-INATIVO TO LS-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           MOVE "LANCADOS NESTA EXECUCAO........." TO LS-ROTULO
           MOVE WS-QTD-LANC TO LS-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           MOVE "JA LANCADOS ANTERIORMENTE......." TO LS-ROTULO
           MOVE WS-QTD-EXIST TO LS-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           MOVE "ATIVOS NAO LANCADOS (SECAO 1)..." TO LS-ROTULO
           MOVE WS-QTD-OCORR TO LS-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           CLOSE CADVEIC CADLIC TABVALIC RELLANC JORNAL.
           DISPLAY "EXERCICIO LANCADO.............: " WS-ANO-LANC.
           DISPLAY "LANCADOS NESTA EXECUCAO.......: " WS-QTD-LANC.
           DISPLAY "JA LANCADOS ANTERIORMENTE.....: " WS-QTD-EXIST.
           DISPLAY "ATIVOS NAO LANCADOS...........: " WS-QTD-OCORR.
           DISPLAY "RELATORIO GERADO EM RELLANC.LST".
           STOP RUN.

       R-IMP-OCORR.
           ADD 1 TO WS-QTD-OCORR
           MOVE PLACA TO LO-PLACA
           MOVE LIN-OCORR TO LIN-RELLANC
           WRITE LIN-RELLANC.
       R-IMP-OCORR-FIM.
           EXIT.

       R-IMP-GRUPO.
           MOVE LIN-GRUPO TO LIN-RELLANC
           WRITE LIN-RELLANC.
       R-IMP-GRUPO-FIM.
           EXIT.

       R-IMP-SIT.
           MOVE LIN-SIT TO LIN-RELLANC
           WRITE LIN-RELLANC.
       R-IMP-SIT-FIM.
           EXIT.

           COPY CPYMARCAP.
           COPY CPYMARCAB.
           COPY CPYLICB.
           COPY CPYLANCP.
           COPY CPYJORP.
