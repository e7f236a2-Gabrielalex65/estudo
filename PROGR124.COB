       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR124.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * BATCH MENSAL DE PONTUACAO DOS       *
      * CONDUTORES: SOMA OS PONTOS DAS      *
      * MULTAS DO CADMULT POR CPF DO        *
      * CONDUTOR NOS 12 MESES ANTERIORES A  *
      * DATA DE REFERENCIA, COM O NOME DO   *
      * CADPROP. SECAO 1 = EXTRATO DE CADA  *
      * CONDUTOR (CONSULTAS DO DETRAN),     *
      * SECAO 2 = CONDUTORES QUE ATINGIRAM  *
      * O LIMITE DE SUSPENSAO. RELATORIO EM *
      * RELPONT.LST                         *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYMUSEL.
           COPY CPYPSEL.
           SELECT WORK-SORT ASSIGN TO DISK.
           SELECT RELPONT ASSIGN TO DISK
                    ORGANIZATION IS LINE SEQUENTIAL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYMUFD.
           COPY CPYPFD.
      *
       SD WORK-SORT.
       01 SD-REGPONT.
          03 SD-CPF             PIC X(14).
          03 SD-DATA            PIC 9(08).
          03 SD-PLACA           PIC X(07).
          03 SD-SEQ             PIC 9(04).
          03 SD-COD-INFRA       PIC X(05).
          03 SD-PONTOS          PIC 9(02).
      *
       FD RELPONT
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "RELPONT.LST".
       01 LIN-RELPONT            PIC X(80).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO12      PIC X(02) VALUE "00".
       01 WS-DATA-SISTEMA.
          03 WS-ANO-SISTEMA PIC 9(04).
          03 WS-MES-SISTEMA PIC 9(02).
          03 WS-DIA-SISTEMA PIC 9(02).
      *    JANELA DE 12 MESES: MULT-DATA MAIOR QUE WS-DATA-INICIO
      *    (MESMO DIA DO ANO ANTERIOR) E ATE A DATA DE REFERENCIA.
       01 WS-DATA-REF.
          03 WS-ANO-REF     PIC 9(04).
          03 WS-MES-REF     PIC 9(02).
          03 WS-DIA-REF     PIC 9(02).
       01 WS-DATA-INICIO.
          03 WS-ANO-INICIO  PIC 9(04).
          03 WS-MES-INICIO  PIC 9(02).
          03 WS-DIA-INICIO  PIC 9(02).
       01 WS-LIMITE      PIC 9(02) VALUE ZEROS.
       01 WS-CPF-ANT     PIC X(14) VALUE SPACES.
       01 WS-PRIMEIRA    PIC X(01) VALUE "S".
       01 WS-PTS-COND    PIC 9(04) VALUE ZEROS.
       01 WS-QTD-COND    PIC 9(04) VALUE ZEROS.
       01 WS-QTD-LIDAS   PIC 9(06) VALUE ZEROS.
       01 WS-QTD-JANELA  PIC 9(06) VALUE ZEROS.
       01 WS-QTD-SEMCPF  PIC 9(06) VALUE ZEROS.
       01 WS-QTD-SEMPTS  PIC 9(06) VALUE ZEROS.
       01 WS-QTD-CONDUT  PIC 9(06) VALUE ZEROS.
       01 WS-QTD-SUSP    PIC 9(06) VALUE ZEROS.
       01 WS-IND         PIC 9(04) VALUE ZEROS.
      *    CONDUTORES NO LIMITE, GUARDADOS PARA A SECAO 2 (A SECAO 1
      *    SAI NA ORDEM DO SORT, ANTES DE SE CONHECER O TOTAL GERAL).
       01 WS-TAB-SUSP.
          03 WS-SUSP-ENT OCCURS 500.
             05 WS-SUSP-CPF    PIC X(14).
             05 WS-SUSP-NOME   PIC X(30).
             05 WS-SUSP-QTD    PIC 9(04).
             05 WS-SUSP-PTS    PIC 9(04).
       01 WS-QTD-TAB     PIC 9(04) VALUE ZEROS.

           COPY CPYPROP.

       01 LIN-TITULO.
          03 FILLER PIC X(50) VALUE
             "PONTUACAO DOS CONDUTORES (12 MESES) - PROGR124".
       01 LIN-PERIODO.
          03 FILLER     PIC X(15) VALUE "INFRACOES APOS ".
          03 LPE-DIA-I  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LPE-MES-I  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LPE-ANO-I  PIC 9(04).
          03 FILLER     PIC X(05) VALUE " ATE ".
          03 LPE-DIA-F  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LPE-MES-F  PIC 9(02).
          03 FILLER     PIC X(01) VALUE "/".
          03 LPE-ANO-F  PIC 9(04).
          03 FILLER     PIC X(11) VALUE "   LIMITE: ".
          03 LPE-LIMITE PIC Z9.
          03 FILLER     PIC X(07) VALUE " PONTOS".
       01 LIN-SECAO1.
          03 FILLER PIC X(45) VALUE
             "SECAO 1 - EXTRATO POR CONDUTOR".
       01 LIN-SECAO2.
          03 FILLER PIC X(45) VALUE
             "SECAO 2 - CONDUTORES NO LIMITE DE SUSPENSAO".
       01 LIN-SECAO3.
          03 FILLER PIC X(45) VALUE
             "SECAO 3 - TOTAIS DA EXECUCAO".
       01 LIN-COND.
          03 FILLER     PIC X(10) VALUE "CONDUTOR: ".
          03 LC-CPF     PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LC-NOME    PIC X(30).
       01 LIN-DET.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-PLACA   PIC X(07).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-SEQ     PIC 9(04).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-DATA    PIC 9(08).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-COD     PIC X(05).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LD-PONTOS  PIC Z9.
       01 LIN-SUBTOT.
          03 FILLER     PIC X(24) VALUE "TOTAL DE PONTOS.........".
          03 LS-PONTOS  PIC ZZZ9.
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LS-AVISO   PIC X(40).
       01 LIN-SUSP.
          03 LSU-CPF    PIC X(14).
          03 FILLER     PIC X(02) VALUE SPACES.
          03 LSU-NOME   PIC X(30).
          03 FILLER     PIC X(07) VALUE "  MULT:".
          03 LSU-QTD    PIC ZZZ9.
          03 FILLER     PIC X(09) VALUE "  PONTOS:".
          03 LSU-PTS    PIC ZZZ9.
       01 LIN-NENHUM.
          03 FILLER PIC X(30) VALUE "NENHUM CONDUTOR".
       01 LIN-ESTOURO.
          03 FILLER PIC X(50) VALUE
             "*** MAIS DE 500 CONDUTORES - VER SECAO 1 ***".
       01 LIN-SIT.
          03 LST-ROTULO PIC X(32).
          03 LST-QTD    PIC ZZZZZ9.
       01 LIN-BRANCO  PIC X(01) VALUE SPACE.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN INPUT CADMULT
           IF ST-ERRO12 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMULT: " ST-ERRO12
              STOP RUN.
           OPEN INPUT CADPROP
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROP: " ST-ERRO6
              STOP RUN.
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
           MOVE WS-DATA-REF TO WS-DATA-INICIO
           SUBTRACT 1 FROM WS-ANO-INICIO.

       R0-LIMITE.
           MOVE ZEROS TO WS-LIMITE.
           DISPLAY "LIMITE DE PONTOS PARA SUSPENSAO (ZERO=20):".
           ACCEPT WS-LIMITE.
           IF WS-LIMITE IS NOT NUMERIC
              DISPLAY "LIMITE INVALIDO"
              GO TO R0-LIMITE.
           IF WS-LIMITE = ZEROS
              MOVE 20 TO WS-LIMITE.

           OPEN OUTPUT RELPONT.
           MOVE LIN-TITULO TO LIN-RELPONT
           WRITE LIN-RELPONT.
           MOVE WS-DIA-INICIO TO LPE-DIA-I
           MOVE WS-MES-INICIO TO LPE-MES-I
           MOVE WS-ANO-INICIO TO LPE-ANO-I
           MOVE WS-DIA-REF    TO LPE-DIA-F
           MOVE WS-MES-REF    TO LPE-MES-F
           MOVE WS-ANO-REF    TO LPE-ANO-F
           MOVE WS-LIMITE     TO LPE-LIMITE
           MOVE LIN-PERIODO TO LIN-RELPONT
           WRITE LIN-RELPONT.
           MOVE LIN-BRANCO TO LIN-RELPONT
           WRITE LIN-RELPONT.
           MOVE LIN-SECAO1 TO LIN-RELPONT
           WRITE LIN-RELPONT.
           MOVE LIN-BRANCO TO LIN-RELPONT
           WRITE LIN-RELPONT.
           SORT WORK-SORT ON ASCENDING KEY SD-CPF SD-DATA SD-PLACA
                                            SD-SEQ
                INPUT PROCEDURE IS P-CARREGA THRU P-CARREGA-FIM
                OUTPUT PROCEDURE IS P-IMPRIME THRU P-IMPRIME-FIM.
           IF WS-QTD-CONDUT = ZEROS
              MOVE LIN-NENHUM TO LIN-RELPONT
              WRITE LIN-RELPONT.

      *------[ CONDUTORES NO LIMITE DE SUSPENSAO ]----------------------
       R2.
           MOVE LIN-BRANCO TO LIN-RELPONT
           WRITE LIN-RELPONT.
           MOVE LIN-SECAO2 TO LIN-RELPONT
           WRITE LIN-RELPONT.
           IF WS-QTD-SUSP = ZEROS
              MOVE LIN-NENHUM TO LIN-RELPONT
              WRITE LIN-RELPONT
              GO TO R3.
           MOVE ZEROS TO WS-IND.
       R2-SUSP.
           ADD 1 TO WS-IND.
           IF WS-IND > WS-QTD-TAB
              GO TO R2-FIM.
           MOVE WS-SUSP-CPF(WS-IND)  TO LSU-CPF
           MOVE WS-SUSP-NOME(WS-IND) TO LSU-NOME
           MOVE WS-SUSP-QTD(WS-IND)  TO LSU-QTD
           MOVE WS-SUSP-PTS(WS-IND)  TO LSU-PTS
           MOVE LIN-SUSP TO LIN-RELPONT
           WRITE LIN-RELPONT.
           GO TO R2-SUSP.
       R2-FIM.
           IF WS-QTD-SUSP > WS-QTD-TAB
              MOVE LIN-ESTOURO TO LIN-RELPONT
              WRITE LIN-RELPONT.

      *------[ TOTAIS DA EXECUCAO ]-------------------------------------
       R3.
           MOVE LIN-BRANCO TO LIN-RELPONT
           WRITE LIN-RELPONT.
           MOVE LIN-SECAO3 TO LIN-RELPONT
           WRITE LIN-RELPONT.
           MOVE "MULTAS LIDAS NO CADMULT........." TO LST-ROTULO
           MOVE WS-QTD-LIDAS TO LST-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           MOVE "MULTAS DENTRO DO PERIODO........" TO LST-ROTULO
           MOVE WS-QTD-JANELA TO LST-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           MOVE "  SEM CPF DO CONDUTOR (IGNOR.).." TO LST-ROTULO
           MOVE WS-QTD-SEMCPF TO LST-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           MOVE "  SEM PONTUACAO (IGNORADAS)....." TO LST-ROTULO
           MOVE WS-QTD-SEMPTS TO LST-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           MOVE "CONDUTORES COM PONTOS..........." TO LST-ROTULO
           MOVE WS-QTD-CONDUT TO LST-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           MOVE "CONDUTORES NO LIMITE............" TO LST-ROTULO
           MOVE WS-QTD-SUSP TO LST-QTD
           PERFORM R-IMP-SIT THRU R-IMP-SIT-FIM.
           CLOSE CADMULT CADPROP RELPONT.
           DISPLAY "CONDUTORES COM PONTOS.........: " WS-QTD-CONDUT.
           DISPLAY "CONDUTORES NO LIMITE..........: " WS-QTD-SUSP.
           DISPLAY "RELATORIO GERADO EM RELPONT.LST".
           STOP RUN.

      *------[ SELECAO DAS MULTAS DO PERIODO ]--------------------------
      *    A PONTUACAO VALE PELA DATA DA INFRACAO, PAGA OU NAO.
       P-CARREGA.
           MOVE LOW-VALUES TO MULT-CHAVE.
           START CADMULT KEY IS NOT LESS THAN MULT-CHAVE
               INVALID KEY
                  GO TO P-CARREGA-FIM
           END-START.
       P-CARREGA-LOOP.
           READ CADMULT NEXT RECORD
               AT END
                  GO TO P-CARREGA-FIM
           END-READ.
           ADD 1 TO WS-QTD-LIDAS.
           IF MULT-DATA NOT > WS-DATA-INICIO
              OR MULT-DATA > WS-DATA-REF
              GO TO P-CARREGA-LOOP.
           ADD 1 TO WS-QTD-JANELA.
           IF MULT-CPF-COND = SPACES
              ADD 1 TO WS-QTD-SEMCPF
              GO TO P-CARREGA-LOOP.
           IF MULT-PONTOS = ZEROS
              ADD 1 TO WS-QTD-SEMPTS
              GO TO P-CARREGA-LOOP.
           MOVE MULT-CPF-COND  TO SD-CPF
           MOVE MULT-DATA      TO SD-DATA
           MOVE MULT-LETRAP    TO SD-PLACA(1:3)
           MOVE MULT-NUMEROP   TO SD-PLACA(4:4)
           MOVE MULT-SEQ       TO SD-SEQ
           MOVE MULT-COD-INFRA TO SD-COD-INFRA
           MOVE MULT-PONTOS    TO SD-PONTOS
           RELEASE SD-REGPONT.
           GO TO P-CARREGA-LOOP.
       P-CARREGA-FIM.
           EXIT.

      *------[ EXTRATO POR CONDUTOR ]-----------------------------------
       P-IMPRIME.
       P-IMPRIME-LOOP.
           RETURN WORK-SORT
               AT END
                  GO TO P-IMPRIME-FIM
           END-RETURN.
           IF WS-PRIMEIRA = "S"
              MOVE SD-CPF TO WS-CPF-ANT
              MOVE "N" TO WS-PRIMEIRA
              PERFORM P-IMP-COND THRU P-IMP-COND-FIM
           ELSE
              IF SD-CPF NOT = WS-CPF-ANT
                 PERFORM P-IMP-SUBTOTAL THRU P-IMP-SUBTOTAL-FIM
                 MOVE SD-CPF TO WS-CPF-ANT
                 PERFORM P-IMP-COND THRU P-IMP-COND-FIM.
           MOVE SD-PLACA     TO LD-PLACA
           MOVE SD-SEQ       TO LD-SEQ
           MOVE SD-DATA      TO LD-DATA
           MOVE SD-COD-INFRA TO LD-COD
           MOVE SD-PONTOS    TO LD-PONTOS
           MOVE LIN-DET TO LIN-RELPONT
           WRITE LIN-RELPONT.
           ADD SD-PONTOS TO WS-PTS-COND.
           ADD 1 TO WS-QTD-COND.
           GO TO P-IMPRIME-LOOP.
       P-IMPRIME-FIM.
           IF WS-PRIMEIRA = "N"
              PERFORM P-IMP-SUBTOTAL THRU P-IMP-SUBTOTAL-FIM.
           EXIT.

       P-IMP-COND.
           MOVE ZEROS TO WS-PTS-COND WS-QTD-COND.
           ADD 1 TO WS-QTD-CONDUT.
           MOVE WS-CPF-ANT TO PROP-DOC
           PERFORM R-VALIDA-PROP THRU R-VALIDA-PROP-FIM.
           IF WS-PROP-ACHADO NOT = "S"
              MOVE "*CONDUTOR FORA DO CADPROP*" TO WS-PROP-NOME.
           MOVE WS-CPF-ANT   TO LC-CPF
           MOVE WS-PROP-NOME TO LC-NOME
           MOVE LIN-COND TO LIN-RELPONT
           WRITE LIN-RELPONT.
       P-IMP-COND-FIM.
           EXIT.

      *    O NOME DO CONDUTOR CORRENTE CONTINUA EM WS-PROP-NOME ATE A
      *    QUEBRA (NENHUMA OUTRA LEITURA DO CADPROP NO INTERVALO).
       P-IMP-SUBTOTAL.
           MOVE WS-PTS-COND TO LS-PONTOS
           MOVE SPACES TO LS-AVISO.
           IF WS-PTS-COND NOT < WS-LIMITE
              MOVE "*** ATINGIU O LIMITE DE SUSPENSAO ***" TO LS-AVISO
              ADD 1 TO WS-QTD-SUSP
              IF WS-QTD-TAB < 500
                 ADD 1 TO WS-QTD-TAB
                 MOVE WS-CPF-ANT   TO WS-SUSP-CPF(WS-QTD-TAB)
                 MOVE WS-PROP-NOME TO WS-SUSP-NOME(WS-QTD-TAB)
                 MOVE WS-QTD-COND  TO WS-SUSP-QTD(WS-QTD-TAB)
                 MOVE WS-PTS-COND  TO WS-SUSP-PTS(WS-QTD-TAB).
           MOVE LIN-SUBTOT TO LIN-RELPONT
           WRITE LIN-RELPONT.
           MOVE LIN-BRANCO TO LIN-RELPONT
           WRITE LIN-RELPONT.
       P-IMP-SUBTOTAL-FIM.
           EXIT.

       R-IMP-SIT.
           MOVE LIN-SIT TO LIN-RELPONT
           WRITE LIN-RELPONT.
       R-IMP-SIT-FIM.
           EXIT.

           COPY CPYPROPB.
