       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR128.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * RECUPERACAO DOS ARQUIVOS INDEXADOS  *
      * APOS A RECARGA DO BACKUP (PROGR103):*
      * REAPLICA O DIARIO DE ALTERACOES     *
      * (JORNAL.LOG) ATE A DATA/HORA LIMITE *
      **************************************
      *    RODAR LOGO DEPOIS DO PROGR103 FUNCAO R, COM OS PROGRAMAS
      *    DE BALCAO PARADOS. O JORNAL.LOG E LIDO NA ORDEM EM QUE FOI
      *    GRAVADO E CADA ENTRADA E REFEITA NO SEU ARQUIVO (CADVEIC,
      *    CADLIC, HISTPROP, CADPROP OU CADMULT). ANTES DE APLICAR, A
      *    IMAGEM ANTERIOR DA ENTRADA E CONFERIDA COM O REGISTRO QUE
      *    ESTA NO ARQUIVO (NA INCLUSAO, O REGISTRO NAO PODE EXISTIR):
      *    A PRIMEIRA DIVERGENCIA PARA A RECUPERACAO, POIS TUDO O QUE
      *    VEM DEPOIS NO DIARIO PARTE DAQUELE REGISTRO.
      *    AO FIM, RODAR UMA DESCARGA (PROGR103 FUNCAO U) ANTES DE
      *    LIBERAR O SISTEMA, PARA O BACKUP E O DIARIO RECOMECAREM
      *    JUNTOS A PARTIR DOS ARQUIVOS RECUPERADOS.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYHSEL.
           COPY CPYPSEL.
           COPY CPYLSEL.
           COPY CPYMUSEL.
           COPY CPYJOSEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYHFD.
           COPY CPYPFD.
           COPY CPYLFD.
           COPY CPYMUFD.
           COPY CPYJOFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO2       PIC X(02) VALUE "00".
       01 ST-ERRO6       PIC X(02) VALUE "00".
       01 ST-ERRO7       PIC X(02) VALUE "00".
       01 ST-ERRO12      PIC X(02) VALUE "00".
       01 ST-ERRO26      PIC X(02) VALUE "00".
       01 W-OPCAO        PIC X(01) VALUE SPACES.
      *    LIMITE DA RECUPERACAO: ENTRADAS GRAVADAS DEPOIS DELE NAO
      *    SAO APLICADAS. A HORA DIGITADA (HHMMSS) VALE ATE O FIM
      *    DAQUELE SEGUNDO.
       01 WS-LIM-DATA    PIC 9(08) VALUE ZEROS.
       01 WS-LIM-HHMMSS  PIC 9(06) VALUE ZEROS.
       01 WS-LIM-HORA    PIC 9(08) VALUE ZEROS.
      *    REGISTRO COMO ESTA NO ARQUIVO, NO TAMANHO DAS IMAGENS DO
      *    DIARIO, PARA A CONFERENCIA COM JOR-ANTES.
       01 WS-REG-ATUAL   PIC X(120) VALUE SPACES.
       01 WS-ACHOU       PIC X(01) VALUE "N".
       01 WS-CHAVE       PIC X(14) VALUE SPACES.
       01 WS-MOTIVO      PIC X(40) VALUE SPACES.
       01 WS-ST-GRAV     PIC X(02) VALUE "00".
       01 WS-CONT-LIDOS  PIC 9(06) VALUE ZEROS.
       01 WS-CONT-APOS   PIC 9(06) VALUE ZEROS.
       01 WS-APL-VEIC    PIC 9(06) VALUE ZEROS.
       01 WS-APL-LIC     PIC 9(06) VALUE ZEROS.
       01 WS-APL-HIST    PIC 9(06) VALUE ZEROS.
       01 WS-APL-PROP    PIC 9(06) VALUE ZEROS.
       01 WS-APL-MULT    PIC 9(06) VALUE ZEROS.
       01 WS-APL-TOTAL   PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           DISPLAY "RECUPERACAO PELO DIARIO DE ALTERACOES (JORNAL.LOG)".
           DISPLAY "RODE SOMENTE APOS A RECARGA DO BACKUP (PROGR103 R)".
       R0-DATA.
           MOVE ZEROS TO WS-LIM-DATA.
           DISPLAY "DATA LIMITE (AAAAMMDD, ZEROS=TODO O DIARIO):".
           ACCEPT WS-LIM-DATA.
           IF WS-LIM-DATA IS NOT NUMERIC
              DISPLAY "DATA INVALIDA"
              GO TO R0-DATA.
           IF WS-LIM-DATA = ZEROS
              MOVE 99999999 TO WS-LIM-DATA WS-LIM-HORA
              GO TO R0-CONFIRMA.
       R0-HORA.
           MOVE ZEROS TO WS-LIM-HHMMSS.
           DISPLAY "HORA LIMITE (HHMMSS):".
           ACCEPT WS-LIM-HHMMSS.
           IF WS-LIM-HHMMSS IS NOT NUMERIC
              DISPLAY "HORA INVALIDA"
              GO TO R0-HORA.
           COMPUTE WS-LIM-HORA = WS-LIM-HHMMSS * 100 + 99.
       R0-CONFIRMA.
           DISPLAY "CONFIRMA A REAPLICACAO SOBRE OS ARQUIVOS (S/N):".
           ACCEPT W-OPCAO.
           IF W-OPCAO NOT = "S" AND W-OPCAO NOT = "s"
              DISPLAY "RECUPERACAO NAO EXECUTADA"
              STOP RUN.
           OPEN INPUT JORNAL
           IF ST-ERRO26 = "35"
              DISPLAY "JORNAL.LOG AUSENTE - NADA A REAPLICAR"
              STOP RUN.
           IF ST-ERRO26 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO JORNAL.LOG: " ST-ERRO26
              STOP RUN.
           OPEN I-O CADVEIC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC: " ST-ERRO
              DISPLAY "RECUPERACAO NAO EXECUTADA"
              STOP RUN.
           OPEN I-O CADLIC
           IF ST-ERRO7 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADLIC: " ST-ERRO7
              DISPLAY "RECUPERACAO NAO EXECUTADA"
              STOP RUN.
           OPEN I-O HISTPROP
           IF ST-ERRO2 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO HISTPROP: " ST-ERRO2
              DISPLAY "RECUPERACAO NAO EXECUTADA"
              STOP RUN.
           OPEN I-O CADPROP
           IF ST-ERRO6 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADPROP: " ST-ERRO6
              DISPLAY "RECUPERACAO NAO EXECUTADA"
              STOP RUN.
           OPEN I-O CADMULT
           IF ST-ERRO12 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADMULT: " ST-ERRO12
              DISPLAY "RECUPERACAO NAO EXECUTADA"
              STOP RUN.

      *------[ UMA ENTRADA DO DIARIO POR VEZ, NA ORDEM DE GRAVACAO ]----
       R1.
           READ JORNAL
               AT END
                  GO TO R-FIM
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.
           IF JOR-DATA > WS-LIM-DATA
              GO TO R-APOS-LIMITE.
           IF JOR-DATA = WS-LIM-DATA AND JOR-HORA > WS-LIM-HORA
              GO TO R-APOS-LIMITE.
           MOVE SPACES TO WS-MOTIVO WS-CHAVE.
           EVALUATE JOR-ARQUIVO
              WHEN "CADVEIC"
                 PERFORM R-APL-VEIC THRU R-APL-VEIC-FIM
              WHEN "CADLIC"
                 PERFORM R-APL-LIC THRU R-APL-LIC-FIM
              WHEN "HISTPROP"
                 PERFORM R-APL-HIST THRU R-APL-HIST-FIM
              WHEN "CADPROP"
                 PERFORM R-APL-PROP THRU R-APL-PROP-FIM
              WHEN "CADMULT"
                 PERFORM R-APL-MULT THRU R-APL-MULT-FIM
              WHEN OTHER
                 MOVE "ARQUIVO DESCONHECIDO NO DIARIO" TO WS-MOTIVO
           END-EVALUATE.
           IF WS-MOTIVO NOT = SPACES
              GO TO R-DIVERGE.
           GO TO R1.

      *------[ ENTRADAS DEPOIS DO LIMITE: SO CONTADAS ]-----------------
       R-APOS-LIMITE.
           ADD 1 TO WS-CONT-APOS.
           READ JORNAL
               AT END
                  GO TO R-FIM
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.
           GO TO R-APOS-LIMITE.

      *------[ CADVEIC (REGVEIC.DAT) ]----------------------------------
       R-APL-VEIC.
           IF JOR-INCLUSAO
              MOVE JOR-DEPOIS TO REGVEIC
           ELSE
              MOVE JOR-ANTES TO REGVEIC.
           MOVE PLACA TO WS-CHAVE
           MOVE SPACES TO WS-REG-ATUAL
           MOVE "S" TO WS-ACHOU.
           READ CADVEIC
               INVALID KEY
                  MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                  MOVE REGVEIC TO WS-REG-ATUAL
           END-READ.
           PERFORM R-CONFERE-ANTES THRU R-CONFERE-ANTES-FIM.
           IF WS-MOTIVO NOT = SPACES
              GO TO R-APL-VEIC-FIM.
           EVALUATE TRUE
              WHEN JOR-INCLUSAO
                 MOVE JOR-DEPOIS TO REGVEIC
                 WRITE REGVEIC
              WHEN JOR-ALTERACAO
                 MOVE JOR-DEPOIS TO REGVEIC
                 REWRITE REGVEIC
              WHEN JOR-EXCLUSAO
                 DELETE CADVEIC RECORD
           END-EVALUATE.
           MOVE ST-ERRO TO WS-ST-GRAV.
           PERFORM R-CONFERE-GRAV THRU R-CONFERE-GRAV-FIM.
           IF WS-MOTIVO = SPACES
              ADD 1 TO WS-APL-VEIC.
       R-APL-VEIC-FIM.
           EXIT.

      *------[ CADLIC (CADLIC.DAT) ]------------------------------------
       R-APL-LIC.
           IF JOR-INCLUSAO
              MOVE JOR-DEPOIS TO REGLIC
           ELSE
              MOVE JOR-ANTES TO REGLIC.
           MOVE LIC-CHAVE TO WS-CHAVE
           MOVE SPACES TO WS-REG-ATUAL
           MOVE "S" TO WS-ACHOU.
           READ CADLIC
               INVALID KEY
                  MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                  MOVE REGLIC TO WS-REG-ATUAL
           END-READ.
           PERFORM R-CONFERE-ANTES THRU R-CONFERE-ANTES-FIM.
           IF WS-MOTIVO NOT = SPACES
              GO TO R-APL-LIC-FIM.
           EVALUATE TRUE
              WHEN JOR-INCLUSAO
                 MOVE JOR-DEPOIS TO REGLIC
                 WRITE REGLIC
              WHEN JOR-ALTERACAO
                 MOVE JOR-DEPOIS TO REGLIC
                 REWRITE REGLIC
              WHEN JOR-EXCLUSAO
                 DELETE CADLIC RECORD
           END-EVALUATE.
           MOVE ST-ERRO7 TO WS-ST-GRAV.
           PERFORM R-CONFERE-GRAV THRU R-CONFERE-GRAV-FIM.
           IF WS-MOTIVO = SPACES
              ADD 1 TO WS-APL-LIC.
       R-APL-LIC-FIM.
           EXIT.

      *------[ HISTPROP (HISTPROP.DAT) ]--------------------------------
       R-APL-HIST.
           IF JOR-INCLUSAO
              MOVE JOR-DEPOIS TO REGHISTPROP
           ELSE
              MOVE JOR-ANTES TO REGHISTPROP.
           MOVE HIST-CHAVE TO WS-CHAVE
           MOVE SPACES TO WS-REG-ATUAL
           MOVE "S" TO WS-ACHOU.
           READ HISTPROP
               INVALID KEY
                  MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                  MOVE REGHISTPROP TO WS-REG-ATUAL
           END-READ.
           PERFORM R-CONFERE-ANTES THRU R-CONFERE-ANTES-FIM.
           IF WS-MOTIVO NOT = SPACES
              GO TO R-APL-HIST-FIM.
           EVALUATE TRUE
              WHEN JOR-INCLUSAO
                 MOVE JOR-DEPOIS TO REGHISTPROP
                 WRITE REGHISTPROP
              WHEN JOR-ALTERACAO
                 MOVE JOR-DEPOIS TO REGHISTPROP
                 REWRITE REGHISTPROP
              WHEN JOR-EXCLUSAO
                 DELETE HISTPROP RECORD
           END-EVALUATE.
           MOVE ST-ERRO2 TO WS-ST-GRAV.
           PERFORM R-CONFERE-GRAV THRU R-CONFERE-GRAV-FIM.
           IF WS-MOTIVO = SPACES
              ADD 1 TO WS-APL-HIST.
       R-APL-HIST-FIM.
           EXIT.

      *------[ CADPROP (CADPROP.DAT) ]----------------------------------
       R-APL-PROP.
           IF JOR-INCLUSAO
              MOVE JOR-DEPOIS TO REGPROP
           ELSE
              MOVE JOR-ANTES TO REGPROP.
           MOVE PROP-DOC TO WS-CHAVE
           MOVE SPACES TO WS-REG-ATUAL
           MOVE "S" TO WS-ACHOU.
           READ CADPROP
               INVALID KEY
                  MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                  MOVE REGPROP TO WS-REG-ATUAL
           END-READ.
           PERFORM R-CONFERE-ANTES THRU R-CONFERE-ANTES-FIM.
           IF WS-MOTIVO NOT = SPACES
              GO TO R-APL-PROP-FIM.
           EVALUATE TRUE
              WHEN JOR-INCLUSAO
                 MOVE JOR-DEPOIS TO REGPROP
                 WRITE REGPROP
              WHEN JOR-ALTERACAO
                 MOVE JOR-DEPOIS TO REGPROP
                 REWRITE REGPROP
              WHEN JOR-EXCLUSAO
                 DELETE CADPROP RECORD
           END-EVALUATE.
           MOVE ST-ERRO6 TO WS-ST-GRAV.
           PERFORM R-CONFERE-GRAV THRU R-CONFERE-GRAV-FIM.
           IF WS-MOTIVO = SPACES
              ADD 1 TO WS-APL-PROP.
       R-APL-PROP-FIM.
           EXIT.

      *------[ CADMULT (CADMULT.DAT) ]----------------------------------
       R-APL-MULT.
           IF JOR-INCLUSAO
              MOVE JOR-DEPOIS TO REGMULT
           ELSE
              MOVE JOR-ANTES TO REGMULT.
           MOVE MULT-CHAVE TO WS-CHAVE
           MOVE SPACES TO WS-REG-ATUAL
           MOVE "S" TO WS-ACHOU.
           READ CADMULT
               INVALID KEY
                  MOVE "N" TO WS-ACHOU
               NOT INVALID KEY
                  MOVE REGMULT TO WS-REG-ATUAL
           END-READ.
           PERFORM R-CONFERE-ANTES THRU R-CONFERE-ANTES-FIM.
           IF WS-MOTIVO NOT = SPACES
              GO TO R-APL-MULT-FIM.
           EVALUATE TRUE
              WHEN JOR-INCLUSAO
                 MOVE JOR-DEPOIS TO REGMULT
                 WRITE REGMULT
              WHEN JOR-ALTERACAO
                 MOVE JOR-DEPOIS TO REGMULT
                 REWRITE REGMULT
              WHEN JOR-EXCLUSAO
                 DELETE CADMULT RECORD
           END-EVALUATE.
           MOVE ST-ERRO12 TO WS-ST-GRAV.
           PERFORM R-CONFERE-GRAV THRU R-CONFERE-GRAV-FIM.
           IF WS-MOTIVO = SPACES
              ADD 1 TO WS-APL-MULT.
       R-APL-MULT-FIM.
           EXIT.

      *------[ CONFERENCIA DA IMAGEM ANTERIOR ]-------------------------
      *    ENTRADA: WS-ACHOU E WS-REG-ATUAL (REGISTRO LIDO PELA CHAVE
      *    DA ENTRADA). A INCLUSAO EXIGE QUE O REGISTRO NAO EXISTA; A
      *    ALTERACAO E A EXCLUSAO EXIGEM O REGISTRO IGUAL A JOR-ANTES.
      *    SAIDA..: WS-MOTIVO EM BRANCO QUANDO A ENTRADA PODE SER
      *    APLICADA.
       R-CONFERE-ANTES.
           MOVE SPACES TO WS-MOTIVO.
           EVALUATE TRUE
              WHEN JOR-INCLUSAO
                 IF WS-ACHOU = "S"
                    MOVE "INCLUSAO DE REGISTRO JA EXISTENTE"
                       TO WS-MOTIVO
                 END-IF
              WHEN JOR-ALTERACAO
              WHEN JOR-EXCLUSAO
                 IF WS-ACHOU NOT = "S"
                    MOVE "REGISTRO NAO ENCONTRADO NO ARQUIVO"
                       TO WS-MOTIVO
                 ELSE
                    IF WS-REG-ATUAL NOT = JOR-ANTES
                       MOVE "IMAGEM ANTERIOR NAO CONFERE"
                          TO WS-MOTIVO
                    END-IF
                 END-IF
              WHEN OTHER
                 MOVE "OPERACAO INVALIDA NO DIARIO" TO WS-MOTIVO
           END-EVALUATE.
       R-CONFERE-ANTES-FIM.
           EXIT.

      *------[ CONFERENCIA DO WRITE/REWRITE/DELETE ]--------------------
      *    ENTRADA: WS-ST-GRAV COM O FILE STATUS DO ARQUIVO APLICADO.
       R-CONFERE-GRAV.
           IF WS-ST-GRAV NOT = "00" AND WS-ST-GRAV NOT = "02"
              MOVE "ERRO NA GRAVACAO DO ARQUIVO" TO WS-MOTIVO.
       R-CONFERE-GRAV-FIM.
           EXIT.

      *------[ PRIMEIRA DIVERGENCIA: PARA A RECUPERACAO ]---------------
      *    AS ENTRADAS ANTERIORES FICAM APLICADAS. PARA TENTAR DE NOVO
      *    E PRECISO RECARREGAR O BACKUP, POIS O DIARIO SEMPRE PARTE
      *    DELE.
       R-DIVERGE.
           CLOSE JORNAL CADVEIC CADLIC HISTPROP CADPROP CADMULT.
           DISPLAY "*** DIVERGENCIA NA ENTRADA " WS-CONT-LIDOS
                   " DO JORNAL.LOG ***".
           DISPLAY "ARQUIVO..: " JOR-ARQUIVO
                   "  OPERACAO: " JOR-OPERACAO
                   "  CHAVE: " WS-CHAVE.
           DISPLAY "GRAVADA..: " JOR-DATA " " JOR-HORA
                   "  POR " JOR-OPERADOR " (" JOR-PROGRAMA ")".
           DISPLAY "MOTIVO...: " WS-MOTIVO.
           IF WS-MOTIVO = "ERRO NA GRAVACAO DO ARQUIVO"
              DISPLAY "STATUS...: " WS-ST-GRAV.
           PERFORM R-TOTAIS THRU R-TOTAIS-FIM.
           DISPLAY "*** RECUPERACAO INTERROMPIDA ***".
           DISPLAY "CORRIJA A CAUSA, RECARREGUE O BACKUP (PROGR103 R) "
                   "E RODE DE NOVO".
           STOP RUN.

       R-FIM.
           CLOSE JORNAL CADVEIC CADLIC HISTPROP CADPROP CADMULT.
           PERFORM R-TOTAIS THRU R-TOTAIS-FIM.
           DISPLAY "ENTRADAS APOS O LIMITE......: " WS-CONT-APOS.
           DISPLAY "RECUPERACAO CONCLUIDA".
           DISPLAY "RODE A DESCARGA (PROGR103 U) ANTES DE LIBERAR O "
                   "SISTEMA".
           STOP RUN.

      *------[ QUANTIDADE DE ALTERACOES APLICADAS POR ARQUIVO ]---------
       R-TOTAIS.
           COMPUTE WS-APL-TOTAL = WS-APL-VEIC + WS-APL-LIC
                                + WS-APL-HIST + WS-APL-PROP
                                + WS-APL-MULT.
           DISPLAY "ENTRADAS LIDAS DO JORNAL.LOG: " WS-CONT-LIDOS.
           DISPLAY "APLICADAS EM CADVEIC........: " WS-APL-VEIC.
           DISPLAY "APLICADAS EM CADLIC.........: " WS-APL-LIC.
           DISPLAY "APLICADAS EM HISTPROP.......: " WS-APL-HIST.
           DISPLAY "APLICADAS EM CADPROP........: " WS-APL-PROP.
           DISPLAY "APLICADAS EM CADMULT........: " WS-APL-MULT.
           DISPLAY "TOTAL APLICADO..............: " WS-APL-TOTAL.
       R-TOTAIS-FIM.
           EXIT.
