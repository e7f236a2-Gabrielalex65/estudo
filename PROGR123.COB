       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGR123.
      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * CONVERSAO (EXECUCAO UNICA) DO       *
      * CADMULT.DAT DO LAYOUT ANTIGO SEM    *
      * CONDUTOR PARA O LAYOUT ATUAL COM    *
      * CPF DO CONDUTOR E PONTUACAO         *
      **************************************
      *    O ARQUIVO GRAVADO COM O LAYOUT ANTIGO NAO ABRE SOB O FD
      *    ATUAL (STATUS 39 - TAMANHO DE REGISTRO DIFERENTE). ESTE
      *    UTILITARIO LE O CADMULT.DAT ANTIGO E GRAVA CADMULT.NEW JA
      *    NO LAYOUT ATUAL: O CPF DO CONDUTOR ASSUME O DOCPROP DO
      *    VEICULO E OS PONTOS VEM DA TABINFRA (CARREGAR A TABELA NO
      *    PROGR96 ANTES DE RODAR). MULTAS DE PLACA FORA DO CADVEIC
      *    OU DE CODIGO FORA DA TABELA SAO GRAVADAS ASSIM MESMO, COM
      *    CPF EM BRANCO / PONTOS ZERADOS, E CONTADAS A PARTE. APOS
      *    CONFERIR, SUBSTITUIR CADMULT.DAT POR CADMULT.NEW E GUARDAR
      *    O ANTIGO COMO COPIA.
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
             DECIMAL-POINT IS COMMA.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           COPY CPYVSEL.
           COPY CPYINSEL.
           SELECT MULTVELHO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS ANT-CHAVE
                    FILE STATUS  IS ST-ERRO12.
           SELECT MULTNOVO ASSIGN TO DISK
                    ORGANIZATION IS INDEXED
                    ACCESS MODE  IS DYNAMIC
                    RECORD KEY   IS NOV-CHAVE
                    FILE STATUS  IS ST-ERRO9.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
       FILE SECTION.
           COPY CPYVFD.
           COPY CPYINFD.
      *
      *    LAYOUT ANTIGO DO CADMULT.DAT (42 BYTES), COMO ERA ANTES DO
      *    CPF DO CONDUTOR E DA PONTUACAO.
       FD MULTVELHO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULT.DAT".
       01 REGVELHO.
          03 ANT-CHAVE.
             05 ANT-PLACA.
                07 ANT-LETRAP      PIC X(03).
                07 ANT-NUMEROP     PIC X(04).
             05 ANT-SEQ            PIC 9(04).
          03 ANT-DATA              PIC 9(08).
          03 ANT-COD-INFRA         PIC X(05).
          03 ANT-VALOR             PIC 9(07)V99.
          03 ANT-SITUACAO          PIC X(01).
          03 ANT-DATA-PGTO         PIC 9(08).
      *
      *    LAYOUT ATUAL (O MESMO DE CPYMUFD.CPY), GRAVADO EM
      *    CADMULT.NEW PARA NAO TOCAR NO ARQUIVO ORIGINAL.
       FD MULTNOVO
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADMULT.NEW".
       01 REGNOVO.
          03 NOV-CHAVE.
             05 NOV-PLACA.
                07 NOV-LETRAP      PIC X(03).
                07 NOV-NUMEROP     PIC X(04).
             05 NOV-SEQ            PIC 9(04).
          03 NOV-DATA              PIC 9(08).
          03 NOV-COD-INFRA         PIC X(05).
          03 NOV-VALOR             PIC 9(07)V99.
          03 NOV-SITUACAO          PIC X(01).
          03 NOV-DATA-PGTO         PIC 9(08).
          03 NOV-CPF-COND          PIC X(14).
          03 NOV-PONTOS            PIC 9(02).
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO        PIC X(02) VALUE "00".
       01 ST-ERRO9       PIC X(02) VALUE "00".
       01 ST-ERRO12      PIC X(02) VALUE "00".
       01 ST-ERRO23      PIC X(02) VALUE "00".
       01 WS-CONT-LIDOS  PIC 9(06) VALUE ZEROS.
       01 WS-CONT-GRAV   PIC 9(06) VALUE ZEROS.
       01 WS-CONT-SEMVEIC PIC 9(06) VALUE ZEROS.
       01 WS-CONT-SEMINF PIC 9(06) VALUE ZEROS.

      *-----------------------------------------------------------------
       PROCEDURE DIVISION.
       R0.
           OPEN INPUT MULTVELHO
           IF ST-ERRO12 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO CADMULT.DAT ANTIGO: "
                      ST-ERRO12
              DISPLAY "CONVERSAO NAO EXECUTADA"
              STOP RUN.
           OPEN INPUT CADVEIC
           IF ST-ERRO NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO CADVEIC: " ST-ERRO
              DISPLAY "CONVERSAO NAO EXECUTADA"
              STOP RUN.
           OPEN INPUT TABINFRA
           IF ST-ERRO23 NOT = "00"
              DISPLAY "ERRO NA ABERTURA DO ARQUIVO TABINFRA: "
                      ST-ERRO23
              DISPLAY "CADASTRE AS INFRACOES NO PROGR96"
              DISPLAY "CONVERSAO NAO EXECUTADA"
              STOP RUN.
           OPEN OUTPUT MULTNOVO
           IF ST-ERRO9 NOT = "00"
              DISPLAY "ERRO NA CRIACAO DO CADMULT.NEW: " ST-ERRO9
              STOP RUN.

       R1.
           READ MULTVELHO NEXT RECORD
               AT END
                  GO TO R-FIM
           END-READ.
           ADD 1 TO WS-CONT-LIDOS.
           MOVE ANT-LETRAP    TO NOV-LETRAP
           MOVE ANT-NUMEROP   TO NOV-NUMEROP
           MOVE ANT-SEQ       TO NOV-SEQ
           MOVE ANT-DATA      TO NOV-DATA
           MOVE ANT-COD-INFRA TO NOV-COD-INFRA
           MOVE ANT-VALOR     TO NOV-VALOR
           MOVE ANT-SITUACAO  TO NOV-SITUACAO
           MOVE ANT-DATA-PGTO TO NOV-DATA-PGTO.
           MOVE ANT-LETRAP    TO LETRAP
           MOVE ANT-NUMEROP   TO NUMEROP.
           READ CADVEIC
               INVALID KEY
                  MOVE SPACES TO NOV-CPF-COND
                  ADD 1 TO WS-CONT-SEMVEIC
               NOT INVALID KEY
                  MOVE DOCPROP TO NOV-CPF-COND
           END-READ.
           MOVE ANT-COD-INFRA TO INF-CODIGO.
           READ TABINFRA
               INVALID KEY
                  MOVE ZEROS TO NOV-PONTOS
                  ADD 1 TO WS-CONT-SEMINF
               NOT INVALID KEY
                  MOVE INF-PONTOS TO NOV-PONTOS
           END-READ.
           WRITE REGNOVO.
           ADD 1 TO WS-CONT-GRAV.
           GO TO R1.

       R-FIM.
           CLOSE MULTVELHO MULTNOVO CADVEIC TABINFRA.
           DISPLAY "REGISTROS LIDOS DO LAYOUT ANTIGO: " WS-CONT-LIDOS.
           DISPLAY "REGISTROS GRAVADOS NO LAYOUT NOVO: " WS-CONT-GRAV.
           DISPLAY "PLACA FORA DO CADVEIC (SEM CPF).: " WS-CONT-SEMVEIC.
           DISPLAY "CODIGO FORA DA TABINFRA (0 PTS).: " WS-CONT-SEMINF.
           IF WS-CONT-LIDOS NOT = WS-CONT-GRAV
              DISPLAY "*** CONTAGEM NAO CONFERE - NAO SUBSTITUA O "
                      "ARQUIVO ***"
              STOP RUN.
           DISPLAY "CONVERSAO OK - SUBSTITUA CADMULT.DAT POR "
                   "CADMULT.NEW".
           STOP RUN.
