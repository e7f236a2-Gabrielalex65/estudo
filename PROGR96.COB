      *AUTHOR. GABRIEL ALEX MARTINS FERREIRA.
      **************************************
      * MANUTENCAO DAS TABELAS DE MARCA,   *
      * COR, VALORES DO LICENCIAMENTO,     *
      * INFRACOES DE TRANSITO E INSPETORES *
      * DE VISTORIA (TABMARCA / TABCOR /   *
      * TABVALIC / TABINFRA / TABINSP)     *
      **************************************
      *----------------------------------------------------------------
       ENVIRONMENT DIVISION.
           COPY CPYMSEL.
           COPY CPYCSEL.
           COPY CPYTVSEL.
           COPY CPYINSEL.
           COPY CPYISSEL.
      *
      *-----------------------------------------------------------------
       DATA DIVISION.
           COPY CPYMFD.
           COPY CPYCFD.
           COPY CPYTVFD.
           COPY CPYINFD.
           COPY CPYISFD.
      *
      *-----------------------------------------------------------------
       WORKING-STORAGE SECTION.
       01 ST-ERRO3       PIC X(02) VALUE "00".
       01 ST-ERRO4       PIC X(02) VALUE "00".
       01 ST-ERRO10      PIC X(02) VALUE "00".
       01 ST-ERRO23      PIC X(02) VALUE "00".
       01 ST-ERRO24      PIC X(02) VALUE "00".
       01 W-MARCA-DESC-TMP PIC X(20) VALUE SPACES.
       01 W-COR-DESC-TMP   PIC X(14) VALUE SPACES.
       01 W-VLR-IPVA-ED  PIC Z.ZZZ.ZZ9,99.
       01 W-VLR-TAXA-ED  PIC ZZ.ZZ9,99.
       01 W-VLR-INF-ED   PIC Z.ZZZ.ZZ9,99.
       01 W-INF-DESC-TMP PIC X(40) VALUE SPACES.
       01 W-INF-NOVA     PIC X(01) VALUE "N".
       01 W-INSP-NOME-TMP PIC X(30) VALUE SPACES.
       01 W-INSP-NOVO    PIC X(01) VALUE "N".

           COPY CPYMARCA.

              ELSE
                 DISPLAY "ERRO ABERTURA TABVALIC.DAT: " ST-ERRO10
                 STOP RUN.
           OPEN I-O TABINFRA
           IF ST-ERRO23 NOT = "00"
              IF ST-ERRO23 = "30"
                 OPEN OUTPUT TABINFRA
                 CLOSE TABINFRA
                 OPEN I-O TABINFRA
              ELSE
                 DISPLAY "ERRO ABERTURA TABINFRA.DAT: " ST-ERRO23
                 STOP RUN.
           OPEN I-O TABINSP
           IF ST-ERRO24 NOT = "00"
              IF ST-ERRO24 = "30"
                 OPEN OUTPUT TABINSP
                 CLOSE TABINSP
                 OPEN I-O TABINSP
              ELSE
                 DISPLAY "ERRO ABERTURA TABINSP.DAT: " ST-ERRO24
                 STOP RUN.

       R-MENU.
           DISPLAY (03, 20) "MANUTENCAO DE TABELAS - PROGR96".
           DISPLAY (06, 20) "1 - MANTER MARCAS".
           DISPLAY (07, 20) "2 - MANTER CORES".
           DISPLAY (08, 20) "3 - MANTER VALORES DE LICENCIAMENTO".
           DISPLAY (09, 20) "4 - MANTER INFRACOES DE TRANSITO".
           DISPLAY (10, 20) "5 - MANTER INSPETORES DE VISTORIA".
           DISPLAY (11, 20) "0 - SAIR".
           DISPLAY (12, 20) "OPCAO:".
           ACCEPT (12, 27) W-OPCAOMENU.
           EVALUATE W-OPCAOMENU
              WHEN "1" GO TO R-MARCA
              WHEN "2" GO TO R-COR
              WHEN "3" GO TO R-VALIC
              WHEN "4" GO TO R-INFRA
              WHEN "5" GO TO R-INSP
              WHEN "0" GO TO ROT-FIM
              WHEN OTHER
                 MOVE "*** OPCAO INVALIDA ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R-MENU.

      *------[ INCLUSAO / ALTERACAO DE INFRACAO DE TRANSITO ]----------
      *    GRAVIDADE: L = LEVE  M = MEDIA  G = GRAVE  X = GRAVISSIMA.
      *    O VALOR E DIGITADO SEM VIRGULA, COMO NOS VALORES DO
      *    LICENCIAMENTO. NA ALTERACAO, DESCRICAO EM BRANCO MANTEM A
      *    ATUAL; GRAVIDADE, PONTOS E VALOR SAO SEMPRE REDIGITADOS.
       R-INFRA.
           MOVE SPACES TO INF-CODIGO.
           DISPLAY (14, 20) "CODIGO DA INFRACAO (BRANCO=VOLTAR):".
           ACCEPT (14, 56) INF-CODIGO.
           IF INF-CODIGO = SPACES
              GO TO R-MENU.
           READ TABINFRA
               INVALID KEY
                  MOVE SPACES TO INF-DESC INF-GRAVIDADE
                  MOVE ZEROS TO INF-PONTOS INF-VALOR
                  MOVE "S" TO W-INF-NOVA
                  DISPLAY (15, 20) "** INCLUSAO DE NOVA INFRACAO **"
               NOT INVALID KEY
                  MOVE "N" TO W-INF-NOVA
                  MOVE INF-VALOR TO W-VLR-INF-ED
                  DISPLAY (15, 20) "ATUAL:"
                  DISPLAY (15, 27) INF-DESC
                  DISPLAY (20, 20) "GRAV./PONTOS/VALOR ATUAIS:"
                  DISPLAY (20, 47) INF-GRAVIDADE
                  DISPLAY (20, 50) INF-PONTOS
                  DISPLAY (20, 54) W-VLR-INF-ED
           END-READ.
       R-INFRA-DESC.
           MOVE SPACES TO W-INF-DESC-TMP.
           DISPLAY (16, 20) "DESCRICAO.:".
           ACCEPT (16, 32) W-INF-DESC-TMP.
           IF W-INF-DESC-TMP NOT = SPACES
              MOVE W-INF-DESC-TMP TO INF-DESC
           ELSE
              IF W-INF-NOVA = "S"
                 MOVE "*** DESCRICAO DA INFRACAO OBRIGATORIA ***"
                   TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R-INFRA-DESC.
       R-INFRA-GRAV.
           DISPLAY (17, 20) "GRAVIDADE (L/M/G/X=GRAVISSIMA):".
           ACCEPT (17, 53) INF-GRAVIDADE.
           IF NOT INF-GRAV-VALIDA
              MOVE "*** GRAVIDADE DEVE SER L, M, G OU X ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-INFRA-GRAV.
       R-INFRA-PONTOS.
           DISPLAY (18, 20) "PONTOS NO PRONTUARIO (99)......:".
           ACCEPT (18, 53) INF-PONTOS.
           IF INF-PONTOS IS NOT NUMERIC OR INF-PONTOS = ZEROS
              MOVE "*** PONTUACAO INVALIDA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-INFRA-PONTOS.
       R-INFRA-VALOR.
           DISPLAY (19, 20) "VALOR DA MULTA (9999999CC).....:".
           ACCEPT (19, 53) INF-VALOR.
           IF INF-VALOR IS NOT NUMERIC OR INF-VALOR = ZEROS
              MOVE "*** VALOR DA MULTA INVALIDO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-INFRA-VALOR.
       R-INFRA-CONF.
           DISPLAY (21, 20) "CONFIRMA A INFRACAO (S/N):".
           ACCEPT (21, 47) W-OPCAO.
           IF W-OPCAO NOT = "S"
              MOVE "*** INFRACAO NAO GRAVADA ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           WRITE REGINFRA
               INVALID KEY
                  REWRITE REGINFRA
           END-WRITE.
           MOVE "*** INFRACAO GRAVADA COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R-MENU.

      *------[ INCLUSAO / ALTERACAO DE INSPETOR DE VISTORIA ]-----------
      *    CAPACIDADE = VAGAS DE MEIA HORA POR DIA UTIL A PARTIR DAS
      *    08:00 (01-16). INSPETOR INATIVO (I) SAI DA DISTRIBUICAO DE
      *    NOVAS VAGAS; OS AGENDAMENTOS JA MARCADOS COM ELE FICAM.
      *    NA ALTERACAO, NOME EM BRANCO MANTEM O ATUAL.
       R-INSP.
           MOVE ZEROS TO INSP-CODIGO.
           DISPLAY (14, 20) "CODIGO DO INSPETOR (01-20, 0=VOLTAR):".
           ACCEPT (14, 58) INSP-CODIGO.
           IF INSP-CODIGO = ZEROS
              GO TO R-MENU.
           IF INSP-CODIGO IS NOT NUMERIC OR INSP-CODIGO > 20
              MOVE "*** CODIGO DEVE SER DE 01 A 20 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-INSP.
           READ TABINSP
               INVALID KEY
                  MOVE SPACES TO INSP-NOME INSP-SITUACAO
                  MOVE ZEROS TO INSP-CAPAC
                  MOVE "S" TO W-INSP-NOVO
                  DISPLAY (15, 20) "** INCLUSAO DE NOVO INSPETOR **"
               NOT INVALID KEY
                  MOVE "N" TO W-INSP-NOVO
                  DISPLAY (15, 20) "ATUAL:"
                  DISPLAY (15, 27) INSP-NOME
                  DISPLAY (20, 20) "CAPACIDADE/SITUACAO ATUAIS:"
                  DISPLAY (20, 48) INSP-CAPAC
                  DISPLAY (20, 51) INSP-SITUACAO
           END-READ.
       R-INSP-NOME.
           MOVE SPACES TO W-INSP-NOME-TMP.
           DISPLAY (16, 20) "NOME......:".
           ACCEPT (16, 32) W-INSP-NOME-TMP.
           IF W-INSP-NOME-TMP NOT = SPACES
              MOVE W-INSP-NOME-TMP TO INSP-NOME
           ELSE
              IF W-INSP-NOVO = "S"
                 MOVE "*** NOME DO INSPETOR OBRIGATORIO ***" TO MENS
                 PERFORM ROT-MENS THRU ROT-MENS-FIM
                 GO TO R-INSP-NOME.
       R-INSP-CAPAC.
           DISPLAY (17, 20) "VAGAS POR DIA UTIL (01-16).....:".
           ACCEPT (17, 53) INSP-CAPAC.
           IF INSP-CAPAC IS NOT NUMERIC OR INSP-CAPAC = ZEROS
              OR INSP-CAPAC > 16
              MOVE "*** CAPACIDADE DEVE SER DE 01 A 16 ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-INSP-CAPAC.
       R-INSP-SIT.
           DISPLAY (18, 20) "SITUACAO (A=ATIVO I=INATIVO)...:".
           ACCEPT (18, 53) INSP-SITUACAO.
           IF NOT INSP-ATIVO AND NOT INSP-INATIVO
              MOVE "*** SITUACAO DEVE SER A OU I ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-INSP-SIT.
       R-INSP-CONF.
           DISPLAY (21, 20) "CONFIRMA O INSPETOR (S/N):".
           ACCEPT (21, 47) W-OPCAO.
           IF W-OPCAO NOT = "S"
              MOVE "*** INSPETOR NAO GRAVADO ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-MENU.
           WRITE REGINSP
               INVALID KEY
                  REWRITE REGINSP
           END-WRITE.
           MOVE "*** INSPETOR GRAVADO COM SUCESSO ***" TO MENS
           PERFORM ROT-MENS THRU ROT-MENS-FIM
           GO TO R-MENU.

       ROT-FIM.
           CLOSE TABMARC TABCORM TABVALIC TABINFRA TABINSP.
           GOBACK.

      *---------[ ROTINA DE MENSAGEM ]---------------------
