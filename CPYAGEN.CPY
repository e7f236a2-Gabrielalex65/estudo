      *-----------------------------------------------------------------
      *    CAMPOS DE TRABALHO DA AGENDA DE VISTORIAS. USADOS POR
      *    R-BUSCA-AGENDA (CPYAGEB.CPY) E PELA BUSCA DE VAGA
      *    (CPYAGEP.CPY).
      *-----------------------------------------------------------------
      *    ANTECEDENCIA MINIMA (DIAS CORRIDOS) DO AGENDAMENTO NOTURNO,
      *    PARA A CARTA CHEGAR ANTES DA DATA, E LIMITE DA BUSCA DE VAGA
      *    EM DIAS UTEIS.
       01 WS-AGE-PRAZO      PIC 9(02) VALUE 07.
       01 WS-AGE-HORIZONTE  PIC 9(03) VALUE 060.
       01 WS-AGE-PLACA      PIC X(07) VALUE SPACES.
       01 WS-AGE-ACHADA     PIC X(01) VALUE "N".
       01 WS-AGE-CHAVE-ACH  PIC X(12) VALUE SPACES.
       01 WS-AGE-ORIGEM     PIC X(01) VALUE SPACES.
       01 WS-AGE-MOTIVO     PIC X(20) VALUE SPACES.
       01 WS-AGE-OPER       PIC X(08) VALUE SPACES.
       01 WS-AGE-HOJE       PIC 9(08) VALUE ZEROS.
      *    INSPETORES ATIVOS DA TABINSP, NA ORDEM DO CODIGO.
       01 WS-TAB-INSP.
          03 WS-INSP-ENT OCCURS 20.
             05 WS-INSP-COD    PIC 9(02).
             05 WS-INSP-NOME   PIC X(30).
             05 WS-INSP-CAPAC  PIC 9(02).
       01 WS-QTD-INSP       PIC 9(02) VALUE ZEROS.
      *    POSICAO CORRENTE DA BUSCA DE VAGA: DIA, INSPETOR, VAGA.
       01 WS-AGE-CUR-DATA.
          03 WS-AGE-CUR-ANO    PIC 9(04).
          03 WS-AGE-CUR-MES    PIC 9(02).
          03 WS-AGE-CUR-DIA    PIC 9(02).
       01 WS-AGE-CUR-IND    PIC 9(02) VALUE ZEROS.
       01 WS-AGE-CUR-VAGA   PIC 9(02) VALUE ZEROS.
      *    DIA DA SEMANA DA DATA CORRENTE: 1 = DOMINGO ... 7 = SABADO.
       01 WS-AGE-DSEM       PIC 9(01) VALUE ZEROS.
       01 WS-AGE-ULT-DIA    PIC 9(02) VALUE ZEROS.
       01 WS-AGE-DIAS       PIC 9(03) VALUE ZEROS.
       01 WS-AGE-VAGA-OK    PIC X(01) VALUE "N".
       01 WS-AGE-REGRAVA    PIC X(01) VALUE "N".
       01 WS-AGE-INSP-NOME  PIC X(30) VALUE SPACES.
       01 WS-AGE-MIN        PIC 9(03) VALUE ZEROS.
       01 WS-AGE-HORA-ED.
          03 WS-AGE-HH         PIC 9(02).
          03 FILLER            PIC X(01) VALUE ":".
          03 WS-AGE-MM         PIC 9(02).
       01 WS-AGE-DATA-R.
          03 WS-AGE-R-ANO      PIC 9(04).
          03 WS-AGE-R-MES      PIC 9(02).
          03 WS-AGE-R-DIA      PIC 9(02).
       01 WS-AGE-DATA-ED.
          03 WS-AGE-E-DIA      PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 WS-AGE-E-MES      PIC 9(02).
          03 FILLER            PIC X(01) VALUE "/".
          03 WS-AGE-E-ANO      PIC 9(04).
       01 WS-AGE-Z-ANO      PIC 9(04) VALUE ZEROS.
       01 WS-AGE-Z-MES      PIC 9(02) VALUE ZEROS.
       01 WS-AGE-Z-K        PIC 9(02) VALUE ZEROS.
       01 WS-AGE-Z-J        PIC 9(02) VALUE ZEROS.
       01 WS-AGE-Z-T1       PIC 9(03) VALUE ZEROS.
       01 WS-AGE-Z-T2       PIC 9(02) VALUE ZEROS.
       01 WS-AGE-Z-T3       PIC 9(02) VALUE ZEROS.
       01 WS-AGE-Z-SOMA     PIC 9(05) VALUE ZEROS.
       01 WS-AGE-Z-QUOC     PIC 9(05) VALUE ZEROS.
       01 WS-AGE-Z-RESTO    PIC 9(02) VALUE ZEROS.
