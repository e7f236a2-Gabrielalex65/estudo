      *-----------------------------------------------------------------
      *    FD E LAYOUT DO CADASTRO DE RESTRICOES DE VEICULO
      *    (CADREST.DAT)
      *    REST-TIPO......: "R" = ROUBO/FURTO
      *                     "A" = ALIENACAO FIDUCIARIA (REST-CREDOR =
      *                           BANCO CREDOR)
      *                     "J" = ORDEM JUDICIAL
      *    REST-DOCUMENTO.: REFERENCIA DO DOCUMENTO DA INCLUSAO (B.O.,
      *                     CONTRATO, OFICIO/PROCESSO)
      *    REST-DATA-BAIXA: ZERO = RESTRICAO VIGENTE; PREENCHIDA NO
      *                     LEVANTAMENTO, COM O DOCUMENTO DA BAIXA.
      *-----------------------------------------------------------------
       FD CADREST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADREST.DAT".
       01 REGREST.
          03 REST-CHAVE.
             05 REST-PLACA.
                07 REST-LETRAP     PIC X(03).
                07 REST-NUMEROP    PIC X(04).
             05 REST-SEQ           PIC 9(04).
          03 REST-TIPO             PIC X(01).
             88 REST-ROUBO         VALUE "R".
             88 REST-ALIENACAO     VALUE "A".
             88 REST-JUDICIAL      VALUE "J".
          03 REST-CREDOR           PIC X(30).
          03 REST-DOCUMENTO        PIC X(30).
          03 REST-DATA-INCL        PIC 9(08).
          03 REST-OPER-INCL        PIC X(08).
          03 REST-DATA-BAIXA       PIC 9(08).
             88 REST-VIGENTE       VALUE ZEROS.
          03 REST-DOC-BAIXA        PIC X(30).
          03 REST-OPER-BAIXA       PIC X(08).
