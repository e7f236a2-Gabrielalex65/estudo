      *-----------------------------------------------------------------
      *    FD E LAYOUT DA AGENDA DE VISTORIAS (CADAGEN.DAT)
      *    AGE-SITUACAO: "M" = MARCADO     "R" = REALIZADO (PROGR109)
      *                  "F" = FALTOU      "C" = CANCELADO
      *    AGE-ORIGEM..: "N" = AGENDAMENTO NOTURNO (PROGR125)
      *                  "B" = BALCAO (PROGR126)
      *    VAGA CANCELADA PODE SER REAPROVEITADA POR OUTRO VEICULO.
      *-----------------------------------------------------------------
       FD CADAGEN
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADAGEN.DAT".
       01 REGAGEN.
          03 AGE-CHAVE.
             05 AGE-DATA           PIC 9(08).
             05 AGE-INSP           PIC 9(02).
             05 AGE-VAGA           PIC 9(02).
          03 AGE-PLACA.
             05 AGE-LETRAP         PIC X(03).
             05 AGE-NUMEROP        PIC X(04).
          03 AGE-SITUACAO          PIC X(01).
             88 AGE-MARCADO        VALUE "M".
             88 AGE-REALIZADO      VALUE "R".
             88 AGE-FALTOU         VALUE "F".
             88 AGE-CANCELADO      VALUE "C".
          03 AGE-ORIGEM            PIC X(01).
          03 AGE-MOTIVO            PIC X(20).
          03 AGE-DATA-MARC         PIC 9(08).
          03 AGE-OPER-MARC         PIC X(08).
          03 AGE-DATA-BAIXA        PIC 9(08).
          03 AGE-OPER-BAIXA        PIC X(08).
          03 AGE-VIST-SEQ          PIC 9(04).
