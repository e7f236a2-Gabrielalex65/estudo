      *-----------------------------------------------------------------
      *    FD E LAYOUT DO DIARIO DE ALTERACOES (JORNAL.LOG)
      *    JOR-ARQUIVO.: ARQUIVO ALTERADO (CADVEIC, CADLIC, HISTPROP,
      *                  CADPROP OU CADMULT)
      *    JOR-OPERACAO: "I" = WRITE   "A" = REWRITE   "E" = DELETE
      *    JOR-ANTES...: REGISTRO COMO ESTAVA (BRANCO NA INCLUSAO)
      *    JOR-DEPOIS..: REGISTRO COMO FICOU (BRANCO NA EXCLUSAO)
      *    AS IMAGENS COMPORTAM O MAIOR REGISTRO (REGVEIC, 117 BYTES).
      *    O ARQUIVO E ZERADO PELO PROGR103 AO FIM DE CADA DESCARGA
      *    BEM SUCEDIDA, DE MODO QUE SO CONTEM O QUE MUDOU DESDE O
      *    ULTIMO BACKUP.
      *-----------------------------------------------------------------
       FD JORNAL
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "JORNAL.LOG".
       01 REGJORNAL.
          03 JOR-DATA            PIC 9(08).
          03 JOR-HORA            PIC 9(08).
          03 JOR-OPERADOR        PIC X(08).
          03 JOR-PROGRAMA        PIC X(08).
          03 JOR-ARQUIVO         PIC X(08).
          03 JOR-OPERACAO        PIC X(01).
             88 JOR-INCLUSAO     VALUE "I".
             88 JOR-ALTERACAO    VALUE "A".
             88 JOR-EXCLUSAO     VALUE "E".
          03 JOR-ANTES           PIC X(120).
          03 JOR-DEPOIS          PIC X(120).
