      *-----------------------------------------------------------------
      *    FD E LAYOUT DO CONTROLE DE FORMULARIOS DE CRLV (CTLFORM.DAT)
      *    UM REGISTRO POR FORMULARIO RECEBIDO, GRAVADO NA ENTRADA DO
      *    LOTE NO ESTOQUE E ATUALIZADO A CADA USO.
      *    FORM-SITUACAO: "L" = LIVRE (EM ESTOQUE)   "E" = EMITIDO
      *                   "I" = INUTILIZADO        "C" = CANCELADO
      *    FORM-TIPO....: "1" = PRIMEIRA VIA      "2" = REIMPRESSAO
      *    FORM-MOTIVO..: MOTIVO DA REIMPRESSAO (OBRIGATORIO NA 2a VIA)
      *    FORM-MOTIVO-BAIXA: MOTIVO DA INUTILIZACAO/CANCELAMENTO
      *-----------------------------------------------------------------
       FD CTLFORM
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLFORM.DAT".
       01 REGFORM.
          03 FORM-NUM              PIC 9(08).
          03 FORM-SITUACAO         PIC X(01).
             88 FORM-LIVRE         VALUE "L".
             88 FORM-EMITIDO       VALUE "E".
             88 FORM-INUTILIZADO   VALUE "I".
             88 FORM-CANCELADO     VALUE "C".
          03 FORM-PLACA-ANO.
             05 FORM-PLACA.
                07 FORM-LETRAP     PIC X(03).
                07 FORM-NUMEROP    PIC X(04).
             05 FORM-ANO           PIC 9(04).
          03 FORM-TIPO             PIC X(01).
          03 FORM-DATA             PIC 9(08).
          03 FORM-HORA             PIC 9(08).
          03 FORM-OPERADOR         PIC X(08).
          03 FORM-MOTIVO           PIC X(40).
          03 FORM-DATA-ENTR        PIC 9(08).
          03 FORM-OPER-ENTR        PIC X(08).
          03 FORM-DATA-BAIXA       PIC 9(08).
          03 FORM-OPER-BAIXA       PIC X(08).
          03 FORM-MOTIVO-BAIXA     PIC X(40).
