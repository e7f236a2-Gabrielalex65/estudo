      *-----------------------------------------------------------------
      *    FD E LAYOUT DO PARCELAMENTO DO LICENCIAMENTO (CADPARC.DAT)
      *    PARC-QTD......: QUANTIDADE DE PARCELAS DO PLANO
      *    PARC-VLR......: PARCELA DO PRINCIPAL (IPVA + TAXA)
      *    PARC-SITUACAO.: "A" = EM ABERTO   "P" = PAGA
      *    MULTA E JUROS SAO DA PROPRIA PARCELA, CALCULADOS NO
      *    PAGAMENTO APOS O VENCIMENTO PELOS PERCENTUAIS DA TABVALIC.
      *    O CADLIC DO EXERCICIO SO PASSA A "P" QUANDO A ULTIMA
      *    PARCELA E PAGA.
      *-----------------------------------------------------------------
       FD CADPARC
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADPARC.DAT".
       01 REGPARC.
          03 PARC-CHAVE.
             05 PARC-PLACA.
                07 PARC-LETRAP     PIC X(03).
                07 PARC-NUMEROP    PIC X(04).
             05 PARC-ANO           PIC 9(04).
             05 PARC-NUM           PIC 9(02).
          03 PARC-QTD              PIC 9(02).
          03 PARC-DATA-VENC        PIC 9(08).
          03 PARC-VLR              PIC 9(07)V99.
          03 PARC-DATA-PGTO        PIC 9(08).
          03 PARC-SITUACAO         PIC X(01).
             88 PARC-ABERTA        VALUE "A".
             88 PARC-PAGA          VALUE "P".
          03 PARC-VLR-MULTA        PIC 9(07)V99.
          03 PARC-VLR-JUROS        PIC 9(07)V99.
          03 PARC-VLR-PAGO         PIC 9(08)V99.
