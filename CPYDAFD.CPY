      *-----------------------------------------------------------------
      *    FD E LAYOUT DO CONTROLE DE LOTES DA DIVIDA ATIVA
      *    (CTLDIVIDA.DAT)
      *    CDA-ANOS.....: ANOS DE ATRASO USADOS NA SELECAO DO LOTE
      *    CDA-QTD-DEV..: DEVEDORES (CPF/CNPJ) DO LOTE
      *    CDA-QTD-ENV..: DEBITOS ENCAMINHADOS (LICENC. + MULTAS)
      *    CDA-ULT-RET..: NUMERO DO ULTIMO RETORNO PROCESSADO (O ORGAO
      *                   RESPONDE O LOTE AOS POUCOS, EM RETORNOS
      *                   NUMERADOS 0001, 0002, ...)
      *    CDA-VLR-CANC.: VALOR INSCRITO DOS DEBITOS CANCELADOS
      *    CDA-SITUACAO.: "E" = ENVIADO SEM RETORNO  "R" = COM RETORNO
      *    PARCIAL  "F" = TODOS OS DEBITOS DO LOTE RESPONDIDOS
      *-----------------------------------------------------------------
       FD CTLDIVIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CTLDIVIDA.DAT".
       01 REGCTLDIV.
          03 CDA-LOTE              PIC 9(06).
          03 CDA-DATA-GER          PIC 9(08).
          03 CDA-DATA-REF          PIC 9(08).
          03 CDA-ANOS              PIC 9(02).
          03 CDA-QTD-DEV           PIC 9(06).
          03 CDA-QTD-LIC           PIC 9(06).
          03 CDA-QTD-MULT          PIC 9(06).
          03 CDA-QTD-ENV           PIC 9(06).
          03 CDA-VLR-PRINC         PIC 9(11)V99.
          03 CDA-VLR-MULTA         PIC 9(09)V99.
          03 CDA-VLR-JUROS         PIC 9(09)V99.
          03 CDA-VLR-TOTAL         PIC 9(11)V99.
          03 CDA-ULT-RET           PIC 9(04).
          03 CDA-DATA-RET          PIC 9(08).
          03 CDA-QTD-PAGA          PIC 9(06).
          03 CDA-VLR-PAGO          PIC 9(11)V99.
          03 CDA-QTD-CANC          PIC 9(06).
          03 CDA-VLR-CANC          PIC 9(11)V99.
          03 CDA-SITUACAO          PIC X(01).
             88 CDA-ENVIADO        VALUE "E".
             88 CDA-COM-RETORNO    VALUE "R".
             88 CDA-ENCERRADO      VALUE "F".
