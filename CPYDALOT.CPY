      *-----------------------------------------------------------------
      *    LINHAS DO LOTE DE DIVIDA ATIVA. O PROGR129 GRAVA O
      *    EXPDIVIDA.TXT: HEADER, POR DEVEDOR UMA LINHA "1" (DADOS DO
      *    CADPROP), AS LINHAS "2" DOS SEUS DEBITOS E A LINHA "3" COM
      *    O TOTAL DO DEVEDOR, E O TRAILER DO LOTE.
      *    O ORGAO DEVOLVE O RETDIVIDA.TXT (PROGR130) COM O MESMO
      *    ENVELOPE: O NUMERO DO RETORNO EM LDH-SEQ-RET (ZEROS NO
      *    ENVIO), UMA LINHA POR DEBITO RESPONDIDO E NO TRAILER A
      *    QUANTIDADE DE LINHAS E A SOMA DOS VALORES PAGOS
      *    (LDT-QTD-DEV VEM ZERADO). AS LINHAS DE DETALHE NUNCA
      *    COMECAM POR "*".
      *    LDB-NATUREZA / LDR-NATUREZA: "L" = LICENCIAMENTO
      *    "M" = MULTA. LDR-RESULTADO: "P" = PAGO NO ORGAO
      *    "C" = CANCELADO PELO ORGAO.
      *-----------------------------------------------------------------
       01 LIN-DIV-HEADER.
          03 LDH-MARCA             PIC X(08) VALUE "*HEADER*".
          03 LDH-LOTE              PIC 9(06).
          03 LDH-DATA              PIC 9(08).
          03 LDH-SEQ-RET           PIC 9(04).
       01 LIN-DIV-DEVEDOR.
          03 LDD-TIPO              PIC X(01) VALUE "1".
          03 LDD-DOC               PIC X(14).
          03 LDD-NOME              PIC X(30).
          03 LDD-ENDERECO          PIC X(40).
          03 LDD-CIDADE            PIC X(20).
          03 LDD-TELEFONE          PIC X(11).
       01 LIN-DIV-DEBITO.
          03 LDB-TIPO              PIC X(01) VALUE "2".
          03 LDB-DOC               PIC X(14).
          03 LDB-PLACA             PIC X(07).
          03 LDB-NATUREZA          PIC X(01).
          03 LDB-REFER             PIC 9(04).
          03 LDB-ORIGEM            PIC 9(06).
          03 LDB-VLR-PRINC         PIC 9(08)V99.
          03 LDB-VLR-MULTA         PIC 9(07)V99.
          03 LDB-VLR-JUROS         PIC 9(07)V99.
          03 LDB-VLR-TOTAL         PIC 9(08)V99.
       01 LIN-DIV-TOTDEV.
          03 LDV-TIPO              PIC X(01) VALUE "3".
          03 LDV-DOC               PIC X(14).
          03 LDV-QTD               PIC 9(04).
          03 LDV-VLR-TOTAL         PIC 9(10)V99.
       01 LIN-DIV-RETORNO.
          03 LDR-PLACA             PIC X(07).
          03 LDR-NATUREZA          PIC X(01).
          03 LDR-REFER             PIC 9(04).
          03 LDR-RESULTADO         PIC X(01).
          03 LDR-DATA              PIC 9(08).
          03 LDR-VLR-PAGO          PIC 9(08)V99.
       01 LIN-DIV-TRAILER.
          03 LDT-MARCA             PIC X(09) VALUE "*TRAILER*".
          03 LDT-LOTE              PIC 9(06).
          03 LDT-QTD-DEV           PIC 9(06).
          03 LDT-QTD               PIC 9(06).
          03 LDT-VLR-TOTAL         PIC 9(11)V99.
