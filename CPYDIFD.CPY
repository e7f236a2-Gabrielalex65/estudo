      *-----------------------------------------------------------------
      *    FD E LAYOUT DOS DEBITOS INSCRITOS EM DIVIDA ATIVA
      *    (CADDIVIDA.DAT). UM REGISTRO POR DEBITO ENCAMINHADO, COM O
      *    VALOR CALCULADO NA INSCRICAO (PROGR129) E A RESPOSTA DO
      *    ORGAO DE COBRANCA (PROGR130).
      *    DIV-NATUREZA..: "L" = LICENCIAMENTO  "M" = MULTA
      *    DIV-REFER.....: ANO DO EXERCICIO OU SEQUENCIA DA MULTA
      *    DIV-ORIGEM....: AAAAMM DO VENCIMENTO DO EXERCICIO OU DA
      *                    DATA DA INFRACAO
      *    DIV-SITUACAO..: "D" = INSCRITO  "L" = QUITADO NO ORGAO
      *                    "C" = CANCELADO PELO ORGAO
      *-----------------------------------------------------------------
       FD CADDIVIDA
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "CADDIVIDA.DAT".
       01 REGDIV.
          03 DIV-CHAVE.
             05 DIV-PLACA.
                07 DIV-LETRAP      PIC X(03).
                07 DIV-NUMEROP     PIC X(04).
             05 DIV-NATUREZA       PIC X(01).
                88 DIV-LICENC      VALUE "L".
                88 DIV-MULTA       VALUE "M".
             05 DIV-REFER          PIC 9(04).
          03 DIV-LOTE              PIC 9(06).
          03 DIV-DOC               PIC X(14).
          03 DIV-ORIGEM            PIC 9(06).
          03 DIV-VLR-PRINC         PIC 9(08)V99.
          03 DIV-VLR-MULTA         PIC 9(07)V99.
          03 DIV-VLR-JUROS         PIC 9(07)V99.
          03 DIV-VLR-TOTAL         PIC 9(08)V99.
          03 DIV-DATA-INSCR        PIC 9(08).
          03 DIV-SITUACAO          PIC X(01).
             88 DIV-INSCRITO       VALUE "D".
             88 DIV-QUITADO        VALUE "L".
             88 DIV-CANCELADO      VALUE "C".
          03 DIV-DATA-RET          PIC 9(08).
          03 DIV-VLR-PAGO          PIC 9(08)V99.
