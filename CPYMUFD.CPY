      *-----------------------------------------------------------------
      *    FD E LAYOUT DO CONTROLE DE MULTAS DE TRANSITO (CADMULT.DAT)
      *    MULT-SITUACAO: "A" = EM ABERTO   "P" = PAGA
      *    "D" = INSCRITA EM DIVIDA ATIVA (PROGR129)   "L" = QUITADA NA
      *    DIVIDA ATIVA   "C" = CANCELADA PELA DIVIDA ATIVA (PROGR130).
      *    NO "L" E NO "C", MULT-DATA-PGTO E A DATA INFORMADA NO RETORNO
      *    DO ORGAO; O VALOR NAO PASSA PELO CAIXA DO BALCAO.
      *    MULT-CPF-COND: CPF DO CONDUTOR RESPONSAVEL PELA INFRACAO
      *    (PADRAO = DOCPROP DO VEICULO). MULT-PONTOS: PONTUACAO DA
      *    INFRACAO NA TABINFRA NA DATA DO REGISTRO.
      *-----------------------------------------------------------------
       FD CADMULT
               LABEL RECORD IS STANDARD
          03 MULT-SITUACAO         PIC X(01).
             88 MULT-ABERTA        VALUE "A".
             88 MULT-PAGA          VALUE "P".
             88 MULT-DIVIDA        VALUE "D".
             88 MULT-QUITADA-DA    VALUE "L".
             88 MULT-CANCELADA     VALUE "C".
          03 MULT-DATA-PGTO        PIC 9(08).
          03 MULT-CPF-COND         PIC X(14).
          03 MULT-PONTOS           PIC 9(02).
