      *-----------------------------------------------------------------
      *    FD E LAYOUT DO CONTROLE DE LICENCIAMENTO ANUAL (CADLIC.DAT)
      *    LIC-SITUACAO: "A" = EM ABERTO   "P" = PAGO
      *    "D" = INSCRITO EM DIVIDA ATIVA (PROGR129)   "L" = QUITADO NA
      *    DIVIDA ATIVA   "C" = CANCELADO PELA DIVIDA ATIVA (PROGR130).
      *    NO "L" E NO "C", LIC-DATA-PGTO E A DATA INFORMADA NO RETORNO
      *    DO ORGAO; O VALOR NAO PASSA PELO CAIXA DO BALCAO.
      *    OS VALORES (IPVA/TAXA/MULTA/JUROS/TOTAL) SAO CALCULADOS NO
      *    PAGAMENTO A PARTIR DA TABVALIC.DAT E GRAVADOS AQUI PARA O
      *    FECHAMENTO DO CAIXA CONFERIR COM AS GUIAS EMITIDAS.
