      *-----------------------------------------------------------------
      *    LANCAMENTO DO LICENCIAMENTO DE UM VEICULO NO EXERCICIO
      *    WS-ANO-LANC: GRAVA NO CADLIC O REGISTRO EM ABERTO ("A")
      *    COM O MES DE VENCIMENTO DO CALENDARIO (R-MES-VENC) E OS
      *    VALORES DE IPVA/TAXA DA TABVALIC DO EXERCICIO.
      *    USADO PELO LANCAMENTO ANUAL DA FROTA (PROGR120) E PELAS
      *    INCLUSOES DE VEICULO (PROGR92 E PROGR98).
      *    O PROGRAMA QUE INCLUI ESTA COPY PRECISA TER O LAYOUT DE
      *    CADVEIC (CPYVFD), CADLIC ABERTO I-O, TABVALIC ABERTO E AS
      *    COPIES CPYLICC/CPYLICB E CPYLANC, ALEM DO DIARIO DE
      *    ALTERACOES ABERTO (CPYJOSEL/CPYJOFD/CPYJORN/CPYJORP).
      *    ENTRADA: LETRAP/NUMEROP DO VEICULO E WS-ANO-LANC.
      *    SAIDA..: WS-LANC-SIT (VER CPYLANC.CPY). REGISTRO JA
      *    EXISTENTE NAO E TOCADO, O QUE TORNA A RERODADA INOCUA.
      *-----------------------------------------------------------------
       R-LANCA-LICENC.
           MOVE NUMEROP(4:1) TO WS-DIG-FINAL
           PERFORM R-MES-VENC THRU R-MES-VENC-FIM.
           IF WS-MES-VENC = ZEROS
              MOVE "D" TO WS-LANC-SIT
              GO TO R-LANCA-LICENC-FIM.
           MOVE LETRAP      TO LIC-LETRAP
           MOVE NUMEROP     TO LIC-NUMEROP
           MOVE WS-ANO-LANC TO LIC-ANO.
           READ CADLIC
               INVALID KEY
                  GO TO R-LANCA-LICENC-GRAVA
           END-READ.
           MOVE "J" TO WS-LANC-SIT
           GO TO R-LANCA-LICENC-FIM.
       R-LANCA-LICENC-GRAVA.
           MOVE WS-ANO-LANC TO VAL-ANO.
           READ TABVALIC
               INVALID KEY
                  MOVE "T" TO WS-LANC-SIT
                  GO TO R-LANCA-LICENC-FIM
           END-READ.
           MOVE LETRAP      TO LIC-LETRAP
           MOVE NUMEROP     TO LIC-NUMEROP
           MOVE WS-ANO-LANC TO LIC-ANO
           MOVE WS-MES-VENC TO LIC-MES-VENC
           MOVE ZEROS       TO LIC-DATA-PGTO
           MOVE "A"         TO LIC-SITUACAO
           MOVE VAL-IPVA    TO LIC-VLR-IPVA
           MOVE VAL-TAXA    TO LIC-VLR-TAXA
           MOVE ZEROS       TO LIC-VLR-MULTA LIC-VLR-JUROS
           COMPUTE LIC-VLR-TOTAL = VAL-IPVA + VAL-TAXA
           WRITE REGLIC.
           MOVE "CADLIC"    TO JOR-ARQUIVO
           MOVE "I"         TO JOR-OPERACAO
           MOVE SPACES      TO JOR-ANTES
           MOVE REGLIC      TO JOR-DEPOIS
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
           MOVE "L" TO WS-LANC-SIT.
       R-LANCA-LICENC-FIM.
           EXIT.

      *    LANCAMENTO NA INCLUSAO DE VEICULO: EXERCICIO CORRENTE E,
      *    SE O LANCAMENTO ANUAL DO PROXIMO EXERCICIO JA FOI FEITO
      *    (TABVALIC JA TEM O ANO SEGUINTE), TAMBEM O PROXIMO, PARA O
      *    VEICULO NAO FICAR DE FORA DO LOTE JA PROCESSADO.
      *    ENTRADA: REGVEIC GRAVADO E WS-ANO-SISTEMA.
      *    SAIDA..: WS-LANC-SIT DO EXERCICIO CORRENTE.
       R-LANCA-INCLUSAO.
           IF NOT VEIC-ATIVO
              MOVE SPACE TO WS-LANC-SIT
              GO TO R-LANCA-INCLUSAO-FIM.
           COMPUTE WS-ANO-LANC = WS-ANO-SISTEMA + 1
           PERFORM R-LANCA-LICENC THRU R-LANCA-LICENC-FIM.
           MOVE WS-ANO-SISTEMA TO WS-ANO-LANC
           PERFORM R-LANCA-LICENC THRU R-LANCA-LICENC-FIM.
       R-LANCA-INCLUSAO-FIM.
           EXIT.
