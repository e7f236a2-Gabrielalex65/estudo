      *    (HISTPROP.DAT). O PROGRAMA QUE INCLUIR ESTA COPY DEVE TER
      *    ABERTO HISTPROP I-O, E DECLARADO NA WORKING-STORAGE OS
      *    CAMPOS W-PROP-ANTIGO PIC X(30) E W-PROX-SEQ/W-DATA-TRANSF
      *    PIC 9(04)/9(08), ALEM DO LAYOUT DE CPYVFD E CPYHFD, E O
      *    DIARIO DE ALTERACOES ABERTO (CPYJOSEL/CPYJOFD/CPYJORP).
      *    CHAMAR PERFORM R-GRAVA-HISTORICO THRU R-GRAVA-HISTORICO-FIM
      *    COM LETRAP/NUMEROP/PROPRIETARIO JA CONTENDO OS DADOS ATUAIS
      *    (NOVO PROPRIETARIO) DO VEICULO E W-PROP-ANTIGO CONTENDO O
           ACCEPT W-DATA-TRANSF FROM DATE YYYYMMDD
           MOVE W-DATA-TRANSF TO HIST-DATA-TRANSF
           WRITE REGHISTPROP.
           MOVE "HISTPROP"  TO JOR-ARQUIVO
           MOVE "I"         TO JOR-OPERACAO
           MOVE SPACES      TO JOR-ANTES
           MOVE REGHISTPROP TO JOR-DEPOIS
           PERFORM R-GRAVA-JORNAL THRU R-GRAVA-JORNAL-FIM.
       R-GRAVA-HISTORICO-FIM.
           EXIT.

