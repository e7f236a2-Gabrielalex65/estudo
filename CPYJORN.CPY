      *-----------------------------------------------------------------
      *    CAMPOS DE TRABALHO DO DIARIO DE ALTERACOES (R-GRAVA-JORNAL,
      *    CPYJORP.CPY).
      *    WS-JOR-OPERADOR: OPERADOR DA SESSAO (OU NOME DO BATCH)
      *    WS-JOR-PROGRAMA: PROGRAMA QUE FEZ A ALTERACAO
      *    WS-JOR-ANTES...: IMAGEM DO REGISTRO GUARDADA NA LEITURA,
      *                     ANTES DE A TELA MEXER NOS CAMPOS
      *-----------------------------------------------------------------
       01 WS-JOR-OPERADOR   PIC X(08) VALUE SPACES.
       01 WS-JOR-PROGRAMA   PIC X(08) VALUE SPACES.
       01 WS-JOR-ANTES      PIC X(120) VALUE SPACES.
