      *-----------------------------------------------------------------
      *    FD E LAYOUT DA TABELA DE INSPETORES DE VISTORIA
      *    (TABINSP.DAT). INSP-CAPAC = VAGAS POR DIA UTIL (01-16, DE
      *    MEIA EM MEIA HORA A PARTIR DAS 08:00). INSPETOR INATIVO NAO
      *    RECEBE NOVOS AGENDAMENTOS.
      *-----------------------------------------------------------------
       FD TABINSP
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "TABINSP.DAT".
       01 REGINSP.
          03 INSP-CODIGO         PIC 9(02).
          03 INSP-NOME           PIC X(30).
          03 INSP-CAPAC          PIC 9(02).
          03 INSP-SITUACAO       PIC X(01).
             88 INSP-ATIVO       VALUE "A".
             88 INSP-INATIVO     VALUE "I".
