      *-----------------------------------------------------------------
      *    FD E LAYOUT DO ARQUIVO DE PENDENTES DE VISTORIA
      *    (PENDVIST.DAT): UMA LINHA POR VEICULO PENDENTE AINDA SEM
      *    VISTORIA AGENDADA, COM O MOTIVO IMPRESSO NO LISTVIST.
      *-----------------------------------------------------------------
       FD PENDVIST
               LABEL RECORD IS STANDARD
               VALUE OF FILE-ID IS "PENDVIST.DAT".
       01 REGPEND.
          03 PEND-PLACA.
             05 PEND-LETRAP        PIC X(03).
             05 PEND-NUMEROP       PIC X(04).
          03 PEND-MOTIVO           PIC X(20).
