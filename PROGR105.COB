           DISPLAY (13, 20) "8 - CONTROLE DE MULTAS".
           DISPLAY (14, 20) "9 - POSICAO CONSOLIDADA POR CPF/CNPJ".
           DISPLAY (15, 20) "A - CONSULTA DE AUDITORIA (SUPERV.)".
           DISPLAY (16, 20) "B - EMISSAO DO CRLV".
           DISPLAY (17, 20) "C - RESTRICOES DE VEICULO (SUPERV.)".
           DISPLAY (18, 20) "D - AGENDAMENTO DE VISTORIA".
           DISPLAY (19, 20) "0 - SAIR".
           DISPLAY (20, 20) "OPCAO:".
           ACCEPT (20, 27) W-OPCAOMENU.
           EVALUATE W-OPCAOMENU
              WHEN "1" CALL "PROGR92" USING COMUNICA-OPERADOR
              WHEN "2" PERFORM R-TRANSFER THRU R-TRANSFER-FIM
              WHEN "9" CALL "PROGR112" USING COMUNICA-OPERADOR
              WHEN "A" PERFORM R-AUDIT THRU R-AUDIT-FIM
              WHEN "a" PERFORM R-AUDIT THRU R-AUDIT-FIM
              WHEN "B" CALL "PROGR121" USING COMUNICA-OPERADOR
              WHEN "b" CALL "PROGR121" USING COMUNICA-OPERADOR
              WHEN "C" PERFORM R-RESTR THRU R-RESTR-FIM
              WHEN "c" PERFORM R-RESTR THRU R-RESTR-FIM
              WHEN "D" CALL "PROGR126" USING COMUNICA-OPERADOR
              WHEN "d" CALL "PROGR126" USING COMUNICA-OPERADOR
              WHEN "0" GO TO ROT-FIM
              WHEN OTHER
                 MOVE "*** OPCAO INVALIDA ***" TO MENS
       R-AUDIT-FIM.
           EXIT.

      *------[ RESTRICOES DE VEICULO - RESTRITA AO SUPERVISOR ]----------
       R-RESTR.
           IF COM-NIVEL NOT = "S"
              MOVE "*** FUNCAO RESTRITA AO SUPERVISOR ***" TO MENS
              PERFORM ROT-MENS THRU ROT-MENS-FIM
              GO TO R-RESTR-FIM.
           CALL "PROGR122" USING COMUNICA-OPERADOR.
       R-RESTR-FIM.
           EXIT.

      *------[ MANUTENCAO DE OPERADORES - RESTRITA AO SUPERVISOR ]-------
       R-OPER.
           IF COM-NIVEL NOT = "S"
