           ELSE
              MOVE WS-VENDEDOR-ESCOLHIDO TO VEN-CODIGO
              READ ARQ-VENDEDOR
      * O CLIENTE SO VAI PARA VENDEDOR DA SUA EMPRESA.
              IF WS-RESULTADO-ACESSO NOT = 00 OR VEN-STATUS = "I"
                 OR VEN-EMPRESA NOT = CLI-EMPRESA
                 DISPLAY "VENDEDOR INEXISTENTE, INATIVO OU DE OUTRA EMPR
      -"ESA" AT 2001
                 MOVE "N" TO WS-ESCOLHA-OK
              ELSE
                 DISPLAY LIMPA-LINHA AT 2001
                    EXIT PERFORM
                 END-READ
                 IF VEN-STATUS NOT = "I"
                    AND VEN-EMPRESA = CLI-EMPRESA
                    AND (VEN-CAPACIDADE-MAX = ZEROS
                    OR VEN-QTD-CARTEIRA < VEN-CAPACIDADE-MAX)
                    PERFORM CALCULA-DISTANCIA
