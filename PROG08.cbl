       77 WS-RESULTADO-LOG         PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE         PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL        PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO        PIC 9(02) VALUE 01.
       77 LINHA-TRACO              PIC X(80) VALUE ALL '-'.
       77 CONTROLE-FIM             PIC 9(01) VALUE ZEROS.
       77 PAUSA                    PIC X(02) VALUE SPACES.
                 MOVE ZEROS             TO CLI-CODIGO-SUCESSOR
                 MOVE ZEROS             TO CLI-LIMITE-CREDITO
                 MOVE "N"               TO CLI-BLOQUEIO
                 MOVE WS-EMPRESA-SESSAO TO CLI-EMPRESA
                 WRITE REGISTRO-CLIENTE
                 MOVE CLI-CODIGO           TO CTT-CLI-CODIGO
                 MOVE 001                  TO CTT-SEQUENCIA
                 MOVE WS-CAPACIDADE-INFORMADA TO VEN-CAPACIDADE-MAX
                 MOVE ZEROS TO VEN-QTD-CARTEIRA
                 MOVE "A"   TO VEN-STATUS
                 MOVE WS-EMPRESA-SESSAO TO VEN-EMPRESA
                 WRITE REGISTRO-VENDEDOR
                 MOVE "REGISTRO RETRABALHADO COM SUCESSO!"
                    TO RETR-MENSAGEM
      * SIGN-ON PROG24); O RETRABALHO EXIGE NIVEL 2 OU SUPERIOR.
       LE-OPERADOR.
           MOVE ZEROS TO WS-OPERADOR-NIVEL
           MOVE 01    TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                    CONTINUE
                 NOT AT END
                    MOVE OPE-NIVEL TO WS-OPERADOR-NIVEL
                    IF OPE-EMPRESA NUMERIC
                       MOVE OPE-EMPRESA TO WS-EMPRESA-SESSAO
                    END-IF
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF
      * O REGISTRO REFEITO ENTRA NA EMPRESA DA SESSAO, COMO NA
      * IMPORTACAO; NA SESSAO CONSOLIDADA, NA EMPRESA 01.
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE 01 TO WS-EMPRESA-SESSAO
           END-IF.
       F-LE-OPERADOR. EXIT.
