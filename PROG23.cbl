      * ------- CONSULTA DA TRILHA DE AUDITORIA -------
      * NAVEGA NO HISTORICO DE INCLUSOES/ALTERACOES (AUDITORIA.DAT)
      * DE UM CLIENTE OU VENDEDOR: IMAGEM ANTES/DEPOIS, DATA, HORA E
      * OPERADOR DE CADA MOVIMENTO FEITO NO PROG06. O TIPO P MOSTRA OS
      * FECHAMENTOS E REABERTURAS DE UMA COMPETENCIA (CODIGO = AAAAMM)
      * FEITOS NO PROG69. OS TIPOS B (BATCH.PRM, CODIGO = NUMERO DO
      * PROGRAMA, IMPORTACAO = 0) E R (RETENCAO.PRM, CODIGO = NUMERO DA
      * FAMILIA) MOSTRAM AS ALTERACOES DE PARAMETROS FEITAS NO PROG75.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
          02 LINE 02 COLUMN 73 VALUE "PROG23".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE
             "TIPO: CLI (C) VEND (V) PERIODO (P) BATCH (B) RETENC (R)".
          02 LINE 06 COLUMN 01 VALUE
             "CODIGO............................".

           DISPLAY LIMPA-TELA
           DISPLAY TELA-AUDITORIA AT 0101
           MOVE SPACES TO WS-TIPO-INFORMADO
           PERFORM UNTIL WS-TIPO-INFORMADO = "C" OR = "V" OR = "P"
                                          OR = "B" OR = "R"
              ACCEPT WS-TIPO-INFORMADO AT 0460
           END-PERFORM
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           ACCEPT WS-CODIGO-INFORMADO AT 0636
