      * A TELA ACRESCENTA LANCAMENTOS E LISTA O DIARIO DO CLIENTE EM
      * ORDEM CRONOLOGICA; A ULTIMA INTERACAO APARECE TAMBEM NA
      * CONSULTA 360 (PROG21).
      * RECLAMACAO PODE ABRIR UM CASO (CATEGORIA, GRAVIDADE E
      * RESPONSAVEL, COM PRAZO PELA GRAVIDADE) E QUALQUER LANCAMENTO
      * PODE SER VINCULADO A UM CASO DO CLIENTE AINDA NAO ENCERRADO,
      * ENTRANDO NO HISTORICO DELE. A GRAVACAO DO CASO E DO
      * HISTORICO E DO SUBPROGRAMA GRAVA-CASO; O ANDAMENTO E O
      * ENCERRAMENTO FICAM NA GESTAO DE CASOS (PROG70).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       77 WS-QTD-LANCAMENTOS    PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-TELA         PIC 9(02) VALUE ZEROS.
       77 WS-FIM-LISTA          PIC 9(01) VALUE ZEROS.
       77 WS-CASO-INFORMADO     PIC 9(03) VALUE ZEROS.
       77 WS-ABRE-CASO          PIC X(01) VALUE SPACES.
       77 WS-CASO-ABERTO        PIC X(01) VALUE "N".
       77 WS-RESP-VENDEDOR      PIC 9(03) VALUE ZEROS.
       COPY "AREA-CASO.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
      -"VISITA (V)?".
          02 LINE 09 COLUMN 01 VALUE
             "TEXTO.............................".
          02 LINE 11 COLUMN 01 VALUE
             "CASO VINCULADO (0 = NENHUM).......".

       01 TELA-CASO.
          02 LINE 15 COLUMN 01 VALUE
             "CATEGORIA.........................".
          02 LINE 15 COLUMN 40 VALUE
             "ENTREGA (E) PRODUTO (P) FATURAMENTO (F)".
          02 LINE 16 COLUMN 40 VALUE
             "ATENDIMENTO (A) OUTROS (O)".
          02 LINE 17 COLUMN 01 VALUE
             "GRAVIDADE.........................".
          02 LINE 17 COLUMN 40 VALUE
             "ALTA (1) MEDIA (2) BAIXA (3)".
          02 LINE 18 COLUMN 01 VALUE
             "RESPONSAVEL: OPERADOR (O)/VEND.(V)".
          02 LINE 19 COLUMN 01 VALUE
             "CODIGO DO RESPONSAVEL.............".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

              ACCEPT WS-TEXTO-INFORMADO AT 0936
           END-PERFORM

           MOVE ZEROS TO WS-CASO-INFORMADO
           ACCEPT WS-CASO-INFORMADO AT 1136

           PERFORM PROXIMA-SEQUENCIA THRU F-PROXIMA-SEQUENCIA
      * ACOMPANHAMENTO DE CASO: O EVENTO ENTRA NO HISTORICO ANTES DA
      * INTERACAO SER GRAVADA, PARA NAO FICAR INTERACAO LIGADA A CASO
      * INEXISTENTE OU JA ENCERRADO.
           MOVE "N" TO WS-CASO-ABERTO
           IF WS-CASO-INFORMADO > ZEROS
              INITIALIZE AREA-CASO
              MOVE "H"                 TO CASO-ACAO
              MOVE "N"                 TO CASO-EVENTO
              MOVE DATA-DE-HOJE        TO CASO-DATA
              MOVE WS-OPERADOR-ATUAL   TO CASO-OPERADOR
              MOVE WS-CODIGO-INFORMADO TO CASO-CLI-CODIGO
              MOVE WS-CASO-INFORMADO   TO CASO-SEQUENCIA
              MOVE WS-PROXIMA-SEQ      TO CASO-ITR-SEQUENCIA
              MOVE WS-TEXTO-INFORMADO  TO CASO-TEXTO
              CALL "GRAVA-CASO" USING AREA-CASO
              IF CASO-RESULTADO NOT = "S"
                 DISPLAY "CASO INEXISTENTE OU ENCERRADO - INTERACAO NAO
      -"GRAVADA" AT 2001
                 GO TO F-LANCA-INTERACAO
              END-IF
           ELSE
              IF WS-TIPO-INFORMADO = "R"
                 PERFORM ABRE-CASO THRU F-ABRE-CASO
              END-IF
           END-IF

           MOVE WS-CODIGO-INFORMADO TO ITR-CLI-CODIGO
           MOVE WS-PROXIMA-SEQ      TO ITR-SEQUENCIA
           MOVE DATA-DE-HOJE        TO ITR-DATA
           MOVE WS-TIPO-INFORMADO   TO ITR-TIPO
           MOVE WS-TEXTO-INFORMADO  TO ITR-TEXTO
           WRITE REGISTRO-INTERACAO
           IF WS-CASO-ABERTO = "S"
              DISPLAY "INTERACAO REGISTRADA, ABERTO O CASO" AT 2001
              DISPLAY WS-CODIGO-INFORMADO AT 2037
              DISPLAY "-"                 AT 2044
              DISPLAY CASO-SEQUENCIA      AT 2045
              DISPLAY "PRAZO"             AT 2050
              DISPLAY CASO-PRAZO          AT 2056
           ELSE
              DISPLAY "INTERACAO REGISTRADA COM SUCESSO ........."
                 AT 2001
           END-IF.
       F-LANCA-INTERACAO. EXIT.

      * ABERTURA DO CASO A PARTIR DA RECLAMACAO QUE ESTA SENDO
      * LANCADA; O RESPONSAVEL E PEDIDO DE NOVO ATE SER UM OPERADOR
      * (USUARIO.DAT) OU VENDEDOR (VENDEDOR.DAT) CADASTRADO.
       ABRE-CASO.
           DISPLAY "ABRIR CASO PARA ESTA RECLAMACAO (S/N)?" AT 1301
           MOVE SPACES TO WS-ABRE-CASO
           PERFORM UNTIL WS-ABRE-CASO = "S" OR = "N"
              ACCEPT WS-ABRE-CASO AT 1340
           END-PERFORM
           IF WS-ABRE-CASO = "N"
              GO TO F-ABRE-CASO
           END-IF
           DISPLAY TELA-CASO
           INITIALIZE AREA-CASO
           PERFORM UNTIL CASO-CATEGORIA = "E" OR = "P" OR = "F"
              OR = "A" OR = "O"
              ACCEPT CASO-CATEGORIA AT 1536
           END-PERFORM
           PERFORM UNTIL CASO-GRAVIDADE > 0 AND CASO-GRAVIDADE < 4
              ACCEPT CASO-GRAVIDADE AT 1736
           END-PERFORM
           MOVE "A"                 TO CASO-ACAO
           MOVE DATA-DE-HOJE        TO CASO-DATA
           MOVE WS-OPERADOR-ATUAL   TO CASO-OPERADOR
           MOVE WS-CODIGO-INFORMADO TO CASO-CLI-CODIGO
           MOVE WS-PROXIMA-SEQ      TO CASO-ITR-SEQUENCIA
           MOVE WS-TEXTO-INFORMADO  TO CASO-TEXTO
           MOVE "R" TO CASO-RESULTADO
           PERFORM UNTIL CASO-RESULTADO NOT = "R"
              MOVE SPACES TO CASO-RESP-TIPO
              PERFORM UNTIL CASO-RESP-TIPO = "O" OR = "V"
                 ACCEPT CASO-RESP-TIPO AT 1836
              END-PERFORM
              MOVE SPACES TO CASO-RESP-CODIGO
              IF CASO-RESP-TIPO = "V"
                 MOVE ZEROS TO WS-RESP-VENDEDOR
                 ACCEPT WS-RESP-VENDEDOR AT 1936
                 MOVE WS-RESP-VENDEDOR TO CASO-RESP-CODIGO
              ELSE
                 ACCEPT CASO-RESP-CODIGO AT 1936
              END-IF
              CALL "GRAVA-CASO" USING AREA-CASO
              IF CASO-RESULTADO = "R"
                 DISPLAY "RESPONSAVEL NAO CADASTRADO - INFORME OUTRO"
                    AT 2001
              END-IF
           END-PERFORM
           IF CASO-RESULTADO = "S"
              MOVE "S" TO WS-CASO-ABERTO
           ELSE
              DISPLAY "ERRO NA GRAVACAO DO CASO - SO A INTERACAO SERA
      -"GRAVADA" AT 2001
              ACCEPT PAUSA AT 2478
           END-IF.
       F-ABRE-CASO. EXIT.

       PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-PROXIMA-SEQ
           MOVE WS-CODIGO-INFORMADO TO ITR-CLI-CODIGO
