       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG63.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- LIBERACAO DE PEDIDOS RETIDOS -------
      * PERCORRE A FILA DE PEDIDOS RETIDOS NA IMPORTACAO (PEDPEND.DAT,
      * GRAVADA PELO PROG19) - DE UM CLIENTE OU DA FILA INTEIRA - E,
      * PEDIDO A PEDIDO, LIBERA, REJEITA OU MANTEM RETIDO. O PEDIDO
      * LIBERADO ENTRA NO PEDIDO.DAT NA PROXIMA SEQUENCIA DO CLIENTE,
      * COM O VENDEDOR TITULAR ATUAL DO DISTMEST.DAT COMO VENDEDOR DE
      * REGISTRO, E SEUS ITENS PASSAM DO PEDPENDITEM.DAT PARA O
      * PEDIDOITEM.DAT. LIBERACAO E REJEICAO FICAM GRAVADAS NA FILA
      * COM O OPERADOR E A DATA DA DECISAO.
      * PEDIDO DATADO NUMA COMPETENCIA JA FECHADA (FECHAMENTO MENSAL
      * DO PROG69) NAO PODE SER LIBERADO - CONTINUA RETIDO ATE QUE UM
      * OPERADOR DE NIVEL 3 REABRA O PERIODO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

           SELECT ARQ-PEDIDO-ITEM ASSIGN TO DISK WID-ARQ-PED-ITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITM-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ITM.

           SELECT ARQ-PEDIDO-PEND ASSIGN TO DISK WID-ARQ-PEDIDO-PEND
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PEN-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEN.

           SELECT ARQ-PEND-ITEM ASSIGN TO DISK WID-ARQ-PEND-ITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PIT.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-PEDIDO-ITEM.FD".

       COPY "ARQ-PEDIDO-PEND.FD".

       COPY "ARQ-PEND-ITEM.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-PED-ITEM      PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO-PEND   PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEND-ITEM     PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ITM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PIT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-CLIENTE     PIC X(01) VALUE "N".
       77 WS-EXISTE-PEND-ITEM   PIC X(01) VALUE "N".
       77 WS-EXISTE-DIST-MEST   PIC X(01) VALUE "N".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
       77 WS-CODIGO-INFORMADO   PIC 9(07) VALUE ZEROS.
       77 WS-DECISAO            PIC X(01) VALUE SPACES.
       77 WS-FIM-FILA           PIC 9(01) VALUE ZEROS.
       77 WS-QTD-ANALISADOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ITENS          PIC 9(03) VALUE ZEROS.
       77 WS-PROXIMA-SEQ        PIC 9(07) VALUE ZEROS.
       77 WS-MOTIVO-TEXTO       PIC X(40) VALUE SPACES.
       77 WS-TOTAL-LIBERADOS    PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-REJEITADOS   PIC 9(05) VALUE ZEROS.
       77 WS-CHAVE-PEND         PIC X(14) VALUE SPACES.
       77 WS-PERIODO-FECHADO    PIC X(01) VALUE "N".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-RETIDOS BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  LIBERACAO DE PEDIDOS RETIDOS  ".
          02 LINE 02 COLUMN 73 VALUE "PROG63".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "CODIGO DO CLIENTE (0 = FILA TODA).".

       01 TELA-PEDIDO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  LIBERACAO DE PEDIDOS RETIDOS  ".
          02 LINE 02 COLUMN 73 VALUE "PROG63".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 07 COLUMN 01 VALUE "CLIENTE...........:".
          02 LINE 07 COLUMN 21 PIC 9(07) FROM PEN-CLI-CODIGO.
          02 LINE 07 COLUMN 30 PIC X(40) FROM CLI-RAZAO-SOCIAL.
          02 LINE 08 COLUMN 01 VALUE "SEQUENCIA NA FILA.:".
          02 LINE 08 COLUMN 21 PIC 9(07) FROM PEN-SEQUENCIA.
          02 LINE 09 COLUMN 01 VALUE "DATA DO PEDIDO....:".
          02 LINE 09 COLUMN 21 PIC X(10) FROM PEN-DATA.
          02 LINE 10 COLUMN 01 VALUE "VALOR.............:".
          02 LINE 10 COLUMN 21 PIC ZZZ.ZZZ.ZZ9,99 FROM PEN-VALOR.
          02 LINE 11 COLUMN 01 VALUE "MOTIVO DA RETENCAO:".
          02 LINE 11 COLUMN 21 PIC X(40) FROM WS-MOTIVO-TEXTO.
          02 LINE 12 COLUMN 01 VALUE "RETIDO EM.........:".
          02 LINE 12 COLUMN 21 PIC X(10) FROM PEN-DATA-RETENCAO.
          02 LINE 13 COLUMN 01 VALUE "LINHAS DE ITEM....:".
          02 LINE 13 COLUMN 21 PIC ZZ9 FROM WS-QTD-ITENS.
          02 LINE 15 COLUMN 01 VALUE
             "LIBERAR (L), REJEITAR (R), MANTER (M) OU ENCERRAR (E)?".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE "PEDPEND.DAT" TO WID-ARQ-PEDIDO-PEND
           OPEN I-O ARQ-PEDIDO-PEND
           IF WS-RESULTADO-PEN NOT = 00
              DISPLAY "NENHUM PEDIDO RETIDO NA IMPORTACAO ......."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE "PEDPENDITEM.DAT" TO WID-ARQ-PEND-ITEM
           OPEN INPUT ARQ-PEND-ITEM
           IF WS-RESULTADO-PIT = 00
              MOVE "S" TO WS-EXISTE-PEND-ITEM
           END-IF

           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN I-O ARQ-PEDIDO
      * SO O STATUS 35 (ARQUIVO INEXISTENTE) AUTORIZA CRIAR DO ZERO,
      * COMO NA IMPORTACAO (PROG19).
           IF WS-RESULTADO-PED = 35
              OPEN OUTPUT ARQ-PEDIDO
              CLOSE ARQ-PEDIDO
              OPEN I-O ARQ-PEDIDO
           END-IF
           IF WS-RESULTADO-PED NOT = 00
              DISPLAY "ERRO NA ABERTURA DO PEDIDO.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-PED AT 2443
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO-PEND
              IF WS-EXISTE-PEND-ITEM = "S"
                 CLOSE ARQ-PEND-ITEM
              END-IF
              EXIT PROGRAM
           END-IF
           MOVE "PEDIDOITEM.DAT" TO WID-ARQ-PED-ITEM
           OPEN I-O ARQ-PEDIDO-ITEM
           IF WS-RESULTADO-ITM = 35
              OPEN OUTPUT ARQ-PEDIDO-ITEM
              CLOSE ARQ-PEDIDO-ITEM
              OPEN I-O ARQ-PEDIDO-ITEM
           END-IF

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              MOVE "S" TO WS-EXISTE-CLIENTE
           END-IF
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE "S" TO WS-EXISTE-DIST-MEST
           END-IF

           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM ANALISA-FILA THRU F-ANALISA-FILA
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "ANALISAR OUTRO CLIENTE (S/N)?" AT 2301
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                 ACCEPT WS-CONTINUA AT 2331
              END-PERFORM
           END-PERFORM

           CLOSE ARQ-PEDIDO-PEND
           IF WS-EXISTE-PEND-ITEM = "S"
              CLOSE ARQ-PEND-ITEM
           END-IF
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDIDO-ITEM
           IF WS-EXISTE-CLIENTE = "S"
              CLOSE ARQ-CLIENTE
           END-IF
           IF WS-EXISTE-DIST-MEST = "S"
              CLOSE ARQ-DIST-MEST
           END-IF
           EXIT PROGRAM.

      * PERCORRE OS PEDIDOS AINDA RETIDOS DO CLIENTE INFORMADO (OU DA
      * FILA INTEIRA COM CODIGO ZERO), UM POR TELA.
       ANALISA-FILA.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-RETIDOS AT 0101
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           ACCEPT WS-CODIGO-INFORMADO AT 0536
           MOVE ZEROS TO WS-QTD-ANALISADOS
           MOVE ZEROS TO WS-FIM-FILA
           MOVE WS-CODIGO-INFORMADO TO PEN-CLI-CODIGO
           MOVE ZEROS               TO PEN-SEQUENCIA
           START ARQ-PEDIDO-PEND KEY NOT LESS PEN-CHAVE
           IF WS-RESULTADO-PEN NOT = 00
              MOVE 1 TO WS-FIM-FILA
           END-IF
           PERFORM UNTIL WS-FIM-FILA = 1
              READ ARQ-PEDIDO-PEND NEXT
                 AT END
                    MOVE 1 TO WS-FIM-FILA
                    EXIT PERFORM
              END-READ
              IF WS-CODIGO-INFORMADO NOT = ZEROS
                 AND PEN-CLI-CODIGO NOT = WS-CODIGO-INFORMADO
                 MOVE 1 TO WS-FIM-FILA
                 EXIT PERFORM
              END-IF
              IF PEN-SITUACAO = "R"
                 ADD 1 TO WS-QTD-ANALISADOS
                 PERFORM DECIDE-PEDIDO THRU F-DECIDE-PEDIDO
              END-IF
           END-PERFORM
           DISPLAY LIMPA-TELA
           DISPLAY TELA-RETIDOS AT 0101
           IF WS-QTD-ANALISADOS = ZEROS
              DISPLAY "NENHUM PEDIDO RETIDO PARA ANALISAR ......."
                 AT 2001
           ELSE
              DISPLAY "PEDIDOS LIBERADOS NA SESSAO: " AT 2001
              DISPLAY WS-TOTAL-LIBERADOS             AT 2031
              DISPLAY "REJEITADOS: "                  AT 2040
              DISPLAY WS-TOTAL-REJEITADOS            AT 2052
           END-IF.
       F-ANALISA-FILA. EXIT.

       DECIDE-PEDIDO.
           MOVE SPACES TO CLI-RAZAO-SOCIAL
           IF WS-EXISTE-CLIENTE = "S"
              MOVE PEN-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO NOT = 00
                 MOVE SPACES TO CLI-RAZAO-SOCIAL
              END-IF
           END-IF
           EVALUATE PEN-MOTIVO
              WHEN "B"
                 MOVE "CLIENTE BLOQUEADO PARA FATURAMENTO"
                    TO WS-MOTIVO-TEXTO
              WHEN "L"
                 MOVE "SALDO EM ABERTO ACIMA DO LIMITE"
                    TO WS-MOTIVO-TEXTO
              WHEN "D"
                 MOVE "DUPLICADO (CLIENTE, DATA E VALOR)"
                    TO WS-MOTIVO-TEXTO
              WHEN "V"
                 MOVE "VALOR ATIPICO PARA O CLIENTE"
                    TO WS-MOTIVO-TEXTO
              WHEN OTHER
                 MOVE SPACES TO WS-MOTIVO-TEXTO
           END-EVALUATE
           PERFORM CONTA-ITENS THRU F-CONTA-ITENS
           DISPLAY TELA-PEDIDO AT 0101
           MOVE SPACES TO WS-DECISAO
           PERFORM UNTIL WS-DECISAO = "L" OR = "R" OR = "M" OR = "E"
              ACCEPT WS-DECISAO AT 1557
           END-PERFORM
           EVALUATE WS-DECISAO
              WHEN "L"
                 PERFORM LIBERA-PEDIDO THRU F-LIBERA-PEDIDO
              WHEN "R"
                 MOVE "J"               TO PEN-SITUACAO
                 MOVE DATA-DE-HOJE      TO PEN-DATA-DECISAO
                 MOVE WS-OPERADOR-ATUAL TO PEN-OPERADOR
                 REWRITE REGISTRO-PEDIDO-PEND
                 ADD 1 TO WS-TOTAL-REJEITADOS
              WHEN "E"
                 MOVE 1 TO WS-FIM-FILA
           END-EVALUATE.
       F-DECIDE-PEDIDO. EXIT.

       CONTA-ITENS.
           MOVE ZEROS TO WS-QTD-ITENS
           IF WS-EXISTE-PEND-ITEM NOT = "S"
              GO TO F-CONTA-ITENS
           END-IF
           MOVE PEN-CLI-CODIGO TO PIT-CLI-CODIGO
           MOVE PEN-SEQUENCIA  TO PIT-PEN-SEQUENCIA
           MOVE ZEROS          TO PIT-SEQUENCIA
           START ARQ-PEND-ITEM KEY NOT LESS PIT-CHAVE
           IF WS-RESULTADO-PIT = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEND-ITEM NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PIT-CLI-CODIGO NOT = PEN-CLI-CODIGO
                    OR PIT-PEN-SEQUENCIA NOT = PEN-SEQUENCIA
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-QTD-ITENS
              END-PERFORM
           END-IF.
       F-CONTA-ITENS. EXIT.

      * LIBERACAO: O PEDIDO ENTRA NO PEDIDO.DAT EM ABERTO, NA PROXIMA
      * SEQUENCIA DO CLIENTE, COM A DATA ORIGINAL (CONTA NA
      * CONCILIACAO DO DIA DO MOVIMENTO) E OS ITENS SAO COPIADOS COM
      * A MESMA NUMERACAO DE LINHA.
       LIBERA-PEDIDO.
           CALL "VERIFICA-PERIODO" USING PEN-DATA
                                         WS-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "S"
              DISPLAY "PERIODO DO PEDIDO FECHADO - CONTINUA RETIDO"
                 AT 2001
              ACCEPT PAUSA AT 2478
              GO TO F-LIBERA-PEDIDO
           END-IF
           MOVE PEN-CHAVE TO WS-CHAVE-PEND
           PERFORM PROXIMA-SEQUENCIA THRU F-PROXIMA-SEQUENCIA
           MOVE PEN-CLI-CODIGO TO PED-CLI-CODIGO
           MOVE WS-PROXIMA-SEQ TO PED-SEQUENCIA
           MOVE PEN-DATA       TO PED-DATA
           MOVE PEN-VALOR      TO PED-VALOR
           MOVE "A"            TO PED-SITUACAO
           MOVE SPACES         TO PED-DATA-PGTO
           MOVE ZEROS          TO PED-VEN-CODIGO
           IF WS-EXISTE-DIST-MEST = "S"
              MOVE PEN-CLI-CODIGO TO DM-CLI-CODIGO
              READ ARQ-DIST-MEST
              IF WS-RESULTADO-MEST = 00
                 MOVE DM-VEN-CODIGO TO PED-VEN-CODIGO
              END-IF
           END-IF
      * O PEDIDO E DA EMPRESA DO CLIENTE; SEM O CADASTRO, DA 01.
           MOVE 01 TO PED-EMPRESA
           IF WS-EXISTE-CLIENTE = "S"
              MOVE PEN-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO = 00
                 MOVE CLI-EMPRESA TO PED-EMPRESA
              END-IF
           END-IF
           WRITE REGISTRO-PEDIDO
           IF WS-RESULTADO-PED NOT = 00
              DISPLAY "ERRO NA GRAVACAO DO PEDIDO - STATUS: " AT 2001
              DISPLAY WS-RESULTADO-PED AT 2039
              ACCEPT PAUSA AT 2478
              GO TO F-LIBERA-PEDIDO
           END-IF
           IF WS-EXISTE-PEND-ITEM = "S"
              PERFORM TRANSFERE-ITENS THRU F-TRANSFERE-ITENS
           END-IF

           MOVE WS-CHAVE-PEND TO PEN-CHAVE
           READ ARQ-PEDIDO-PEND
           MOVE "L"               TO PEN-SITUACAO
           MOVE DATA-DE-HOJE      TO PEN-DATA-DECISAO
           MOVE WS-OPERADOR-ATUAL TO PEN-OPERADOR
           MOVE WS-PROXIMA-SEQ    TO PEN-PED-SEQUENCIA
           REWRITE REGISTRO-PEDIDO-PEND
           ADD 1 TO WS-TOTAL-LIBERADOS.
       F-LIBERA-PEDIDO. EXIT.

       TRANSFERE-ITENS.
           MOVE PEN-CLI-CODIGO TO PIT-CLI-CODIGO
           MOVE PEN-SEQUENCIA  TO PIT-PEN-SEQUENCIA
           MOVE ZEROS          TO PIT-SEQUENCIA
           START ARQ-PEND-ITEM KEY NOT LESS PIT-CHAVE
           IF WS-RESULTADO-PIT = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEND-ITEM NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PIT-CLI-CODIGO NOT = PEN-CLI-CODIGO
                    OR PIT-PEN-SEQUENCIA NOT = PEN-SEQUENCIA
                    EXIT PERFORM
                 END-IF
                 MOVE PIT-CLI-CODIGO    TO ITM-CLI-CODIGO
                 MOVE WS-PROXIMA-SEQ    TO ITM-PED-SEQUENCIA
                 MOVE PIT-SEQUENCIA     TO ITM-SEQUENCIA
                 MOVE PIT-LINHA-PRODUTO TO ITM-LINHA-PRODUTO
                 MOVE PIT-QUANTIDADE    TO ITM-QUANTIDADE
                 MOVE PIT-VALOR         TO ITM-VALOR
                 WRITE REGISTRO-PEDIDO-ITEM
              END-PERFORM
           END-IF.
       F-TRANSFERE-ITENS. EXIT.

      * LOCALIZA A PROXIMA SEQUENCIA LIVRE DE PEDIDO DO CLIENTE.
       PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-PROXIMA-SEQ
           MOVE PEN-CLI-CODIGO TO PED-CLI-CODIGO
           MOVE ZEROS          TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PED-CLI-CODIGO NOT = PEN-CLI-CODIGO
                    EXIT PERFORM
                 END-IF
                 MOVE PED-SEQUENCIA TO WS-PROXIMA-SEQ
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ.
       F-PROXIMA-SEQUENCIA. EXIT.

      * OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON
      * PROG24): QUEM DECIDE FICA GRAVADO NA FILA; EXIGE NIVEL 2.
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE ZEROS  TO WS-OPERADOR-NIVEL
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.
