       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG61.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- IMPORTACAO DE DEVOLUCOES / NOTAS DE CREDITO -------
      * LE O MOVIMENTO DE DEVOLUCOES DO FATURAMENTO (TEXTO) E ALIMENTA
      * O DEVOLUCAO.DAT. CADA LINHA REFERENCIA O PEDIDO ORIGINAL
      * (CLIENTE + SEQUENCIA NO PEDIDO.DAT) E, SE INFORMADA, A LINHA
      * DE ITEM DO PEDIDOITEM.DAT; O VALOR DEVOLVIDO NAO PODE PASSAR
      * DO SALDO AINDA NAO DEVOLVIDO DO PEDIDO (OU DO ITEM). A
      * DEVOLUCAO LEVA O VENDEDOR DE REGISTRO E A DATA DO PEDIDO,
      * USADOS NO ABATIMENTO DA RECEITA E NO ESTORNO DE COMISSAO
      * (PROG33).
      * DEVOLUCAO DATADA NUMA COMPETENCIA JA FECHADA (PERIODO.DAT,
      * FECHAMENTO MENSAL DO PROG69) E RECUSADA, ATE QUE UM OPERADOR
      * DE NIVEL 3 REABRA O PERIODO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-PEDIDO-ITEM ASSIGN TO DISK WID-ARQ-PED-ITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITM-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ITM.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEV.

           SELECT ARQ-IMPORTA-DEV ASSIGN TO DISK WS-LOCAL-ARQ-DEV
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-IMP.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-PEDIDO-ITEM.FD".

       COPY "ARQ-DEVOLUCAO.FD".

      * UMA LINHA POR DEVOLUCAO: PEDIDO ORIGINAL, LINHA DE ITEM (ZERO
      * = PEDIDO INTEIRO), DATA DE LANCAMENTO DD/MM/AAAA, VALOR E O
      * NUMERO DA NOTA DE CREDITO.
       FD ARQ-IMPORTA-DEV.
          01 REG-IMPORTA-DEV.
             02 IMP-DEV-CLI-CODIGO    PIC 9(07).
             02 IMP-DEV-PED-SEQUENCIA PIC 9(07).
             02 IMP-DEV-ITM-SEQUENCIA PIC 9(03).
             02 IMP-DEV-DATA          PIC X(10).
             02 IMP-DEV-VALOR         PIC 9(09)V9(02).
             02 IMP-DEV-DOCUMENTO     PIC X(15).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-PED-ITEM      PIC X(50) VALUE SPACES.
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-DEV      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ITM      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-PED-ITEM    PIC X(01) VALUE "N".
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-IMP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FIM-DEV            PIC 9(01) VALUE ZEROS.
       77 WS-PROXIMA-SEQ        PIC 9(03) VALUE ZEROS.
       77 WS-DEVOLVIDO-PEDIDO   PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-DEVOLVIDO-ITEM     PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOTAL-LIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-INCLUIDOS    PIC 9(07) VALUE ZEROS.
       77 WS-SEM-PEDIDO         PIC 9(07) VALUE ZEROS.
       77 WS-SEM-ITEM           PIC 9(07) VALUE ZEROS.
       77 WS-DATA-INVALIDA      PIC 9(07) VALUE ZEROS.
       77 WS-ACIMA-SALDO        PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-PER-FECHADO  PIC 9(07) VALUE ZEROS.
       77 WS-PERIODO-FECHADO    PIC X(01) VALUE "N".
       77 WS-VALOR-INCLUIDO     PIC 9(11)V9(02) VALUE ZEROS.

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-DEVOLUCOES BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  IMPORTACAO DE DEVOLUCOES ".
          02 LINE 02 COLUMN 73 VALUE "PROG61".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "NOME DO ARQUIVO.....".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  IMPORTACAO DE DEVOLUCOES ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "DEVOLUCOES LIDAS......:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-LIDOS.
          02 LINE 07 COLUMN 01 VALUE "DEVOLUCOES INCLUIDAS..:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-INCLUIDOS.
          02 LINE 08 COLUMN 01 VALUE "PEDIDO INEXISTENTE....:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-SEM-PEDIDO.
          02 LINE 09 COLUMN 01 VALUE "ITEM INEXISTENTE......:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-SEM-ITEM.
          02 LINE 10 COLUMN 01 VALUE "DATA INVALIDA.........:".
          02 LINE 10 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-DATA-INVALIDA.
          02 LINE 11 COLUMN 01 VALUE "VALOR ACIMA DO SALDO..:".
          02 LINE 11 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-ACIMA-SALDO.
          02 LINE 12 COLUMN 01 VALUE "VALOR DEVOLVIDO.......:".
          02 LINE 12 COLUMN 26 PIC ZZ.ZZZ.ZZZ.ZZ9,99
                               FROM WS-VALOR-INCLUIDO.
          02 LINE 13 COLUMN 01 VALUE "PERIODO FECHADO.......:".
          02 LINE 13 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-PER-FECHADO.
          02 LINE 15 COLUMN 01
          VALUE "IMPORTACAO DE DEVOLUCOES CONCLUIDA, TECLE ENTER PARA R
      -"ETORNAR AO MENU INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-DEVOLUCOES AT 0101
           ACCEPT WS-LOCAL-ARQ-DEV AT 0421

           OPEN INPUT ARQ-IMPORTA-DEV
           IF WS-RESULTADO-IMP NOT = 00
              DISPLAY "ERRO AO ABRIR O ARQUIVO SOLICITADO!" AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "PEDIDO.DAT NAO ENCONTRADO - EXECUTE O PROG19 PRIM
      -"EIRO" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-IMPORTA-DEV
              EXIT PROGRAM
           END-IF

      * SEM O PEDIDOITEM.DAT SO SAO ACEITAS DEVOLUCOES SOBRE O PEDIDO
      * INTEIRO (ITEM ZERO); AS DE ITEM CAEM COMO ITEM INEXISTENTE.
           MOVE "PEDIDOITEM.DAT" TO WID-ARQ-PED-ITEM
           OPEN INPUT ARQ-PEDIDO-ITEM
           IF WS-RESULTADO-ITM = 00
              MOVE "S" TO WS-EXISTE-PED-ITEM
           END-IF

           MOVE "DEVOLUCAO.DAT" TO WID-ARQ-DEVOLUCAO
           OPEN I-O ARQ-DEVOLUCAO
           IF WS-RESULTADO-DEV = 35
              OPEN OUTPUT ARQ-DEVOLUCAO
              CLOSE ARQ-DEVOLUCAO
              OPEN I-O ARQ-DEVOLUCAO
           END-IF
           IF WS-RESULTADO-DEV NOT = 00
              DISPLAY "ERRO NA ABERTURA DO DEVOLUCAO.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-DEV AT 2446
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-IMPORTA-DEV
              CLOSE ARQ-PEDIDO
              IF WS-EXISTE-PED-ITEM = "S"
                 CLOSE ARQ-PEDIDO-ITEM
              END-IF
              EXIT PROGRAM
           END-IF

           PERFORM UNTIL WS-FIM-DEV = 1
              READ ARQ-IMPORTA-DEV NEXT
                 AT END
                    MOVE 1 TO WS-FIM-DEV
                    EXIT PERFORM
              END-READ
              ADD 1 TO WS-TOTAL-LIDOS
              PERFORM IMPORTA-DEVOLUCAO THRU F-IMPORTA-DEVOLUCAO
           END-PERFORM

           CLOSE ARQ-IMPORTA-DEV
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-DEVOLUCAO
           IF WS-EXISTE-PED-ITEM = "S"
              CLOSE ARQ-PEDIDO-ITEM
           END-IF

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

       IMPORTA-DEVOLUCAO.
           IF IMP-DEV-DATA(1:2) NOT NUMERIC
              OR IMP-DEV-DATA(4:2) NOT NUMERIC
              OR IMP-DEV-DATA(7:4) NOT NUMERIC
              ADD 1 TO WS-DATA-INVALIDA
              GO TO F-IMPORTA-DEVOLUCAO
           END-IF

           CALL "VERIFICA-PERIODO" USING IMP-DEV-DATA
                                         WS-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "S"
              ADD 1 TO WS-TOTAL-PER-FECHADO
              GO TO F-IMPORTA-DEVOLUCAO
           END-IF

           MOVE IMP-DEV-CLI-CODIGO    TO PED-CLI-CODIGO
           MOVE IMP-DEV-PED-SEQUENCIA TO PED-SEQUENCIA
           READ ARQ-PEDIDO
           IF WS-RESULTADO-ACESSO NOT = 00
              ADD 1 TO WS-SEM-PEDIDO
              GO TO F-IMPORTA-DEVOLUCAO
           END-IF

           IF IMP-DEV-ITM-SEQUENCIA > ZEROS
              IF WS-EXISTE-PED-ITEM NOT = "S"
                 ADD 1 TO WS-SEM-ITEM
                 GO TO F-IMPORTA-DEVOLUCAO
              END-IF
              MOVE IMP-DEV-CLI-CODIGO    TO ITM-CLI-CODIGO
              MOVE IMP-DEV-PED-SEQUENCIA TO ITM-PED-SEQUENCIA
              MOVE IMP-DEV-ITM-SEQUENCIA TO ITM-SEQUENCIA
              READ ARQ-PEDIDO-ITEM
              IF WS-RESULTADO-ITM NOT = 00
                 ADD 1 TO WS-SEM-ITEM
                 GO TO F-IMPORTA-DEVOLUCAO
              END-IF
           END-IF

           PERFORM SALDO-DEVOLVIDO THRU F-SALDO-DEVOLVIDO
           IF IMP-DEV-VALOR = ZEROS
              OR WS-DEVOLVIDO-PEDIDO + IMP-DEV-VALOR > PED-VALOR
              ADD 1 TO WS-ACIMA-SALDO
              GO TO F-IMPORTA-DEVOLUCAO
           END-IF
           IF IMP-DEV-ITM-SEQUENCIA > ZEROS
              AND WS-DEVOLVIDO-ITEM + IMP-DEV-VALOR > ITM-VALOR
              ADD 1 TO WS-ACIMA-SALDO
              GO TO F-IMPORTA-DEVOLUCAO
           END-IF

           MOVE IMP-DEV-CLI-CODIGO    TO DEV-CLI-CODIGO
           MOVE IMP-DEV-PED-SEQUENCIA TO DEV-PED-SEQUENCIA
           MOVE WS-PROXIMA-SEQ        TO DEV-SEQUENCIA
           MOVE IMP-DEV-ITM-SEQUENCIA TO DEV-ITM-SEQUENCIA
           MOVE IMP-DEV-DATA          TO DEV-DATA
           MOVE IMP-DEV-VALOR         TO DEV-VALOR
           MOVE IMP-DEV-DOCUMENTO     TO DEV-DOCUMENTO
           MOVE PED-VEN-CODIGO        TO DEV-VEN-CODIGO
           MOVE PED-DATA              TO DEV-DATA-PEDIDO
           MOVE ZEROS                 TO DEV-COMP-APURACAO
           MOVE SPACES                TO DEV-TIPO-APURACAO
           WRITE REGISTRO-DEVOLUCAO
           IF WS-RESULTADO-DEV = 00
              ADD 1             TO WS-TOTAL-INCLUIDOS
              ADD IMP-DEV-VALOR TO WS-VALOR-INCLUIDO
           ELSE
              ADD 1 TO WS-ACIMA-SALDO
           END-IF.
       F-IMPORTA-DEVOLUCAO. EXIT.

      * SOMA O QUE JA FOI DEVOLVIDO DO PEDIDO (E DA LINHA DE ITEM
      * INFORMADA) E LOCALIZA A PROXIMA SEQUENCIA LIVRE DE DEVOLUCAO.
       SALDO-DEVOLVIDO.
           MOVE ZEROS TO WS-PROXIMA-SEQ
           MOVE ZEROS TO WS-DEVOLVIDO-PEDIDO
           MOVE ZEROS TO WS-DEVOLVIDO-ITEM
           MOVE IMP-DEV-CLI-CODIGO    TO DEV-CLI-CODIGO
           MOVE IMP-DEV-PED-SEQUENCIA TO DEV-PED-SEQUENCIA
           MOVE ZEROS                 TO DEV-SEQUENCIA
           START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
           IF WS-RESULTADO-DEV = 00
              PERFORM UNTIL EXIT
                 READ ARQ-DEVOLUCAO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF DEV-CLI-CODIGO NOT = IMP-DEV-CLI-CODIGO
                    OR DEV-PED-SEQUENCIA NOT = IMP-DEV-PED-SEQUENCIA
                    EXIT PERFORM
                 END-IF
                 MOVE DEV-SEQUENCIA TO WS-PROXIMA-SEQ
                 ADD DEV-VALOR TO WS-DEVOLVIDO-PEDIDO
                 IF IMP-DEV-ITM-SEQUENCIA > ZEROS
                    AND DEV-ITM-SEQUENCIA = IMP-DEV-ITM-SEQUENCIA
                    ADD DEV-VALOR TO WS-DEVOLVIDO-ITEM
                 END-IF
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ.
       F-SALDO-DEVOLVIDO. EXIT.

      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR.
       LE-OPERADOR.
           MOVE ZEROS TO WS-OPERADOR-NIVEL
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-NIVEL TO WS-OPERADOR-NIVEL
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.
