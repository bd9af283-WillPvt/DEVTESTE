       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG70.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- GESTAO DE CASOS DE RECLAMACAO -------
      * A RECLAMACAO DEIXA DE SER SO UMA LINHA DO DIARIO DE
      * INTERACOES: VIRA UM CASO (CASO.DAT) COM NUMERO (CLIENTE +
      * SEQUENCIA), CATEGORIA, GRAVIDADE, RESPONSAVEL (OPERADOR OU
      * VENDEDOR), PRAZO, SITUACAO E RESOLUCAO, E UM HISTORICO
      * (CASOHIST.DAT) COM CADA MUDANCA DE SITUACAO E AS INTERACOES
      * DE ACOMPANHAMENTO.
      * ABRIR: REGISTRA A RECLAMACAO NO INTERACAO.DAT (TIPO R) E ABRE
      * O CASO (O PROG47 TAMBEM ABRE, A PARTIR DO LANCAMENTO).
      * ANDAMENTO: TEXTO DE ACOMPANHAMENTO (INTERACAO TIPO R
      * VINCULADA), PODENDO PASSAR O CASO A EM TRATAMENTO OU DE VOLTA
      * A ABERTO E TRANSFERIR O RESPONSAVEL.
      * ENCERRAR: GRAVA A RESOLUCAO, TAMBEM COMO INTERACAO.
      * CONSULTAR: CASOS DO CLIENTE E O HISTORICO DE UM DELES.
      * A GRAVACAO DO CASO E DO HISTORICO E DO SUBPROGRAMA
      * GRAVA-CASO. CASOS EM ATRASO SAEM NO PROG71 E O RESUMO MENSAL
      * NO PROG72; OS CASOS ABERTOS APARECEM NA CONSULTA 360 (PROG21).

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

           SELECT ARQ-INTERACAO ASSIGN TO DISK WID-ARQ-INTERACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ITR.

           SELECT ARQ-CASO ASSIGN TO DISK WID-ARQ-CASO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CAS.

           SELECT ARQ-CASO-HIST ASSIGN TO DISK WID-ARQ-CASO-HIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CSH-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CSH.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-INTERACAO.FD".

       COPY "ARQ-CASO.FD".

       COPY "ARQ-CASO-HIST.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-INTERACAO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-CASO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CASO-HIST     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ITR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CAS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CSH      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
       77 WS-CODIGO-INFORMADO   PIC 9(07) VALUE ZEROS.
       77 WS-CASO-INFORMADO     PIC 9(03) VALUE ZEROS.
       77 WS-TEXTO-INFORMADO    PIC X(60) VALUE SPACES.
       77 WS-SITUACAO-NOVA      PIC X(01) VALUE SPACES.
       77 WS-TRANSFERE          PIC X(01) VALUE SPACES.
       77 WS-RESP-VENDEDOR      PIC 9(03) VALUE ZEROS.
       77 WS-CASO-OK            PIC X(01) VALUE "N".
       77 WS-PROXIMA-SEQ        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LANCAMENTOS    PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-TELA         PIC 9(02) VALUE ZEROS.
       COPY "AREA-CASO.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CASOS BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  GESTAO DE CASOS DE RECLAMACAO  ".
          02 LINE 02 COLUMN 73 VALUE "PROG70".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE
             "FUNCAO: ABRIR (A), ANDAMENTO (N), ENCERRAR (E) OU CONSULTA
      -"R (C)?".
          02 LINE 05 COLUMN 01 VALUE
             "CODIGO DO CLIENTE.................".

       01 TELA-ABERTURA.
          02 LINE 07 COLUMN 01 VALUE
             "RECLAMACAO........................".
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

       01 TELA-RESPONSAVEL.
          02 LINE 18 COLUMN 01 VALUE
             "RESPONSAVEL: OPERADOR (O)/VEND.(V)".
          02 LINE 19 COLUMN 01 VALUE
             "CODIGO DO RESPONSAVEL.............".

       01 TELA-SELECAO.
          02 LINE 07 COLUMN 01 VALUE
             "SEQUENCIA DO CASO.................".

       01 TELA-RESUMO.
          02 LINE 09 COLUMN 01 VALUE "ABERTO EM:".
          02 LINE 09 COLUMN 12 PIC X(10) FROM CAS-DATA-ABERTURA.
          02 LINE 09 COLUMN 24 VALUE "CATEGORIA:".
          02 LINE 09 COLUMN 35 PIC X(01) FROM CAS-CATEGORIA.
          02 LINE 09 COLUMN 38 VALUE "GRAVIDADE:".
          02 LINE 09 COLUMN 49 PIC 9(01) FROM CAS-GRAVIDADE.
          02 LINE 09 COLUMN 52 VALUE "PRAZO:".
          02 LINE 09 COLUMN 59 PIC X(10) FROM CAS-PRAZO.
          02 LINE 10 COLUMN 01 VALUE "RESPONSAV.:".
          02 LINE 10 COLUMN 12 PIC X(01) FROM CAS-RESP-TIPO.
          02 LINE 10 COLUMN 14 PIC X(08) FROM CAS-RESP-CODIGO.
          02 LINE 10 COLUMN 24 VALUE "SITUACAO.:".
          02 LINE 10 COLUMN 35 PIC X(01) FROM CAS-SITUACAO.
          02 LINE 11 COLUMN 01 VALUE "DESCRICAO:".
          02 LINE 11 COLUMN 12 PIC X(60) FROM CAS-DESCRICAO.

       01 TELA-ANDAMENTO.
          02 LINE 13 COLUMN 01 VALUE
             "ANDAMENTO.........................".
          02 LINE 15 COLUMN 01 VALUE
             "NOVA SITUACAO (A/T, BRANCO=MANTER)".
          02 LINE 17 COLUMN 01 VALUE
             "TRANSFERIR RESPONSAVEL (S/N)......".

       01 TELA-ENCERRAMENTO.
          02 LINE 13 COLUMN 01 VALUE
             "RESOLUCAO.........................".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           DISPLAY TELA-CASOS AT 0101
           PERFORM UNTIL WS-FUNCAO = "A" OR = "N" OR = "E" OR = "C"
              ACCEPT WS-FUNCAO AT 0466
           END-PERFORM
      * CONSULTAR E ABERTO A QUALQUER OPERADOR; AS DEMAIS FUNCOES
      * GRAVAM E EXIGEM NIVEL 2, COMO O LANCAMENTO DO PROG47.
           IF WS-FUNCAO NOT = "C" AND WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE "INTERACAO.DAT" TO WID-ARQ-INTERACAO
           MOVE "CASO.DAT"      TO WID-ARQ-CASO
           MOVE "CASOHIST.DAT"  TO WID-ARQ-CASO-HIST
           IF WS-FUNCAO NOT = "C"
              OPEN I-O ARQ-INTERACAO
              IF WS-RESULTADO-ITR NOT = 00
                 OPEN OUTPUT ARQ-INTERACAO
                 CLOSE ARQ-INTERACAO
                 OPEN I-O ARQ-INTERACAO
              END-IF
           END-IF

           PERFORM UNTIL WS-CONTINUA NOT = "S"
              EVALUATE WS-FUNCAO
                 WHEN "A"
                    PERFORM ABRE-CASO THRU F-ABRE-CASO
                 WHEN "N"
                    PERFORM ANDAMENTO-CASO THRU F-ANDAMENTO-CASO
                 WHEN "E"
                    PERFORM ENCERRA-CASO THRU F-ENCERRA-CASO
                 WHEN OTHER
                    PERFORM CONSULTA-CASOS THRU F-CONSULTA-CASOS
              END-EVALUATE
              MOVE SPACES TO WS-CONTINUA
              DISPLAY "CONTINUAR NA MESMA FUNCAO (S/N)?" AT 2301
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                 ACCEPT WS-CONTINUA AT 2334
              END-PERFORM
           END-PERFORM

           IF WS-FUNCAO NOT = "C"
              CLOSE ARQ-INTERACAO
           END-IF
           CLOSE ARQ-CLIENTE
           EXIT PROGRAM.

      * ABERTURA DIRETA: A RECLAMACAO ENTRA NO DIARIO DE INTERACOES
      * (TIPO R) E O CASO APONTA PARA ELA.
       ABRE-CASO.
           PERFORM INFORMA-CLIENTE THRU F-INFORMA-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              GO TO F-ABRE-CASO
           END-IF
           DISPLAY TELA-ABERTURA
           DISPLAY TELA-RESPONSAVEL
           MOVE SPACES TO WS-TEXTO-INFORMADO
           PERFORM UNTIL WS-TEXTO-INFORMADO NOT = SPACES
              ACCEPT WS-TEXTO-INFORMADO AT 0736
           END-PERFORM
           INITIALIZE AREA-CASO
           PERFORM UNTIL CASO-CATEGORIA = "E" OR = "P" OR = "F"
              OR = "A" OR = "O"
              ACCEPT CASO-CATEGORIA AT 1536
           END-PERFORM
           PERFORM UNTIL CASO-GRAVIDADE > 0 AND CASO-GRAVIDADE < 4
              ACCEPT CASO-GRAVIDADE AT 1736
           END-PERFORM
           PERFORM PROXIMA-SEQUENCIA THRU F-PROXIMA-SEQUENCIA
           MOVE "A"                 TO CASO-ACAO
           MOVE DATA-DE-HOJE        TO CASO-DATA
           MOVE WS-OPERADOR-ATUAL   TO CASO-OPERADOR
           MOVE WS-CODIGO-INFORMADO TO CASO-CLI-CODIGO
           MOVE WS-PROXIMA-SEQ      TO CASO-ITR-SEQUENCIA
           MOVE WS-TEXTO-INFORMADO  TO CASO-TEXTO
           MOVE "R" TO CASO-RESULTADO
           PERFORM UNTIL CASO-RESULTADO NOT = "R"
              PERFORM INFORMA-RESPONSAVEL THRU F-INFORMA-RESPONSAVEL
              CALL "GRAVA-CASO" USING AREA-CASO
              IF CASO-RESULTADO = "R"
                 DISPLAY "RESPONSAVEL NAO CADASTRADO - INFORME OUTRO"
                    AT 2001
              END-IF
           END-PERFORM
           IF CASO-RESULTADO NOT = "S"
              DISPLAY "ERRO NA GRAVACAO DO CASO ................."
                 AT 2001
              GO TO F-ABRE-CASO
           END-IF
           PERFORM GRAVA-INTERACAO THRU F-GRAVA-INTERACAO
           DISPLAY "CASO ABERTO:                                 "
              AT 2001
           DISPLAY WS-CODIGO-INFORMADO AT 2014
           DISPLAY "-"                 AT 2021
           DISPLAY CASO-SEQUENCIA      AT 2022
           DISPLAY "PRAZO"             AT 2027
           DISPLAY CASO-PRAZO          AT 2033.
       F-ABRE-CASO. EXIT.

      * ANDAMENTO: O TEXTO VIRA INTERACAO VINCULADA E O EVENTO PODE
      * MUDAR A SITUACAO E O RESPONSAVEL DO CASO.
       ANDAMENTO-CASO.
           PERFORM INFORMA-CASO THRU F-INFORMA-CASO
           IF WS-CASO-OK NOT = "S"
              GO TO F-ANDAMENTO-CASO
           END-IF
           DISPLAY TELA-ANDAMENTO
           MOVE SPACES TO WS-TEXTO-INFORMADO
           PERFORM UNTIL WS-TEXTO-INFORMADO NOT = SPACES
              ACCEPT WS-TEXTO-INFORMADO AT 1336
           END-PERFORM
           MOVE "X" TO WS-SITUACAO-NOVA
           PERFORM UNTIL WS-SITUACAO-NOVA = "A" OR = "T" OR = SPACES
              MOVE SPACES TO WS-SITUACAO-NOVA
              ACCEPT WS-SITUACAO-NOVA AT 1536
           END-PERFORM
           MOVE SPACES TO WS-TRANSFERE
           PERFORM UNTIL WS-TRANSFERE = "S" OR = "N"
              ACCEPT WS-TRANSFERE AT 1736
           END-PERFORM
           PERFORM PROXIMA-SEQUENCIA THRU F-PROXIMA-SEQUENCIA
           INITIALIZE AREA-CASO
           MOVE "H"                 TO CASO-ACAO
           MOVE "N"                 TO CASO-EVENTO
           MOVE DATA-DE-HOJE        TO CASO-DATA
           MOVE WS-OPERADOR-ATUAL   TO CASO-OPERADOR
           MOVE WS-CODIGO-INFORMADO TO CASO-CLI-CODIGO
           MOVE WS-CASO-INFORMADO   TO CASO-SEQUENCIA
           MOVE WS-PROXIMA-SEQ      TO CASO-ITR-SEQUENCIA
           MOVE WS-SITUACAO-NOVA    TO CASO-SITUACAO
           MOVE WS-TEXTO-INFORMADO  TO CASO-TEXTO
           IF WS-TRANSFERE = "S"
              DISPLAY TELA-RESPONSAVEL
           END-IF
           MOVE "R" TO CASO-RESULTADO
           PERFORM UNTIL CASO-RESULTADO NOT = "R"
              IF WS-TRANSFERE = "S"
                 PERFORM INFORMA-RESPONSAVEL
                    THRU F-INFORMA-RESPONSAVEL
              END-IF
              CALL "GRAVA-CASO" USING AREA-CASO
              IF CASO-RESULTADO = "R"
                 DISPLAY "RESPONSAVEL NAO CADASTRADO - INFORME OUTRO"
                    AT 2001
              END-IF
           END-PERFORM
           IF CASO-RESULTADO NOT = "S"
              DISPLAY "CASO INEXISTENTE OU ENCERRADO ............"
                 AT 2001
              GO TO F-ANDAMENTO-CASO
           END-IF
           PERFORM GRAVA-INTERACAO THRU F-GRAVA-INTERACAO
           DISPLAY "ANDAMENTO REGISTRADO COM SUCESSO ........."
              AT 2001.
       F-ANDAMENTO-CASO. EXIT.

       ENCERRA-CASO.
           PERFORM INFORMA-CASO THRU F-INFORMA-CASO
           IF WS-CASO-OK NOT = "S"
              GO TO F-ENCERRA-CASO
           END-IF
           DISPLAY TELA-ENCERRAMENTO
           MOVE SPACES TO WS-TEXTO-INFORMADO
           PERFORM UNTIL WS-TEXTO-INFORMADO NOT = SPACES
              ACCEPT WS-TEXTO-INFORMADO AT 1336
           END-PERFORM
           PERFORM PROXIMA-SEQUENCIA THRU F-PROXIMA-SEQUENCIA
           INITIALIZE AREA-CASO
           MOVE "H"                 TO CASO-ACAO
           MOVE "E"                 TO CASO-EVENTO
           MOVE DATA-DE-HOJE        TO CASO-DATA
           MOVE WS-OPERADOR-ATUAL   TO CASO-OPERADOR
           MOVE WS-CODIGO-INFORMADO TO CASO-CLI-CODIGO
           MOVE WS-CASO-INFORMADO   TO CASO-SEQUENCIA
           MOVE WS-PROXIMA-SEQ      TO CASO-ITR-SEQUENCIA
           MOVE WS-TEXTO-INFORMADO  TO CASO-TEXTO
           CALL "GRAVA-CASO" USING AREA-CASO
           IF CASO-RESULTADO NOT = "S"
              DISPLAY "CASO INEXISTENTE OU ENCERRADO ............"
                 AT 2001
              GO TO F-ENCERRA-CASO
           END-IF
           PERFORM GRAVA-INTERACAO THRU F-GRAVA-INTERACAO
           DISPLAY "CASO ENCERRADO COM SUCESSO ..............."
              AT 2001.
       F-ENCERRA-CASO. EXIT.

      * CASOS DO CLIENTE EM ORDEM DE ABERTURA E, A PEDIDO, O
      * HISTORICO DE UM DELES.
       CONSULTA-CASOS.
           PERFORM INFORMA-CLIENTE THRU F-INFORMA-CLIENTE
           OPEN INPUT ARQ-CASO
           IF WS-RESULTADO-CAS NOT = 00
              DISPLAY "NENHUM CASO REGISTRADO AINDA ............."
                 AT 2001
              GO TO F-CONSULTA-CASOS
           END-IF
           DISPLAY "CASO ABERTURA  C G RESP.      PRAZO      S DESCRICA
      -"O" AT 0702
           MOVE ZEROS TO WS-QTD-LANCAMENTOS
           MOVE 7     TO WS-LINHA-TELA
           MOVE WS-CODIGO-INFORMADO TO CAS-CLI-CODIGO
           MOVE ZEROS               TO CAS-SEQUENCIA
           START ARQ-CASO KEY NOT LESS CAS-CHAVE
           IF WS-RESULTADO-CAS = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CASO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CAS-CLI-CODIGO NOT = WS-CODIGO-INFORMADO
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-QTD-LANCAMENTOS
                 PERFORM MOSTRA-CASO THRU F-MOSTRA-CASO
              END-PERFORM
           END-IF
           CLOSE ARQ-CASO
           IF WS-QTD-LANCAMENTOS = ZEROS
              DISPLAY "NENHUM CASO REGISTRADO PARA O CLIENTE ...."
                 AT 2001
              GO TO F-CONSULTA-CASOS
           END-IF
           MOVE ZEROS TO WS-CASO-INFORMADO
           DISPLAY "CASO PARA VER O HISTORICO (0 = SAIR)" AT 2201
           ACCEPT WS-CASO-INFORMADO AT 2238
           IF WS-CASO-INFORMADO > ZEROS
              PERFORM CONSULTA-HISTORICO THRU F-CONSULTA-HISTORICO
           END-IF.
       F-CONSULTA-CASOS. EXIT.

       MOSTRA-CASO.
           ADD 1 TO WS-LINHA-TELA
           IF WS-LINHA-TELA > 20
              DISPLAY "TECLE ENTER PARA CONTINUAR A LISTA ......."
                 AT 2201
              ACCEPT PAUSA AT 2478
              DISPLAY LIMPA-TELA
              DISPLAY TELA-CASOS AT 0101
              DISPLAY WS-FUNCAO AT 0466
              DISPLAY WS-CODIGO-INFORMADO AT 0536
              MOVE 8 TO WS-LINHA-TELA
           END-IF
           DISPLAY CAS-SEQUENCIA     AT LINE WS-LINHA-TELA COLUMN 02
           DISPLAY CAS-DATA-ABERTURA AT LINE WS-LINHA-TELA COLUMN 06
           DISPLAY CAS-CATEGORIA     AT LINE WS-LINHA-TELA COLUMN 17
           DISPLAY CAS-GRAVIDADE     AT LINE WS-LINHA-TELA COLUMN 19
           DISPLAY CAS-RESP-TIPO     AT LINE WS-LINHA-TELA COLUMN 21
           DISPLAY CAS-RESP-CODIGO   AT LINE WS-LINHA-TELA COLUMN 23
           DISPLAY CAS-PRAZO         AT LINE WS-LINHA-TELA COLUMN 32
           DISPLAY CAS-SITUACAO      AT LINE WS-LINHA-TELA COLUMN 43
           DISPLAY CAS-DESCRICAO(1:35)
                                     AT LINE WS-LINHA-TELA COLUMN 45.
       F-MOSTRA-CASO. EXIT.

       CONSULTA-HISTORICO.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-CASOS AT 0101
           DISPLAY WS-FUNCAO AT 0466
           DISPLAY WS-CODIGO-INFORMADO AT 0536
           DISPLAY "-" AT 0543
           DISPLAY WS-CASO-INFORMADO AT 0544
           OPEN INPUT ARQ-CASO-HIST
           IF WS-RESULTADO-CSH NOT = 00
              DISPLAY "HISTORICO NAO ENCONTRADO ................."
                 AT 2001
              GO TO F-CONSULTA-HISTORICO
           END-IF
           DISPLAY "DATA       E S RESP.      OPERADOR TEXTO" AT 0702
           MOVE ZEROS TO WS-QTD-LANCAMENTOS
           MOVE 7     TO WS-LINHA-TELA
           MOVE WS-CODIGO-INFORMADO TO CSH-CLI-CODIGO
           MOVE WS-CASO-INFORMADO   TO CSH-CAS-SEQUENCIA
           MOVE ZEROS               TO CSH-SEQUENCIA
           START ARQ-CASO-HIST KEY NOT LESS CSH-CHAVE
           IF WS-RESULTADO-CSH = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CASO-HIST NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CSH-CLI-CODIGO NOT = WS-CODIGO-INFORMADO
                    OR CSH-CAS-SEQUENCIA NOT = WS-CASO-INFORMADO
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-QTD-LANCAMENTOS
                 PERFORM MOSTRA-EVENTO THRU F-MOSTRA-EVENTO
              END-PERFORM
           END-IF
           CLOSE ARQ-CASO-HIST
           IF WS-QTD-LANCAMENTOS = ZEROS
              DISPLAY "CASO NAO ENCONTRADO ......................"
                 AT 2001
           END-IF.
       F-CONSULTA-HISTORICO. EXIT.

       MOSTRA-EVENTO.
           ADD 1 TO WS-LINHA-TELA
           IF WS-LINHA-TELA > 20
              DISPLAY "TECLE ENTER PARA CONTINUAR A LISTA ......."
                 AT 2201
              ACCEPT PAUSA AT 2478
              DISPLAY LIMPA-TELA
              DISPLAY TELA-CASOS AT 0101
              DISPLAY WS-FUNCAO AT 0466
              DISPLAY WS-CODIGO-INFORMADO AT 0536
              MOVE 8 TO WS-LINHA-TELA
           END-IF
           DISPLAY CSH-DATA        AT LINE WS-LINHA-TELA COLUMN 02
           DISPLAY CSH-EVENTO      AT LINE WS-LINHA-TELA COLUMN 13
           DISPLAY CSH-SITUACAO    AT LINE WS-LINHA-TELA COLUMN 15
           DISPLAY CSH-RESP-TIPO   AT LINE WS-LINHA-TELA COLUMN 17
           DISPLAY CSH-RESP-CODIGO AT LINE WS-LINHA-TELA COLUMN 19
           DISPLAY CSH-OPERADOR    AT LINE WS-LINHA-TELA COLUMN 28
           DISPLAY CSH-TEXTO(1:43) AT LINE WS-LINHA-TELA COLUMN 37.
       F-MOSTRA-EVENTO. EXIT.

       INFORMA-CLIENTE.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-CASOS AT 0101
           DISPLAY WS-FUNCAO AT 0466
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           PERFORM UNTIL WS-CODIGO-INFORMADO > ZEROS
              ACCEPT WS-CODIGO-INFORMADO AT 0536
           END-PERFORM
           MOVE WS-CODIGO-INFORMADO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              DISPLAY CLI-RAZAO-SOCIAL AT 0545
           ELSE
              DISPLAY "CLIENTE NAO ENCONTRADO ..................."
                 AT 2001
           END-IF.
       F-INFORMA-CLIENTE. EXIT.

      * CASO DO CLIENTE PARA ANDAMENTO OU ENCERRAMENTO: PRECISA
      * EXISTIR E NAO ESTAR ENCERRADO.
       INFORMA-CASO.
           MOVE "N" TO WS-CASO-OK
           PERFORM INFORMA-CLIENTE THRU F-INFORMA-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              GO TO F-INFORMA-CASO
           END-IF
           DISPLAY TELA-SELECAO
           MOVE ZEROS TO WS-CASO-INFORMADO
           PERFORM UNTIL WS-CASO-INFORMADO > ZEROS
              ACCEPT WS-CASO-INFORMADO AT 0736
           END-PERFORM
           OPEN INPUT ARQ-CASO
           IF WS-RESULTADO-CAS NOT = 00
              DISPLAY "NENHUM CASO REGISTRADO AINDA ............."
                 AT 2001
              GO TO F-INFORMA-CASO
           END-IF
           MOVE WS-CODIGO-INFORMADO TO CAS-CLI-CODIGO
           MOVE WS-CASO-INFORMADO   TO CAS-SEQUENCIA
           READ ARQ-CASO
           IF WS-RESULTADO-CAS NOT = 00
              DISPLAY "CASO NAO ENCONTRADO ......................"
                 AT 2001
           ELSE
              DISPLAY TELA-RESUMO
              IF CAS-SITUACAO = "E"
                 DISPLAY "CASO JA ENCERRADO ........................"
                    AT 2001
              ELSE
                 MOVE "S" TO WS-CASO-OK
              END-IF
           END-IF
           CLOSE ARQ-CASO.
       F-INFORMA-CASO. EXIT.

       INFORMA-RESPONSAVEL.
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
           END-IF.
       F-INFORMA-RESPONSAVEL. EXIT.

       PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-PROXIMA-SEQ
           MOVE WS-CODIGO-INFORMADO TO ITR-CLI-CODIGO
           MOVE ZEROS               TO ITR-SEQUENCIA
           START ARQ-INTERACAO KEY NOT LESS ITR-CHAVE
           IF WS-RESULTADO-ITR = 00
              PERFORM UNTIL EXIT
                 READ ARQ-INTERACAO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF ITR-CLI-CODIGO NOT = WS-CODIGO-INFORMADO
                    EXIT PERFORM
                 END-IF
                 MOVE ITR-SEQUENCIA TO WS-PROXIMA-SEQ
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ.
       F-PROXIMA-SEQUENCIA. EXIT.

      * ABERTURA, ANDAMENTO E ENCERRAMENTO FICAM TAMBEM NO DIARIO DO
      * CLIENTE COMO RECLAMACAO (TIPO R), NA SEQUENCIA JA RESERVADA
      * NO HISTORICO DO CASO.
       GRAVA-INTERACAO.
           MOVE WS-CODIGO-INFORMADO TO ITR-CLI-CODIGO
           MOVE WS-PROXIMA-SEQ      TO ITR-SEQUENCIA
           MOVE DATA-DE-HOJE        TO ITR-DATA
           ACCEPT ITR-HORA FROM TIME
           MOVE WS-OPERADOR-ATUAL   TO ITR-OPERADOR
           MOVE "R"                 TO ITR-TIPO
           MOVE WS-TEXTO-INFORMADO  TO ITR-TEXTO
           WRITE REGISTRO-INTERACAO.
       F-GRAVA-INTERACAO. EXIT.

      * OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON
      * PROG24): IDENTIFICA QUEM REGISTRA E O NIVEL DE PERMISSAO.
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
