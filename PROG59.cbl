      * RESPONDE "QUAIS CARTEIRAS COMPRAM QUAIS LINHAS": SOMA OS
      * ITENS DE PEDIDO (PEDIDOITEM.DAT, CARREGADOS NO PROG19) POR
      * LINHA DE PRODUTO (LINHAPROD.DAT) E IMPRIME A RECEITA POR
      * LINHA DENTRO DA CARTEIRA DE CADA VENDEDOR E POR UF
      * (CLIENDERECO.DAT), COM O TOTAL GERAL POR LINHA
      * (RLINHAPROD.TXT). CADA PEDIDO E CREDITADO AO SEU VENDEDOR DE
      * REGISTRO (PED-VEN-CODIGO); PEDIDO SEM VENDEDOR VAI PARA O
      * TITULAR ATUAL DO CLIENTE NO DISTMEST.DAT.
      * O VALOR DE CADA ITEM E LIQUIDO DAS DEVOLUCOES (DEVOLUCAO.DAT):
      * A DEVOLUCAO DO ITEM SAI DELE; A DO PEDIDO INTEIRO E RATEADA
      * ENTRE OS ITENS NA PROPORCAO DO VALOR DE CADA UM.
      * SO ENTRAM OS PEDIDOS DA EMPRESA ESCOLHIDA NO SIGN-ON (TODAS
      * NA SESSAO CONSOLIDADA, EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-END.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VEN.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEV.

           SELECT ARQ-DIST-SORT ASSIGN TO "SORT".

           SELECT ARQ-DIST-SAI ASSIGN TO "LINHATRAB.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT ARQ-CTL-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXEC.

           SELECT RELATORIO ASSIGN TO "RLINHAPROD.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO-ITEM.FD".

       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-DEVOLUCAO.FD".

      * UM REGISTRO POR PEDIDO, JA COM O VENDEDOR A QUEM ELE E
      * CREDITADO.
       SD ARQ-DIST-SORT.
          01 REG-DIST-SORT.
             02 LIN-VEN-CODIGO-SORT   PIC 9(03).
             02 LIN-VEN-NOME-SORT     PIC X(40).
             02 LIN-CLI-CODIGO-SORT   PIC 9(07).
             02 LIN-PED-SEQUENCIA-SORT PIC 9(07).

       FD ARQ-DIST-SAI.
          01 REG-DIST-SAI.
             02 LIN-VEN-CODIGO-SAI    PIC 9(03).
             02 LIN-VEN-NOME-SAI      PIC X(40).
             02 LIN-CLI-CODIGO-SAI    PIC 9(07).
             02 LIN-PED-SEQUENCIA-SAI PIC 9(07).

       FD ARQ-CTL-EXECUCAO.
          01 REG-CTL-EXECUCAO.
             02 EXEC-PROGRAMA      PIC X(10).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-DATA          PIC X(10).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-HORA          PIC 9(08).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-RESULTADO     PIC X(01).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-OPERADOR      PIC X(08).

       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-PED-ITEM      PIC X(50) VALUE SPACES.
       77 WID-ARQ-LINHA-PROD    PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ITM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-LPR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-LINHAS      PIC X(01) VALUE "N".
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-DEVOLUCAO   PIC X(01) VALUE "N".
       77 WS-DEV-PEDIDO         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-DEV-ITEM           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-DEV-RATEIO         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VALOR-ITEM         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(42) VALUE
             "RECEITA POR LINHA DE PRODUTO".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

          02 FILLER              PIC X(03) VALUE SPACES.
          02 TOT-RECEITA         PIC ZZ.ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(70) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           MOVE "PEDIDOITEM.DAT" TO WID-ARQ-PED-ITEM
           OPEN INPUT ARQ-PEDIDO-ITEM
           IF WS-RESULTADO-ITM NOT = 00
              DISPLAY "PEDIDOITEM.DAT NAO ENCONTRADO - CARREGUE OS ITEN
      -"S NO PROG19" AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PED NOT = 00
              DISPLAY "PEDIDO.DAT NAO ENCONTRADO - EXECUTE O PROG19 PRIM
      -"EIRO" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO-ITEM
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST NOT = 00
              DISPLAY "DISTMEST.DAT NAO ENCONTRADO - EXECUTE A DISTRIBUI
      -"CAO PRIMEIRO" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO-ITEM
              CLOSE ARQ-PEDIDO
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR

           MOVE "LINHAPROD.DAT" TO WID-ARQ-LINHA-PROD
           OPEN INPUT ARQ-LINHA-PROD
           IF WS-RESULTADO-END = 00
              MOVE "S" TO WS-EXISTE-ENDERECO
           END-IF
           MOVE "DEVOLUCAO.DAT" TO WID-ARQ-DEVOLUCAO
           OPEN INPUT ARQ-DEVOLUCAO
           IF WS-RESULTADO-DEV = 00
              MOVE "S" TO WS-EXISTE-DEVOLUCAO
           END-IF

           INITIALIZE WS-TAB-LINHAS
           INITIALIZE WS-TAB-UF
           SORT ARQ-DIST-SORT
                ON ASCENDING KEY LIN-VEN-CODIGO-SORT
                ON ASCENDING KEY LIN-CLI-CODIGO-SORT
                ON ASCENDING KEY LIN-PED-SEQUENCIA-SORT
                INPUT PROCEDURE CLASSIFICA-PEDIDOS
                GIVING ARQ-DIST-SAI

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM VARRE-CARTEIRAS THRU F-VARRE-CARTEIRAS
           PERFORM IMPRIME-POR-UF  THRU F-IMPRIME-POR-UF
           PERFORM IMPRIME-TOTAL-GERAL
              THRU F-IMPRIME-TOTAL-GERAL
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-PEDIDO-ITEM
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-DIST-MEST
           CLOSE ARQ-VENDEDOR
           IF WS-EXISTE-LINHAS = "S"
              CLOSE ARQ-LINHA-PROD
           END-IF
           IF WS-EXISTE-DEVOLUCAO = "S"
              CLOSE ARQ-DEVOLUCAO
           END-IF
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           DISPLAY "RELATORIO GERADO EM RLINHAPROD.TXT, TECLE ENTER PA
      -"RA RETORNAR AO MENU" AT 1503
           ACCEPT PAUSA AT 2478
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG59"         TO RLA-PROGRAMA
           MOVE "RLINHAPROD.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * CADA PEDIDO ENTRA NA CARTEIRA DO SEU VENDEDOR DE REGISTRO.
       CLASSIFICA-PEDIDOS SECTION.
           MOVE ZEROS TO PED-CLI-CODIGO
           MOVE ZEROS TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 PERFORM CLASSIFICA-PEDIDO THRU F-CLASSIFICA-PEDIDO
              END-PERFORM
           END-IF.
       F-CLASSIFICA-PEDIDOS.
           EXIT.

       APURACAO SECTION.
      * PEDIDO SEM VENDEDOR DE REGISTRO FICA COM O TITULAR ATUAL DO
      * CLIENTE; CLIENTE FORA DA DISTRIBUICAO NAO ENTRA NO RELATORIO.
      * PEDIDO DE OUTRA EMPRESA QUE NAO A DA SESSAO TAMBEM NAO ENTRA.
       CLASSIFICA-PEDIDO.
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND PED-EMPRESA NOT = WS-EMPRESA-SESSAO
              GO TO F-CLASSIFICA-PEDIDO
           END-IF
           MOVE PED-CLI-CODIGO TO DM-CLI-CODIGO
           READ ARQ-DIST-MEST
           IF WS-RESULTADO-MEST NOT = 00
              MOVE ZEROS  TO DM-VEN-CODIGO
              MOVE SPACES TO DM-VEN-RAZAO-SOCIAL
           END-IF
           IF PED-VEN-CODIGO > ZEROS
              MOVE PED-VEN-CODIGO TO LIN-VEN-CODIGO-SORT
           ELSE
              MOVE DM-VEN-CODIGO  TO LIN-VEN-CODIGO-SORT
           END-IF
           IF LIN-VEN-CODIGO-SORT = ZEROS
              GO TO F-CLASSIFICA-PEDIDO
           END-IF
           IF LIN-VEN-CODIGO-SORT = DM-VEN-CODIGO
              MOVE DM-VEN-RAZAO-SOCIAL TO LIN-VEN-NOME-SORT
           ELSE
              MOVE LIN-VEN-CODIGO-SORT TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VEN = 00
                 MOVE VEN-NOME TO LIN-VEN-NOME-SORT
              ELSE
                 MOVE SPACES   TO LIN-VEN-NOME-SORT
              END-IF
           END-IF
           MOVE PED-CLI-CODIGO TO LIN-CLI-CODIGO-SORT
           MOVE PED-SEQUENCIA  TO LIN-PED-SEQUENCIA-SORT
           RELEASE REG-DIST-SORT.
       F-CLASSIFICA-PEDIDO. EXIT.

       VARRE-CARTEIRAS.
           OPEN INPUT ARQ-DIST-SAI
           MOVE ZEROS TO CONTROLE-FIM
           CLOSE ARQ-DIST-SAI.
       F-VARRE-CARTEIRAS. EXIT.

      * ITENS DO PEDIDO EM PAUTA: CADA ITEM, LIQUIDO DAS DEVOLUCOES,
      * SOMA NA LINHA DO VENDEDOR EM CURSO, NA UF DO CLIENTE E NO
      * TOTAL GERAL.
       ACUMULA-ITENS-CLIENTE.
           PERFORM PEGA-UF-CLIENTE THRU F-PEGA-UF-CLIENTE
           PERFORM ACHA-ENTRADA-UF THRU F-ACHA-ENTRADA-UF
           PERFORM DEVOLUCAO-PEDIDO THRU F-DEVOLUCAO-PEDIDO
           MOVE LIN-CLI-CODIGO-SAI    TO ITM-CLI-CODIGO
           MOVE LIN-PED-SEQUENCIA-SAI TO ITM-PED-SEQUENCIA
           MOVE ZEROS TO ITM-SEQUENCIA
           START ARQ-PEDIDO-ITEM KEY NOT LESS ITM-CHAVE
           IF WS-RESULTADO-ITM = 00
                    EXIT PERFORM
                 END-READ
                 IF ITM-CLI-CODIGO NOT = LIN-CLI-CODIGO-SAI
                    OR ITM-PED-SEQUENCIA NOT = LIN-PED-SEQUENCIA-SAI
                    EXIT PERFORM
                 END-IF
                 PERFORM ACHA-ENTRADA-LINHA
                    THRU F-ACHA-ENTRADA-LINHA
                 PERFORM VALOR-LIQUIDO-ITEM
                    THRU F-VALOR-LIQUIDO-ITEM
                 IF WS-IDX-LINHA > ZEROS
                    ADD WS-VALOR-ITEM
                       TO WS-LIN-ACUM-VEN(WS-IDX-LINHA)
                    ADD WS-VALOR-ITEM TO WS-LIN-TOTAL(WS-IDX-LINHA)
                    ADD WS-VALOR-ITEM
                       TO WS-LIN-ACUM-UF(WS-IDX-LINHA WS-IDX-UF)
                 END-IF
              END-PERFORM
           END-IF.
       F-ACUMULA-ITENS-CLIENTE. EXIT.

      * DEVOLUCOES SOBRE O PEDIDO INTEIRO (SEM LINHA DE ITEM), A
      * RATEAR ENTRE OS ITENS; O PEDIDO E LIDO PARA O VALOR TOTAL.
       DEVOLUCAO-PEDIDO.
           MOVE ZEROS TO WS-DEV-PEDIDO
           IF WS-EXISTE-DEVOLUCAO NOT = "S"
              GO TO F-DEVOLUCAO-PEDIDO
           END-IF
           MOVE LIN-CLI-CODIGO-SAI    TO DEV-CLI-CODIGO
           MOVE LIN-PED-SEQUENCIA-SAI TO DEV-PED-SEQUENCIA
           MOVE ZEROS                 TO DEV-SEQUENCIA
           START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
           IF WS-RESULTADO-DEV = 00
              PERFORM UNTIL EXIT
                 READ ARQ-DEVOLUCAO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF DEV-CLI-CODIGO NOT = LIN-CLI-CODIGO-SAI
                    OR DEV-PED-SEQUENCIA NOT = LIN-PED-SEQUENCIA-SAI
                    EXIT PERFORM
                 END-IF
                 IF DEV-ITM-SEQUENCIA = ZEROS
                    ADD DEV-VALOR TO WS-DEV-PEDIDO
                 END-IF
              END-PERFORM
           END-IF
           IF WS-DEV-PEDIDO > ZEROS
              MOVE LIN-CLI-CODIGO-SAI    TO PED-CLI-CODIGO
              MOVE LIN-PED-SEQUENCIA-SAI TO PED-SEQUENCIA
              READ ARQ-PEDIDO
              IF WS-RESULTADO-PED NOT = 00
                 MOVE ZEROS TO PED-VALOR
              END-IF
           END-IF.
       F-DEVOLUCAO-PEDIDO. EXIT.

      * VALOR DO ITEM EM PAUTA MENOS AS DEVOLUCOES DO PROPRIO ITEM E
      * A SUA PARTE (PELO VALOR) DAS DEVOLUCOES DO PEDIDO INTEIRO;
      * NUNCA NEGATIVO.
       VALOR-LIQUIDO-ITEM.
           MOVE ITM-VALOR TO WS-VALOR-ITEM
           IF WS-EXISTE-DEVOLUCAO NOT = "S"
              GO TO F-VALOR-LIQUIDO-ITEM
           END-IF
           MOVE ZEROS TO WS-DEV-ITEM
           MOVE ITM-CLI-CODIGO    TO DEV-CLI-CODIGO
           MOVE ITM-PED-SEQUENCIA TO DEV-PED-SEQUENCIA
           MOVE ZEROS             TO DEV-SEQUENCIA
           START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
           IF WS-RESULTADO-DEV = 00
              PERFORM UNTIL EXIT
                 READ ARQ-DEVOLUCAO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF DEV-CLI-CODIGO NOT = ITM-CLI-CODIGO
                    OR DEV-PED-SEQUENCIA NOT = ITM-PED-SEQUENCIA
                    EXIT PERFORM
                 END-IF
                 IF DEV-ITM-SEQUENCIA = ITM-SEQUENCIA
                    ADD DEV-VALOR TO WS-DEV-ITEM
                 END-IF
              END-PERFORM
           END-IF
           MOVE ZEROS TO WS-DEV-RATEIO
           IF WS-DEV-PEDIDO > ZEROS AND PED-VALOR > ZEROS
              COMPUTE WS-DEV-RATEIO ROUNDED =
                 WS-DEV-PEDIDO * ITM-VALOR / PED-VALOR
           END-IF
           ADD WS-DEV-RATEIO TO WS-DEV-ITEM
           IF WS-DEV-ITEM NOT < WS-VALOR-ITEM
              MOVE ZEROS TO WS-VALOR-ITEM
           ELSE
              SUBTRACT WS-DEV-ITEM FROM WS-VALOR-ITEM
           END-IF.
       F-VALOR-LIQUIDO-ITEM. EXIT.

       PEGA-UF-CLIENTE.
           MOVE "??" TO WS-UF-ATUAL
           IF WS-EXISTE-ENDERECO = "S"
              PERFORM IMPRIMIR-CABECALHO
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * OPERADOR E EMPRESA DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); O RELATORIO E ABERTO A TODOS. SESSAO SEM
      * EMPRESA VALE COMO EMPRESA 01.
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE 01     TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    IF OPE-EMPRESA NUMERIC
                       MOVE OPE-EMPRESA TO WS-EMPRESA-SESSAO
                    END-IF
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.

      * RESULTADO DA EXECUCAO EM EXECUCAO.LOG, CONFERIDO PELO
      * FECHAMENTO MENSAL (PROG69) A CADA ETAPA QUE ELE ENCADEIA.
       GRAVA-EXECUCAO.
           MOVE "PROG59" TO EXEC-PROGRAMA
           MOVE DATA-DE-HOJE TO EXEC-DATA
           ACCEPT EXEC-HORA FROM TIME
           MOVE WS-EXEC-RESULTADO TO EXEC-RESULTADO
           MOVE WS-OPERADOR-ATUAL TO EXEC-OPERADOR
           OPEN EXTEND ARQ-CTL-EXECUCAO
           IF WS-RESULTADO-EXEC NOT = 00
              OPEN OUTPUT ARQ-CTL-EXECUCAO
           END-IF
           WRITE REG-CTL-EXECUCAO
           CLOSE ARQ-CTL-EXECUCAO.
       F-GRAVA-EXECUCAO. EXIT.
