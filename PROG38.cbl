      * COM OS CORTES E DESTACA OS CLIENTES QUE MUDARAM DE CLASSE
      * DESDE A ULTIMA RODADA (RABC.TXT). A CLASSE ALIMENTA O
      * PLANEJAMENTO DE FREQUENCIA DE VISITAS (PROG39).
      * A RECEITA E LIQUIDA DAS DEVOLUCOES DO CLIENTE (DEVOLUCAO.DAT).
      * OPCIONALMENTE A CURVA E MONTADA POR GRUPO ECONOMICO (GRUPOS DO
      * PROG64): A RECEITA DAS FILIAIS E SOMADA NO GRUPO, O GRUPO
      * ENTRA NA CURVA COMO UM UNICO PARTICIPANTE E TODAS AS SUAS
      * FILIAIS RECEBEM A CLASSE DELE; CLIENTE SEM GRUPO CONTINUA
      * ENTRANDO SOZINHO.
      * A CURVA E MONTADA SO COM OS PEDIDOS E CLIENTES DA EMPRESA
      * ESCOLHIDA NO SIGN-ON (TODAS NA SESSAO CONSOLIDADA, EMPRESA
      * 00); OS CLIENTES DAS OUTRAS EMPRESAS MANTEM A CLASSE QUE JA
      * TINHAM.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ABC.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEV.

           SELECT ARQ-GRUPO-CLI ASSIGN TO DISK WID-ARQ-GRUPO-CLI
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GCL-CHAVE
                  ALTERNATE RECORD KEY IS GCL-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-GCL.

           SELECT ARQ-RECEITA-GRUPO ASSIGN TO "ABCGRUPO.DAT"
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RGR-GRP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-RGR.

           SELECT ARQ-CURVA-SORT ASSIGN TO "SORT".

           SELECT ARQ-CURVA-SAI ASSIGN TO "ABCTRAB.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT ARQ-CTL-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXEC.

           SELECT RELATORIO ASSIGN TO "RABC.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.


       COPY "ARQ-CLASSE-ABC.FD".

       COPY "ARQ-DEVOLUCAO.FD".

       COPY "ARQ-GRUPO-CLI.FD".

      * TRABALHO DA CURVA POR GRUPO: RECEITA SOMADA DAS FILIAIS.
       FD ARQ-RECEITA-GRUPO.
          01 REG-RECEITA-GRUPO.
             02 RGR-GRP-CODIGO        PIC 9(08).
             02 RGR-RECEITA           PIC 9(13)V9(02).

      * NA CURVA POR GRUPO O PARTICIPANTE E O GRUPO (CODIGO DO
      * CLIENTE ZERO) OU O CLIENTE SEM GRUPO (CODIGO DO GRUPO ZERO).
       SD ARQ-CURVA-SORT.
          01 REG-CURVA-SORT.
             02 CUR-RECEITA-SORT      PIC 9(13)V9(02).
             02 CUR-CLI-CODIGO-SORT   PIC 9(07).
             02 CUR-GRP-CODIGO-SORT   PIC 9(08).

       FD ARQ-CURVA-SAI.
          01 REG-CURVA-SAI.
             02 CUR-RECEITA-SAI       PIC 9(13)V9(02).
             02 CUR-CLI-CODIGO-SAI    PIC 9(07).
             02 CUR-GRP-CODIGO-SAI    PIC 9(08).

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
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ABC      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-DEVOLUCAO   PIC X(01) VALUE "N".
       77 WS-DEVOLVIDO-CLIENTE  PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-CORTE-A            PIC 9(03) VALUE ZEROS.
       77 WS-CORTE-B            PIC 9(03) VALUE ZEROS.
       77 WS-TITULO-IMPRESSO    PIC X(01) VALUE "N".
       77 WS-IDX                PIC 9(01) VALUE ZEROS.
       77 WS-PERC-CLASSE        PIC 9(03)V9(02) VALUE ZEROS.
       77 WID-ARQ-GRUPO-CLI     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-GCL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RGR      PIC 9(02) VALUE ZEROS.
       77 WS-POR-GRUPO          PIC X(01) VALUE SPACES.
       77 WS-GRUPO-CLIENTE      PIC 9(08) VALUE ZEROS.
       77 WS-GRUPO-ATUAL        PIC 9(08) VALUE ZEROS.

       01 WS-TOTAIS-CLASSE.
          02 WS-CLASSE-TOTAL OCCURS 3.
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(42) VALUE
             "CLASSIFICACAO ABC DA BASE DE CLIENTES".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

          02 DET-CORTE-A     PIC ZZ9.
          02 FILLER          PIC X(13) VALUE " %   B ATE: ".
          02 DET-CORTE-B     PIC ZZ9.
          02 FILLER          PIC X(05) VALUE " %".
          02 DET-MODO        PIC X(83) VALUE SPACES.

       01 LINHA-CLASSE.
          02 FILLER          PIC X(08) VALUE "CLASSE ".
             "CLIENTES COM CLASSE ALTERADA: ".
          02 ROD-MUDANCAS    PIC ZZZZ9.
          02 FILLER          PIC X(97) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
             "CORTE DA CLASSE A (% ACUMULADO, VAZIO = 80)........:".
          02 LINE 07 COLUMN 01 VALUE
             "CORTE DA CLASSE B (% ACUMULADO, VAZIO = 95)........:".
          02 LINE 09 COLUMN 01 VALUE
             "CLASSIFICAR POR GRUPO ECONOMICO (S/N)..............:".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-ABC AT 0101
           ACCEPT WS-CORTE-A AT 0554
           ACCEPT WS-CORTE-B AT 0754
           PERFORM UNTIL WS-POR-GRUPO = "S" OR = "N"
              ACCEPT WS-POR-GRUPO AT 0954
           END-PERFORM
           IF WS-CORTE-A = ZEROS
              MOVE 80 TO WS-CORTE-A
           END-IF
              DISPLAY "CORTE DA CLASSE B DEVE SER MAIOR QUE O DA A"
                 AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
      -"EIRO" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-CLIENTE
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

              OPEN I-O ARQ-CLASSE-ABC
           END-IF

           MOVE "DEVOLUCAO.DAT" TO WID-ARQ-DEVOLUCAO
           OPEN INPUT ARQ-DEVOLUCAO
           IF WS-RESULTADO-DEV = 00
              MOVE "S" TO WS-EXISTE-DEVOLUCAO
           END-IF

      * A CURVA POR GRUPO EXIGE OS GRUPOS GERADOS NO PROG64; A
      * RECEITA DE CADA GRUPO E SOMADA NUM ARQUIVO DE TRABALHO NOVO.
           IF WS-POR-GRUPO = "S"
              MOVE "GRUPOCLI.DAT" TO WID-ARQ-GRUPO-CLI
              OPEN INPUT ARQ-GRUPO-CLI
              IF WS-RESULTADO-GCL NOT = 00
                 DISPLAY "GRUPOS NAO GERADOS - EXECUTE O PROG64 PRIMEI
      -"RO" AT 2401
                 ACCEPT PAUSA AT 2478
                 CLOSE ARQ-CLASSE-ABC
                 CLOSE ARQ-PEDIDO
                 CLOSE ARQ-CLIENTE
                 IF WS-EXISTE-DEVOLUCAO = "S"
                    CLOSE ARQ-DEVOLUCAO
                 END-IF
                 MOVE "N" TO WS-EXEC-RESULTADO
                 PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
                 EXIT PROGRAM
              END-IF
              OPEN OUTPUT ARQ-RECEITA-GRUPO
              CLOSE ARQ-RECEITA-GRUPO
              OPEN I-O ARQ-RECEITA-GRUPO
              MOVE "CLASSIFICACAO POR GRUPO ECONOMICO" TO DET-MODO
           END-IF

      * A CURVA E MONTADA EM RECEITA DECRESCENTE; O DESEMPATE POR
      * CODIGO DEIXA A CLASSIFICACAO ESTAVEL ENTRE RODADAS.
           SORT ARQ-CURVA-SORT
                ON DESCENDING KEY CUR-RECEITA-SORT
                ON ASCENDING  KEY CUR-CLI-CODIGO-SORT
                                  CUR-GRP-CODIGO-SORT
                INPUT PROCEDURE ACUMULA-RECEITAS
                GIVING ARQ-CURVA-SAI

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           MOVE WS-CORTE-A TO DET-CORTE-A
           MOVE WS-CORTE-B TO DET-CORTE-B
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-CLASSE-ABC
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-CLIENTE
           IF WS-EXISTE-DEVOLUCAO = "S"
              CLOSE ARQ-DEVOLUCAO
           END-IF
           IF WS-POR-GRUPO = "S"
              CLOSE ARQ-GRUPO-CLI
              CLOSE ARQ-RECEITA-GRUPO
           END-IF

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG38"     TO RLA-PROGRAMA
           MOVE "RABC.TXT"   TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "CORTE A " WS-CORTE-A "% CORTE B " WS-CORTE-B
                  "% POR GRUPO " WS-POR-GRUPO
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * UMA PASSAGEM PELO PEDIDO.DAT EM ORDEM DE CHAVE: A RECEITA
      * ACUMULADA DE CADA CLIENTE, MENOS SUAS DEVOLUCOES, E LIBERADA
      * PARA A CLASSIFICACAO.
       ACUMULA-RECEITAS SECTION.
           MOVE ZEROS TO WS-CLI-ATUAL
           MOVE ZEROS TO WS-RECEITA-CLIENTE
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF WS-EMPRESA-SESSAO NOT = ZEROS
                    AND PED-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
                 IF PED-CLI-CODIGO NOT = WS-CLI-ATUAL
                    IF WS-CLI-ATUAL > ZEROS
                       PERFORM LIBERA-CLIENTE THRU F-LIBERA-CLIENTE
                    END-IF
                    MOVE PED-CLI-CODIGO TO WS-CLI-ATUAL
                    MOVE ZEROS          TO WS-RECEITA-CLIENTE
                 END-IF
                 ADD PED-VALOR TO WS-RECEITA-CLIENTE
              END-PERFORM
           END-IF
           IF WS-CLI-ATUAL > ZEROS
              PERFORM LIBERA-CLIENTE THRU F-LIBERA-CLIENTE
           END-IF
           IF WS-POR-GRUPO = "S"
              PERFORM LIBERA-GRUPOS THRU F-LIBERA-GRUPOS
           END-IF.
       F-ACUMULA-RECEITAS.
           EXIT.
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF CUR-GRP-CODIGO-SAI > ZEROS
                 PERFORM CLASSIFICA-GRUPO THRU F-CLASSIFICA-GRUPO
                 ADD CUR-RECEITA-SAI TO WS-RECEITA-ACUMULADA
                 EXIT PERFORM CYCLE
              END-IF
              MOVE CUR-CLI-CODIGO-SAI TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO = 00 AND CLI-STATUS NOT = "I"
                 PERFORM CLASSE-DA-POSICAO THRU F-CLASSE-DA-POSICAO
                 ADD 1 TO WS-CLA-QTD(WS-IDX)
                 ADD CUR-RECEITA-SAI TO WS-CLA-RECEITA(WS-IDX)
                 MOVE CUR-RECEITA-SAI TO WS-RECEITA-CLIENTE
           CLOSE ARQ-CURVA-SAI.
       F-CLASSIFICA-CURVA. EXIT.

      * CLASSE PELO PERCENTUAL ACUMULADO ANTES DO PARTICIPANTE.
       CLASSE-DA-POSICAO.
           IF WS-RECEITA-TOTAL > ZEROS
              COMPUTE WS-PERC-ANTES =
                 WS-RECEITA-ACUMULADA * 100 / WS-RECEITA-TOTAL
           ELSE
              MOVE ZEROS TO WS-PERC-ANTES
           END-IF
           EVALUATE TRUE
              WHEN WS-PERC-ANTES < WS-CORTE-A
                 MOVE "A" TO WS-CLASSE-NOVA
                 MOVE 1   TO WS-IDX
              WHEN WS-PERC-ANTES < WS-CORTE-B
                 MOVE "B" TO WS-CLASSE-NOVA
                 MOVE 2   TO WS-IDX
              WHEN OTHER
                 MOVE "C" TO WS-CLASSE-NOVA
                 MOVE 3   TO WS-IDX
           END-EVALUATE.
       F-CLASSE-DA-POSICAO. EXIT.

      * GRUPO NA CURVA: A CLASSE DO GRUPO VAI PARA CADA FILIAL ATIVA
      * (CONTADA NA CLASSE), COM A RECEITA DO GRUPO INTEIRO.
       CLASSIFICA-GRUPO.
           PERFORM CLASSE-DA-POSICAO THRU F-CLASSE-DA-POSICAO
           ADD CUR-RECEITA-SAI TO WS-CLA-RECEITA(WS-IDX)
           MOVE CUR-RECEITA-SAI    TO WS-RECEITA-CLIENTE
           MOVE CUR-GRP-CODIGO-SAI TO GCL-GRP-CODIGO
           MOVE ZEROS              TO GCL-CLI-CODIGO
           START ARQ-GRUPO-CLI KEY NOT LESS GCL-CHAVE
           IF WS-RESULTADO-GCL NOT = 00
              GO TO F-CLASSIFICA-GRUPO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-GRUPO-CLI NEXT AT END
                 EXIT PERFORM
              END-READ
              IF GCL-GRP-CODIGO NOT = CUR-GRP-CODIGO-SAI
                 EXIT PERFORM
              END-IF
              MOVE GCL-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO = 00 AND CLI-STATUS NOT = "I"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                      OR CLI-EMPRESA = WS-EMPRESA-SESSAO)
                 ADD 1 TO WS-CLA-QTD(WS-IDX)
                 PERFORM GRAVA-CLASSE THRU F-GRAVA-CLASSE
              END-IF
           END-PERFORM.
       F-CLASSIFICA-GRUPO. EXIT.

      * RECEITA LIQUIDA DO CLIENTE EM WS-CLI-ATUAL: PEDIDOS MENOS
      * TODAS AS DEVOLUCOES LANCADAS; ZERADA (E SEM ENTRAR NA CURVA)
      * QUANDO A DEVOLUCAO COBRE TUDO O QUE O CLIENTE COMPROU.
       LIBERA-CLIENTE.
           MOVE ZEROS TO WS-DEVOLVIDO-CLIENTE
           IF WS-EXISTE-DEVOLUCAO = "S"
              MOVE WS-CLI-ATUAL TO DEV-CLI-CODIGO
              MOVE ZEROS        TO DEV-PED-SEQUENCIA
              MOVE ZEROS        TO DEV-SEQUENCIA
              START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
              IF WS-RESULTADO-DEV = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-DEVOLUCAO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF DEV-CLI-CODIGO NOT = WS-CLI-ATUAL
                       EXIT PERFORM
                    END-IF
                    ADD DEV-VALOR TO WS-DEVOLVIDO-CLIENTE
                 END-PERFORM
              END-IF
           END-IF
           IF WS-DEVOLVIDO-CLIENTE NOT < WS-RECEITA-CLIENTE
              MOVE ZEROS TO WS-RECEITA-CLIENTE
           ELSE
              SUBTRACT WS-DEVOLVIDO-CLIENTE FROM WS-RECEITA-CLIENTE
           END-IF
           IF WS-RECEITA-CLIENTE = ZEROS
              GO TO F-LIBERA-CLIENTE
           END-IF
           ADD WS-RECEITA-CLIENTE TO WS-RECEITA-TOTAL
           IF WS-POR-GRUPO = "S"
              PERFORM GRUPO-DO-CLIENTE THRU F-GRUPO-DO-CLIENTE
              IF WS-GRUPO-CLIENTE > ZEROS
                 PERFORM SOMA-RECEITA-GRUPO
                    THRU F-SOMA-RECEITA-GRUPO
                 GO TO F-LIBERA-CLIENTE
              END-IF
           END-IF
           MOVE WS-RECEITA-CLIENTE TO CUR-RECEITA-SORT
           MOVE WS-CLI-ATUAL       TO CUR-CLI-CODIGO-SORT
           MOVE ZEROS              TO CUR-GRP-CODIGO-SORT
           RELEASE REG-CURVA-SORT.
       F-LIBERA-CLIENTE. EXIT.

      * GRUPO ECONOMICO DO CLIENTE EM WS-CLI-ATUAL (ZERO = SEM GRUPO).
       GRUPO-DO-CLIENTE.
           MOVE ZEROS TO WS-GRUPO-CLIENTE
           MOVE WS-CLI-ATUAL TO GCL-CLI-CODIGO
           START ARQ-GRUPO-CLI KEY IS EQUAL GCL-CLI-CODIGO
           IF WS-RESULTADO-GCL = 00
              READ ARQ-GRUPO-CLI NEXT
                 AT END
                    CONTINUE
              END-READ
              IF WS-RESULTADO-GCL = 00
                 AND GCL-CLI-CODIGO = WS-CLI-ATUAL
                 MOVE GCL-GRP-CODIGO TO WS-GRUPO-CLIENTE
              END-IF
           END-IF.
       F-GRUPO-DO-CLIENTE. EXIT.

       SOMA-RECEITA-GRUPO.
           MOVE WS-GRUPO-CLIENTE TO RGR-GRP-CODIGO
           READ ARQ-RECEITA-GRUPO
           IF WS-RESULTADO-RGR = 00
              ADD WS-RECEITA-CLIENTE TO RGR-RECEITA
              REWRITE REG-RECEITA-GRUPO
           ELSE
              MOVE WS-GRUPO-CLIENTE   TO RGR-GRP-CODIGO
              MOVE WS-RECEITA-CLIENTE TO RGR-RECEITA
              WRITE REG-RECEITA-GRUPO
           END-IF.
       F-SOMA-RECEITA-GRUPO. EXIT.

      * FIM DA PASSAGEM NA CURVA POR GRUPO: CADA GRUPO COM RECEITA
      * ENTRA NA CURVA UMA UNICA VEZ.
       LIBERA-GRUPOS.
           MOVE ZEROS TO RGR-GRP-CODIGO
           START ARQ-RECEITA-GRUPO KEY NOT LESS RGR-GRP-CODIGO
           IF WS-RESULTADO-RGR NOT = 00
              GO TO F-LIBERA-GRUPOS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-RECEITA-GRUPO NEXT AT END
                 EXIT PERFORM
              END-READ
              MOVE RGR-RECEITA    TO CUR-RECEITA-SORT
              MOVE ZEROS          TO CUR-CLI-CODIGO-SORT
              MOVE RGR-GRP-CODIGO TO CUR-GRP-CODIGO-SORT
              RELEASE REG-CURVA-SORT
           END-PERFORM.
       F-LIBERA-GRUPOS. EXIT.

      * CLIENTES ATIVOS SEM NENHUMA RECEITA (SEM PEDIDOS, OU COM O
      * HISTORICO TODO EXPURGADO) FICAM NA CLASSE C COM RECEITA ZERO.
       VARRE-SEM-RECEITA.
                 READ ARQ-CLIENTE NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF WS-EMPRESA-SESSAO NOT = ZEROS
                    AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
                 IF CLI-STATUS NOT = "I"
                    MOVE CLI-CODIGO TO ABC-CLI-CODIGO
                    READ ARQ-CLASSE-ABC
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * NIVEL E EMPRESA DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO
      * PELO SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR.
      * SESSAO SEM EMPRESA VALE COMO EMPRESA 01.
       LE-OPERADOR.
           MOVE ZEROS TO WS-OPERADOR-NIVEL
           MOVE 01    TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
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
           MOVE "PROG38" TO EXEC-PROGRAMA
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
