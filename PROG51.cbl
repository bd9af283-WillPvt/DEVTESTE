      * O BLOQUEIO APARECE EM DESTAQUE NA CONSULTA 360 (PROG21),
      * MARCA O DETALHE DA INTERFACE DO FATURAMENTO (PROG30) E SAI
      * NA LISTAGEM DE BLOQUEADOS POR VENDEDOR (RBLOQUEADOS.TXT).
      * O LIMITE DO GRUPO ECONOMICO (GRP-LIMITE-CREDITO DO GRUPO.DAT,
      * GRUPOS DO PROG64) TAMBEM E MANTIDO AQUI, NIVEL 2, MOSTRANDO O
      * SALDO EM ABERTO SOMADO DE TODAS AS FILIAIS; A MANUTENCAO DO
      * CLIENTE EXIBE O GRUPO E A SUA POSICAO FRENTE AO LIMITE.
      * A MANUTENCAO DO CLIENTE E A LISTAGEM SO ALCANCAM OS CLIENTES
      * DA EMPRESA ESCOLHIDA NO SIGN-ON (TODOS NA SESSAO CONSOLIDADA,
      * EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-GRUPO ASSIGN TO DISK WID-ARQ-GRUPO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GRP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-GRP.

           SELECT ARQ-GRUPO-CLI ASSIGN TO DISK WID-ARQ-GRUPO-CLI
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GCL-CHAVE
                  ALTERNATE RECORD KEY IS GCL-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-GCL.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

           SELECT ARQ-DIST ASSIGN TO DISK WS-LOCAL-ARQ-DIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-DIST.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-GRUPO.FD".

       COPY "ARQ-GRUPO-CLI.FD".

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-DIST.FD".

       SD ARQ-DIST-SORT.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-RESULT-TRAVA       PIC X(01) VALUE SPACES.
       77 WS-DETENTOR-TRAVA     PIC X(40) VALUE SPACES.
       77 WID-ARQ-GRUPO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-GRUPO-CLI     PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-GRP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-GCL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-GRUPO       PIC X(01) VALUE "N".
       77 WS-EXISTE-PEDIDO      PIC X(01) VALUE "N".
       77 WS-GRUPO-INFORMADO    PIC 9(08) VALUE ZEROS.
       77 WS-GRUPO-CLIENTE      PIC 9(08) VALUE ZEROS.
       77 WS-GRUPO-FILIAIS      PIC 9(05) VALUE ZEROS.
       77 WS-GRUPO-SALDO        PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-GRUPO-SALDO-TELA   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-GRUPO-LIMITE-TELA  PIC ZZZ.ZZZ.ZZ9,99.

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(45) VALUE
             "CLIENTES BLOQUEADOS PARA FATURAMENTO".
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(20) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

             "TOTAL DE CLIENTES BLOQUEADOS..: ".
          02 ROD-QTD             PIC ZZZZ9.
          02 FILLER              PIC X(95) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
          02 LINE 02 COLUMN 73 VALUE "PROG51".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO: MANTER (M), GRUPO (G) OU LISTAR BLOQUEADOS (L)?".

       01 TELA-MANUTENCAO BLANK SCREEN
                       BACKGROUND-COLOR 1
          02 LINE 22 COLUMN 01 VALUE
             "MANTER OUTRO CLIENTE (S/N)?.......".

       01 TELA-GRUPO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "CODIGO DO GRUPO ECONOMICO.........".
          02 LINE 09 COLUMN 01 VALUE
             "FILIAIS NO GRUPO..................".
          02 LINE 10 COLUMN 01 VALUE
             "SALDO EM ABERTO DO GRUPO..........".
          02 LINE 11 COLUMN 01 VALUE
             "LIMITE DE CREDITO DO GRUPO........".
          02 LINE 22 COLUMN 01 VALUE
             "MANTER OUTRO GRUPO (S/N)?.........".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           DISPLAY TELA-CREDITO AT 0101
           PERFORM UNTIL WS-FUNCAO = "M" OR = "G" OR = "L"
              ACCEPT WS-FUNCAO AT 0557
           END-PERFORM
      * A LISTAGEM E ABERTA A QUALQUER OPERADOR; ALTERAR O LIMITE
      * SEGUE AS DEMAIS MANUTENCOES (NIVEL 2) E MUDAR O BLOQUEIO
      * EXIGE NIVEL 3, COMO AS DEMAIS ACOES DE ADMINISTRACAO.
           IF WS-FUNCAO NOT = "L" AND WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA MANUTENCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

      * GRUPOS ECONOMICOS E PEDIDOS SAO OPCIONAIS NA MANUTENCAO DO
      * CLIENTE (SEM ELES A LINHA DO GRUPO FICA EM BRANCO); A FUNCAO
      * DO GRUPO EXIGE O GRUPO.DAT GERADO NO PROG64.
           IF WS-FUNCAO NOT = "L"
              MOVE "GRUPO.DAT" TO WID-ARQ-GRUPO
              OPEN I-O ARQ-GRUPO
              MOVE "GRUPOCLI.DAT" TO WID-ARQ-GRUPO-CLI
              OPEN INPUT ARQ-GRUPO-CLI
              IF WS-RESULTADO-GRP = 00 AND WS-RESULTADO-GCL = 00
                 MOVE "S" TO WS-EXISTE-GRUPO
              ELSE
                 IF WS-RESULTADO-GRP = 00
                    CLOSE ARQ-GRUPO
                 END-IF
                 IF WS-RESULTADO-GCL = 00
                    CLOSE ARQ-GRUPO-CLI
                 END-IF
              END-IF
              MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
              OPEN INPUT ARQ-PEDIDO
              IF WS-RESULTADO-PED = 00
                 MOVE "S" TO WS-EXISTE-PEDIDO
              END-IF
           END-IF
           IF WS-FUNCAO = "G" AND WS-EXISTE-GRUPO NOT = "S"
              DISPLAY "GRUPOS NAO GERADOS - EXECUTE O PROG64 PRIMEIRO"
                 AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-CONTINUA
           END-IF

           EVALUATE WS-FUNCAO
              WHEN "M"
                 PERFORM UNTIL WS-CONTINUA NOT = "S"
                    PERFORM MANUTENCAO-CREDITO
                       THRU F-MANUTENCAO-CREDITO
                    MOVE SPACES TO WS-CONTINUA
                    PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                       ACCEPT WS-CONTINUA AT 2236
                    END-PERFORM
                 END-PERFORM
              WHEN "G"
                 PERFORM UNTIL WS-CONTINUA NOT = "S"
                    PERFORM MANUTENCAO-GRUPO
                       THRU F-MANUTENCAO-GRUPO
                    MOVE SPACES TO WS-CONTINUA
                    PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                       ACCEPT WS-CONTINUA AT 2236
                    END-PERFORM
                 END-PERFORM
              WHEN OTHER
                 PERFORM LISTA-BLOQUEADOS THRU F-LISTA-BLOQUEADOS
           END-EVALUATE

           CLOSE ARQ-CLIENTE
           IF WS-EXISTE-GRUPO = "S"
              CLOSE ARQ-GRUPO
              CLOSE ARQ-GRUPO-CLI
           END-IF
           IF WS-EXISTE-PEDIDO = "S"
              CLOSE ARQ-PEDIDO
           END-IF
           EXIT PROGRAM.

       MANUTENCAO-CREDITO.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-CREDITO AT 0101
           DISPLAY "M" AT 0557
           DISPLAY TELA-MANUTENCAO AT 0101
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           PERFORM UNTIL WS-CODIGO-INFORMADO > ZEROS
           MOVE WS-CODIGO-INFORMADO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              OR (WS-EMPRESA-SESSAO NOT = ZEROS
              AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO)
              DISPLAY "CLIENTE NAO ENCONTRADO ..................."
                 AT 2001
              GO TO F-MANUTENCAO-CREDITO
           DISPLAY CLI-RAZAO-SOCIAL    AT 0745
           DISPLAY CLI-LIMITE-CREDITO  AT 0936
           DISPLAY CLI-BLOQUEIO        AT 1136
           PERFORM MOSTRA-GRUPO-CLIENTE THRU F-MOSTRA-GRUPO-CLIENTE

           MOVE ZEROS TO WS-LIMITE-INFORMADO
           ACCEPT WS-LIMITE-INFORMADO AT 0936
              AT 2101.
       F-MANUTENCAO-CREDITO. EXIT.

      * POSICAO DO GRUPO DO CLIENTE EM PAUTA NA LINHA 13: CODIGO,
      * SALDO EM ABERTO DE TODAS AS FILIAIS E LIMITE DO GRUPO.
       MOSTRA-GRUPO-CLIENTE.
           IF WS-EXISTE-GRUPO NOT = "S"
              GO TO F-MOSTRA-GRUPO-CLIENTE
           END-IF
           MOVE ZEROS TO WS-GRUPO-CLIENTE
           MOVE CLI-CODIGO TO GCL-CLI-CODIGO
           START ARQ-GRUPO-CLI KEY IS EQUAL GCL-CLI-CODIGO
           IF WS-RESULTADO-GCL = 00
              READ ARQ-GRUPO-CLI NEXT
                 AT END
                    CONTINUE
              END-READ
              IF WS-RESULTADO-GCL = 00
                 AND GCL-CLI-CODIGO = CLI-CODIGO
                 MOVE GCL-GRP-CODIGO TO WS-GRUPO-CLIENTE
              END-IF
           END-IF
           IF WS-GRUPO-CLIENTE = ZEROS
              GO TO F-MOSTRA-GRUPO-CLIENTE
           END-IF
           MOVE WS-GRUPO-CLIENTE TO GRP-CODIGO
           READ ARQ-GRUPO
           IF WS-RESULTADO-GRP NOT = 00
              GO TO F-MOSTRA-GRUPO-CLIENTE
           END-IF
           MOVE WS-GRUPO-CLIENTE TO WS-GRUPO-INFORMADO
           PERFORM SALDO-GRUPO THRU F-SALDO-GRUPO
           MOVE WS-GRUPO-SALDO     TO WS-GRUPO-SALDO-TELA
           MOVE GRP-LIMITE-CREDITO TO WS-GRUPO-LIMITE-TELA
           DISPLAY "GRUPO:"              AT 1301
           DISPLAY WS-GRUPO-CLIENTE      AT 1308
           DISPLAY "SALDO:"              AT 1318
           DISPLAY WS-GRUPO-SALDO-TELA   AT 1325
           DISPLAY "LIMITE:"             AT 1346
           DISPLAY WS-GRUPO-LIMITE-TELA  AT 1354
           IF GRP-LIMITE-CREDITO > ZEROS
              AND WS-GRUPO-SALDO > GRP-LIMITE-CREDITO
              DISPLAY "** GRUPO ACIMA DO LIMITE" AT 1401
           END-IF.
       F-MOSTRA-GRUPO-CLIENTE. EXIT.

      * LIMITE DO GRUPO ECONOMICO: MOSTRA AS FILIAIS E O SALDO EM
      * ABERTO SOMADO E REGRAVA O LIMITE INFORMADO (0 = SEM LIMITE).
       MANUTENCAO-GRUPO.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-CREDITO AT 0101
           DISPLAY "G" AT 0557
           DISPLAY TELA-GRUPO AT 0101
           MOVE ZEROS TO WS-GRUPO-INFORMADO
           PERFORM UNTIL WS-GRUPO-INFORMADO > ZEROS
              ACCEPT WS-GRUPO-INFORMADO AT 0736
           END-PERFORM
           MOVE WS-GRUPO-INFORMADO TO GRP-CODIGO
           READ ARQ-GRUPO
           IF WS-RESULTADO-GRP NOT = 00
              DISPLAY "GRUPO NAO ENCONTRADO ....................."
                 AT 2001
              GO TO F-MANUTENCAO-GRUPO
           END-IF
           IF GRP-CODIGO-DESTINO > ZEROS
              DISPLAY "GRUPO FUNDIDO NO GRUPO " AT 2001
              DISPLAY GRP-CODIGO-DESTINO        AT 2024
              GO TO F-MANUTENCAO-GRUPO
           END-IF
           DISPLAY GRP-NOME(1:30) AT 0746
           PERFORM SALDO-GRUPO THRU F-SALDO-GRUPO
           MOVE WS-GRUPO-SALDO TO WS-GRUPO-SALDO-TELA
           DISPLAY WS-GRUPO-FILIAIS    AT 0936
           DISPLAY WS-GRUPO-SALDO-TELA AT 1036
           DISPLAY GRP-LIMITE-CREDITO  AT 1136

           MOVE ZEROS TO WS-LIMITE-INFORMADO
           ACCEPT WS-LIMITE-INFORMADO AT 1136
           MOVE WS-LIMITE-INFORMADO TO GRP-LIMITE-CREDITO
           MOVE DATA-DE-HOJE        TO GRP-DATA-ATUALIZACAO
           REWRITE REGISTRO-GRUPO
           IF GRP-LIMITE-CREDITO > ZEROS
              AND WS-GRUPO-SALDO > GRP-LIMITE-CREDITO
              DISPLAY "ATENCAO: SALDO DO GRUPO JA ACIMA DO LIMITE"
                 AT 2001
           END-IF
           DISPLAY "LIMITE DO GRUPO ATUALIZADO ..............."
              AT 2101.
       F-MANUTENCAO-GRUPO. EXIT.

      * SALDO EM ABERTO (PEDIDOS NAO PAGOS) DE TODAS AS FILIAIS DO
      * GRUPO WS-GRUPO-INFORMADO, LIDAS EM SEQUENCIA NO GRUPOCLI.DAT.
       SALDO-GRUPO.
           MOVE ZEROS TO WS-GRUPO-FILIAIS
           MOVE ZEROS TO WS-GRUPO-SALDO
           MOVE WS-GRUPO-INFORMADO TO GCL-GRP-CODIGO
           MOVE ZEROS              TO GCL-CLI-CODIGO
           START ARQ-GRUPO-CLI KEY NOT LESS GCL-CHAVE
           IF WS-RESULTADO-GCL NOT = 00
              GO TO F-SALDO-GRUPO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-GRUPO-CLI NEXT AT END
                 EXIT PERFORM
              END-READ
              IF GCL-GRP-CODIGO NOT = WS-GRUPO-INFORMADO
                 EXIT PERFORM
              END-IF
              ADD 1 TO WS-GRUPO-FILIAIS
              IF WS-EXISTE-PEDIDO = "S"
                 MOVE GCL-CLI-CODIGO TO PED-CLI-CODIGO
                 MOVE ZEROS          TO PED-SEQUENCIA
                 START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
                 IF WS-RESULTADO-PED = 00
                    PERFORM UNTIL EXIT
                       READ ARQ-PEDIDO NEXT AT END
                          EXIT PERFORM
                       END-READ
                       IF PED-CLI-CODIGO NOT = GCL-CLI-CODIGO
                          EXIT PERFORM
                       END-IF
                       IF PED-SITUACAO NOT = "P"
                          ADD PED-VALOR TO WS-GRUPO-SALDO
                       END-IF
                    END-PERFORM
                 END-IF
              END-IF
           END-PERFORM.
       F-SALDO-GRUPO. EXIT.

       LISTA-BLOQUEADOS.
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM VARRE-BLOQUEADOS THRU F-VARRE-BLOQUEADOS
           MOVE WS-TOTAL-BLOQUEADOS TO ROD-QTD
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           DISPLAY LIMPA-TELA
           DISPLAY "LISTAGEM GERADA EM RBLOQUEADOS.TXT, TECLE ENTER .."
              AT 1503
           ACCEPT PAUSA AT 2478.
       F-LISTA-BLOQUEADOS. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG51"          TO RLA-PROGRAMA
           MOVE "RBLOQUEADOS.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE      TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

       CLASSIFICA-DIST SECTION.
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
              IF WS-RESULTADO-ACESSO = 00
                 AND CLI-STATUS NOT = "I"
                 AND CLI-BLOQUEIO = "S"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                 OR CLI-EMPRESA = WS-EMPRESA-SESSAO)
                 IF BLO-VEN-CODIGO-SAI NOT = WS-VEN-ANTERIOR
                    MOVE BLO-VEN-CODIGO-SAI TO WS-VEN-ANTERIOR
                    MOVE BLO-VEN-CODIGO-SAI TO CABVEN-CODIGO
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * NIVEL E EMPRESA DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO
      * PELO SIGN-ON PROG24); SESSAO SEM EMPRESA VALE COMO EMPRESA 01.
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE ZEROS  TO WS-OPERADOR-NIVEL
           MOVE 01     TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
                    IF OPE-EMPRESA NUMERIC
                       MOVE OPE-EMPRESA TO WS-EMPRESA-SESSAO
                    END-IF
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
