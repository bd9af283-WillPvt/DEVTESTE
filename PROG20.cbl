      * SEQUENCIAS DIARIAS DE VISITA (VIZINHO MAIS PROXIMO PARTINDO
      * DA BASE DO VENDEDOR, VOLTANDO A BASE A CADA DIA) E IMPRIME
      * UMA FOLHA DE ROTA POR VENDEDOR COM O TOTAL DE KM POR DIA.
      * OPERADOR DE NIVEL 1 VINCULADO A UMA CARTEIRA (OPERVEN.DAT,
      * PROG24) SO RECEBE AS ROTAS COM OS CLIENTES DELA
      * (VERIFICA-CARTEIRA).
      * SO ENTRAM OS VENDEDORES E CLIENTES DA EMPRESA ESCOLHIDA NO
      * SIGN-ON (TODOS NA SESSAO CONSOLIDADA, EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           SELECT RELATORIO ASSIGN TO "RROTA.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".
       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-DIST-SAI PIC X(50) VALUE "ROTATRAB.DAT".
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-VISITAS-DIA        PIC 9(02) VALUE ZEROS.
       77 WS-USA-FATOR-ROTA     PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(28) VALUE SPACES.
          02 FILLER       PIC X(37) VALUE
             "ROTEIRO DE VISITAS POR VENDEDOR".
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(37) VALUES SPACES.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".
          02 FILLER          PIC X(17) VALUE "FOLHA DE ROTA: ".
          02 TOT-EXCEDENTE   PIC ZZZZ9.
          02 FILLER          PIC X(76) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".
       COPY "AREA-CARTEIRA.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE    PIC 99/99/9999.
       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           DISPLAY TELA-ROTA AT 0101
           ACCEPT WS-VISITAS-DIA AT 0554
           IF WS-VISITAS-DIA = ZEROS
              EXIT PROGRAM
           END-IF
           CLOSE ARQ-DIST
           INITIALIZE AREA-CARTEIRA
           MOVE "I"          TO CART-ACAO
           MOVE DATA-DE-HOJE TO CART-DATA
           CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF

           PERFORM PROCESSA-CARTEIRAS THRU F-PROCESSA-CARTEIRAS

           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           ACCEPT PAUSA AT 2478
           EXIT PROGRAM.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG20"     TO RLA-PROGRAMA
           MOVE "RROTA.TXT"  TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE TO RLA-DATA
           IF CART-RESTRITO = "S"
              STRING "EMPRESA " WS-EMPRESA-SESSAO
                     " VISITAS/DIA " WS-VISITAS-DIA " FATOR ROTA "
                     WS-USA-FATOR-ROTA " CARTEIRA DE " CART-OPERADOR
                     DELIMITED BY SIZE INTO RLA-PARAMETROS
           ELSE
              STRING "EMPRESA " WS-EMPRESA-SESSAO
                     " VISITAS/DIA " WS-VISITAS-DIA " FATOR ROTA "
                     WS-USA-FATOR-ROTA
                     DELIMITED BY SIZE INTO RLA-PARAMETROS
           END-IF
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * EMPRESA DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON PROG24);
      * SESSAO SEM EMPRESA VALE COMO EMPRESA 01.
       LE-OPERADOR.
           MOVE 01 TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    IF OPE-EMPRESA NUMERIC
                       MOVE OPE-EMPRESA TO WS-EMPRESA-SESSAO
                    END-IF
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.

       CLASSIFICA-DIST SECTION.
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
              READ ARQ-DIST AT END
                 EXIT PERFORM
              END-READ
              IF CART-RESTRITO = "S"
                 MOVE "V"             TO CART-ACAO
                 MOVE DIST-CLI-CODIGO TO CART-CLI-CODIGO
                 MOVE DIST-VEN-CODIGO TO CART-VEN-TITULAR
                 CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA
                 IF CART-RESULTADO NOT = "S"
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              MOVE DIST-VEN-CODIGO TO DIST-VEN-CODIGO-SORT
              MOVE DIST-CLI-CODIGO TO DIST-CLI-CODIGO-SORT
              RELEASE REG-DIST-SORT
              MOVE DIST-CLI-CODIGO-SAI TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO = 00
                 AND (WS-EMPRESA-SESSAO = ZEROS
                 OR CLI-EMPRESA = WS-EMPRESA-SESSAO)
                 ADD 1 TO WS-QTD-CARTEIRA
                 MOVE CLI-CODIGO TO
                    WS-ROTA-CLI-CODIGO(WS-QTD-CARTEIRA)
       GERA-ROTA-VENDEDOR.
           MOVE WS-VEN-ANTERIOR TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO = 00
              AND WS-EMPRESA-SESSAO NOT = ZEROS
              AND VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
              GO TO F-GERA-ROTA-VENDEDOR
           END-IF
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE ZEROS TO WS-QTD-CARTEIRA
           ELSE
