       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 09/08/2026.
      * ------------ RELATORIO DE CARTEIRA POR VENDEDOR -------------
      * QUANDO HA EQUIPES CADASTRADAS (EQUIPE.DAT E SUPERVISOR.DAT,
      * MANTIDOS PELO PROG66) OS VENDEDORES SAEM AGRUPADOS POR REGIAO E
      * EQUIPE, COM SUBTOTAL DE CADA EQUIPE E DE CADA REGIAO; OS
      * VENDEDORES SEM EQUIPE SAEM NO FIM.
      * SO ENTRAM OS CLIENTES DA EMPRESA ESCOLHIDA NO SIGN-ON (TODOS
      * NA SESSAO CONSOLIDADA, NIVEL 3).
      * OPERADOR DE NIVEL 1 VINCULADO A UMA CARTEIRA (OPERVEN.DAT,
      * PROG24) SO RECEBE OS CLIENTES DELA (VERIFICA-CARTEIRA).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.

           SELECT ARQ-DIST-SORT ASSIGN TO "SORT".

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLI.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

           SELECT ARQ-DIST-SAI ASSIGN TO DISK
                  WS-LOCAL-ARQ-DIST-SAI
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT ARQ-SUPERVISOR ASSIGN TO DISK WID-ARQ-SUPERVISOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SUP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SUP.

           SELECT ARQ-EQUIPE ASSIGN TO DISK WID-ARQ-EQUIPE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EQP-VEN-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EQP.

           SELECT RELATORIO ASSIGN TO "RCARTEIRA.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.


       COPY "ARQ-DIST.FD".

       COPY "ARQ-SUPERVISOR.FD".

       COPY "ARQ-EQUIPE.FD".

       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       SD ARQ-DIST-SORT.
          01 REG-DIST-SORT.
             02 DIST-CLI-CODIGO-SORT       PIC 9(07).
             02 DIST-VEN3-DISTANCIA-SORT   PIC S9(03)V9(08).
             02 FILLER                     PIC X(01).
             02 DIST-RECEITA-SORT          PIC 9(11)V9(02).
             02 DIST-GRUPO-SORT            PIC 9(01).
             02 DIST-REGIAO-SORT           PIC X(15).
             02 DIST-SUP-CODIGO-SORT       PIC 9(03).
             02 DIST-SUP-NOME-SORT         PIC X(40).

       FD ARQ-DIST-SAI.
          01 REG-DIST-SAI.
             02 DIST-VEN3-DISTANCIA-SAI    PIC S9(03)V9(08).
             02 FILLER                     PIC X(01).
             02 DIST-RECEITA-SAI           PIC 9(11)V9(02).
             02 DIST-GRUPO-SAI             PIC 9(01).
             02 DIST-REGIAO-SAI            PIC X(15).
             02 DIST-SUP-CODIGO-SAI        PIC 9(03).
             02 DIST-SUP-NOME-SAI          PIC X(40).

       FD RELATORIO.
       01 LINHA        PIC X(132).
       77 WS-SUBTOTAL-RECEITA   PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-TOTAL-CLIENTES     PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-RECEITA      PIC 9(13)V9(02) VALUE ZEROS.
       77 WID-ARQ-SUPERVISOR    PIC X(50) VALUE SPACES.
       77 WID-ARQ-EQUIPE        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-SUP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EQP      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-EQUIPE      PIC X(01) VALUE "N".
       77 WS-EXISTE-SUPERVISOR  PIC X(01) VALUE "N".
       77 WS-GRUPO-ANTERIOR     PIC 9(01) VALUE ZEROS.
       77 WS-REGIAO-ANTERIOR    PIC X(15) VALUE SPACES.
       77 WS-SUP-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-SUP-CLIENTES       PIC 9(05) VALUE ZEROS.
       77 WS-SUP-RECEITA        PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-REG-CLIENTES       PIC 9(05) VALUE ZEROS.
       77 WS-REG-RECEITA        PIC 9(13)V9(02) VALUE ZEROS.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CLI      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EXISTE-CLIENTE     PIC X(01) VALUE "N".

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(28) VALUE SPACES.
          02 FILLER       PIC X(35) VALUE "RELATORIO DE CARTEIRA POR VE
      -"NDEDOR".
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(06) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

          02 SUB-RECEITA        PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER             PIC X(50) VALUE SPACES.

       01 CABECALHO-REGIAO.
          02 FILLER              PIC X(08) VALUE "REGIAO: ".
          02 CABREG-REGIAO       PIC X(15).
          02 FILLER              PIC X(109) VALUE SPACES.

       01 CABECALHO-EQUIPE.
          02 FILLER              PIC X(12) VALUE "SUPERVISOR: ".
          02 CABSUP-CODIGO       PIC ZZ9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 CABSUP-NOME         PIC X(40).
          02 FILLER              PIC X(74) VALUE SPACES.

       01 SUBTOTAL-GRUPO.
          02 FILLER             PIC X(09) VALUE "SUBTOTAL ".
          02 SUBG-TEXTO         PIC X(26).
          02 FILLER             PIC X(10) VALUE "CLIENTES: ".
          02 SUBG-QTD-CLIENTES  PIC ZZZZ9.
          02 FILLER             PIC X(11) VALUE "  RECEITA: ".
          02 SUBG-RECEITA       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER             PIC X(53) VALUE SPACES.

       01 RODAPE.
          02 FILLER          PIC X(28) VALUE
             "TOTAL DE CLIENTES NA BASE: ".
          02 FILLER          PIC X(18) VALUE "  RECEITA TOTAL: ".
          02 RODAPE-RECEITA  PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(62) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".
       COPY "AREA-CARTEIRA.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE    PIC 99/99/9999.
       INICIO.
           MOVE DATA-DE-HOJE TO CAB-DATA
           DISPLAY TELA-RELATORIO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           INITIALIZE AREA-CARTEIRA
           MOVE "I"          TO CART-ACAO
           MOVE DATA-DE-HOJE TO CART-DATA
           CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
           IF WS-RESULTADO-DIST NOT = 00
              OPEN OUTPUT RELATORIO
              PERFORM IMPRIMIR-CABECALHO
              SORT ARQ-DIST-SORT
                   ON ASCENDING KEY DIST-GRUPO-SORT
                   ON ASCENDING KEY DIST-REGIAO-SORT
                   ON ASCENDING KEY DIST-SUP-CODIGO-SORT
                   ON ASCENDING KEY DIST-VEN-CODIGO-SORT
                   ON ASCENDING KEY DIST-CLI-CODIGO-SORT
                   INPUT PROCEDURE CLASSIFICA-DIST
                   GIVING ARQ-DIST-SAI
              PERFORM IMPRIME-RELATORIO
                 THRU F-IMPRIME-RELATORIO
              PERFORM IMPRIME-RODAPE
                 THRU F-IMPRIME-RODAPE
              CLOSE RELATORIO
              PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
              DISPLAY LIMPA-TELA
              DISPLAY "RELATORIO GERADO COM SUCESSO TECLE ENTER PARA RET
      -"ORNAR AO MENU INICIAL" AT 1503
                 MOVE 1 TO CONTROLE-FIM
                 EXIT PERFORM
              END-READ
              IF WS-EXISTE-EQUIPE = "S"
                 PERFORM QUEBRA-EQUIPE THRU F-QUEBRA-EQUIPE
              END-IF
              IF DIST-VEN-CODIGO-SAI NOT = WS-VEN-ANTERIOR
                 IF WS-VEN-ANTERIOR NOT = ZEROS
                    PERFORM IMPRIME-SUBTOTAL
              ADD DIST-DISTANCIA-SAI TO WS-SUBTOTAL-DISTANCIA
              ADD DIST-RECEITA-SAI   TO WS-SUBTOTAL-RECEITA
              ADD DIST-RECEITA-SAI   TO WS-TOTAL-RECEITA
              ADD 1 TO WS-SUP-CLIENTES
              ADD 1 TO WS-REG-CLIENTES
              ADD DIST-RECEITA-SAI   TO WS-SUP-RECEITA
              ADD DIST-RECEITA-SAI   TO WS-REG-RECEITA
           END-PERFORM
           IF WS-VEN-ANTERIOR NOT = ZEROS
              PERFORM IMPRIME-SUBTOTAL
                 THRU F-IMPRIME-SUBTOTAL
           END-IF
           IF WS-EXISTE-EQUIPE = "S"
              PERFORM FECHA-EQUIPE THRU F-FECHA-EQUIPE
              PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
           END-IF
           CLOSE ARQ-DIST-SAI.

       F-IMPRIME-RELATORIO. EXIT.

       F-IMPRIME-SUBTOTAL. EXIT.

      * QUEBRAS DE REGIAO E DE EQUIPE, ANTES DA QUEBRA DE VENDEDOR:
      * FECHA O VENDEDOR EM ABERTO, A EQUIPE E A REGIAO ANTERIORES E
      * IMPRIME OS CABECALHOS DA NOVA REGIAO E DA NOVA EQUIPE.
       QUEBRA-EQUIPE.
           IF DIST-GRUPO-SAI  = WS-GRUPO-ANTERIOR
              AND DIST-REGIAO-SAI = WS-REGIAO-ANTERIOR
              AND DIST-SUP-CODIGO-SAI = WS-SUP-ANTERIOR
              GO TO F-QUEBRA-EQUIPE
           END-IF
           IF WS-VEN-ANTERIOR NOT = ZEROS
              PERFORM IMPRIME-SUBTOTAL
                 THRU F-IMPRIME-SUBTOTAL
              MOVE ZEROS TO WS-VEN-ANTERIOR
           END-IF
           PERFORM FECHA-EQUIPE THRU F-FECHA-EQUIPE
           IF DIST-GRUPO-SAI  NOT = WS-GRUPO-ANTERIOR
              OR DIST-REGIAO-SAI NOT = WS-REGIAO-ANTERIOR
              PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
              MOVE DIST-GRUPO-SAI  TO WS-GRUPO-ANTERIOR
              MOVE DIST-REGIAO-SAI TO WS-REGIAO-ANTERIOR
              MOVE DIST-REGIAO-SAI TO CABREG-REGIAO
              IF CONTADOR-LINHA > 55
                 PERFORM IMPRIMIR-CABECALHO
              END-IF
              WRITE LINHA FROM CABECALHO-REGIAO AFTER 2 LINES
              ADD 2 TO CONTADOR-LINHA
           END-IF
           MOVE DIST-SUP-CODIGO-SAI TO WS-SUP-ANTERIOR
           IF DIST-SUP-CODIGO-SAI NOT = ZEROS
              MOVE DIST-SUP-CODIGO-SAI TO CABSUP-CODIGO
              MOVE DIST-SUP-NOME-SAI   TO CABSUP-NOME
              WRITE LINHA FROM CABECALHO-EQUIPE AFTER 1 LINES
              ADD 1 TO CONTADOR-LINHA
           END-IF.
       F-QUEBRA-EQUIPE. EXIT.

       FECHA-EQUIPE.
           IF WS-SUP-ANTERIOR NOT = ZEROS
              MOVE SPACES TO SUBG-TEXTO
              STRING "DA EQUIPE " DELIMITED BY SIZE
                     WS-SUP-ANTERIOR DELIMITED BY SIZE
                     ":" DELIMITED BY SIZE INTO SUBG-TEXTO
              MOVE WS-SUP-CLIENTES TO SUBG-QTD-CLIENTES
              MOVE WS-SUP-RECEITA  TO SUBG-RECEITA
              WRITE LINHA FROM SUBTOTAL-GRUPO AFTER 1 LINES
              ADD 1 TO CONTADOR-LINHA
           END-IF
           MOVE ZEROS TO WS-SUP-ANTERIOR
           MOVE ZEROS TO WS-SUP-CLIENTES
           MOVE ZEROS TO WS-SUP-RECEITA.
       F-FECHA-EQUIPE. EXIT.

       FECHA-REGIAO.
           IF WS-GRUPO-ANTERIOR NOT = ZEROS
              MOVE SPACES TO SUBG-TEXTO
              STRING "DA REGIAO " DELIMITED BY SIZE
                     WS-REGIAO-ANTERIOR DELIMITED BY SIZE
                     INTO SUBG-TEXTO
              MOVE WS-REG-CLIENTES TO SUBG-QTD-CLIENTES
              MOVE WS-REG-RECEITA  TO SUBG-RECEITA
              WRITE LINHA FROM SUBTOTAL-GRUPO AFTER 1 LINES
              WRITE LINHA FROM CABECALHO-2    AFTER 1 LINES
              ADD 2 TO CONTADOR-LINHA
           END-IF
           MOVE ZEROS TO WS-REG-CLIENTES
           MOVE ZEROS TO WS-REG-RECEITA.
       F-FECHA-REGIAO. EXIT.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE; AO
      * PASSAR DE 60 LINHAS REIMPRIME O CABECALHO DO RELATORIO E, SE
      * UM BLOCO DE VENDEDOR CONTINUA NA PAGINA NOVA, TAMBEM O
           WRITE LINHA FROM RODAPE AFTER 1 LINES.

       F-IMPRIME-RODAPE. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG07"        TO RLA-PROGRAMA
           MOVE "RCARTEIRA.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE    TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           IF CART-RESTRITO = "S"
              STRING "EMPRESA " WS-EMPRESA-SESSAO " CARTEIRA DE "
                     CART-OPERADOR
                     DELIMITED BY SIZE INTO RLA-PARAMETROS
           ELSE
              STRING "EMPRESA " WS-EMPRESA-SESSAO
                     DELIMITED BY SIZE INTO RLA-PARAMETROS
           END-IF
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * EMPRESA DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON PROG24);
      * SEM SESSAO OU COM SESSAO ANTERIOR AO CAMPO VALE A EMPRESA 01.
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

      * O DIST.CSV NAO TRAZ A EMPRESA: VEM DO CADASTRO DO CLIENTE.
      * CLIENTE QUE JA NAO ESTA NO CADASTRO FICA NA EMPRESA 01, DONA
      * DOS DADOS ANTERIORES AO CADASTRO DE EMPRESAS.
       VERIFICA-EMPRESA-CLIENTE.
           MOVE 01 TO CLI-EMPRESA
           IF WS-EXISTE-CLIENTE = "S"
              MOVE DIST-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-CLI NOT = 00
                 MOVE 01 TO CLI-EMPRESA
              END-IF
           END-IF.
       F-VERIFICA-EMPRESA-CLIENTE. EXIT.

      * ALIMENTA A CLASSIFICACAO COM O DIST.CSV, ACRESCENTANDO A
      * REGIAO E O SUPERVISOR ATUAIS DO VENDEDOR TITULAR. SEM EQUIPE
      * CADASTRADA O RELATORIO SAI SO POR VENDEDOR, COMO SEMPRE SAIU.
       CLASSIFICA-DIST SECTION.
           MOVE "EQUIPE.DAT" TO WID-ARQ-EQUIPE
           OPEN INPUT ARQ-EQUIPE
           IF WS-RESULTADO-EQP = 00
              MOVE "S" TO WS-EXISTE-EQUIPE
           END-IF
           MOVE "SUPERVISOR.DAT" TO WID-ARQ-SUPERVISOR
           OPEN INPUT ARQ-SUPERVISOR
           IF WS-RESULTADO-SUP = 00
              MOVE "S" TO WS-EXISTE-SUPERVISOR
           END-IF
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
              OPEN INPUT ARQ-CLIENTE
              IF WS-RESULTADO-CLI = 00
                 MOVE "S" TO WS-EXISTE-CLIENTE
              END-IF
           END-IF
           OPEN INPUT ARQ-DIST
           PERFORM UNTIL EXIT
              READ ARQ-DIST AT END
                 EXIT PERFORM
              END-READ
              IF WS-EMPRESA-SESSAO NOT = ZEROS
                 PERFORM VERIFICA-EMPRESA-CLIENTE
                    THRU F-VERIFICA-EMPRESA-CLIENTE
                 IF CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              IF CART-RESTRITO = "S"
                 MOVE "V"             TO CART-ACAO
                 MOVE DIST-CLI-CODIGO TO CART-CLI-CODIGO
                 MOVE DIST-VEN-CODIGO TO CART-VEN-TITULAR
                 CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA
                 IF CART-RESULTADO NOT = "S"
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              MOVE SPACES                 TO REG-DIST-SORT
              MOVE DIST-CLI-CODIGO        TO DIST-CLI-CODIGO-SORT
              MOVE DIST-CLI-RAZAO-SOCIAL  TO DIST-CLI-RAZAO-SORT
              MOVE DIST-VEN-CODIGO        TO DIST-VEN-CODIGO-SORT
              MOVE DIST-VEN-RAZAO-SOCIAL  TO DIST-VEN-RAZAO-SORT
              MOVE DIST-DISTANCIA         TO DIST-DISTANCIA-SORT
              MOVE DIST-VEN2-CODIGO       TO DIST-VEN2-CODIGO-SORT
              MOVE DIST-VEN2-RAZAO-SOCIAL TO DIST-VEN2-RAZAO-SORT
              MOVE DIST-VEN2-DISTANCIA    TO DIST-VEN2-DISTANCIA-SORT
              MOVE DIST-VEN3-CODIGO       TO DIST-VEN3-CODIGO-SORT
              MOVE DIST-VEN3-RAZAO-SOCIAL TO DIST-VEN3-RAZAO-SORT
              MOVE DIST-VEN3-DISTANCIA    TO DIST-VEN3-DISTANCIA-SORT
              MOVE DIST-RECEITA           TO DIST-RECEITA-SORT
              MOVE 1      TO DIST-GRUPO-SORT
              MOVE ZEROS  TO DIST-SUP-CODIGO-SORT
              IF WS-EXISTE-EQUIPE = "S"
                 PERFORM BUSCA-EQUIPE THRU F-BUSCA-EQUIPE
              END-IF
              RELEASE REG-DIST-SORT
           END-PERFORM
           CLOSE ARQ-DIST
           IF WS-EXISTE-CLIENTE = "S"
              CLOSE ARQ-CLIENTE
           END-IF
           IF WS-EXISTE-EQUIPE = "S"
              CLOSE ARQ-EQUIPE
           END-IF
           IF WS-EXISTE-SUPERVISOR = "S"
              CLOSE ARQ-SUPERVISOR
           END-IF.
       F-CLASSIFICA-DIST.
           EXIT.

       EQUIPE SECTION.
       BUSCA-EQUIPE.
           MOVE DIST-VEN-CODIGO TO EQP-VEN-CODIGO
           READ ARQ-EQUIPE
           IF WS-RESULTADO-EQP NOT = 00
              MOVE 2            TO DIST-GRUPO-SORT
              MOVE "SEM EQUIPE" TO DIST-REGIAO-SORT
              GO TO F-BUSCA-EQUIPE
           END-IF
           MOVE EQP-SUP-CODIGO TO DIST-SUP-CODIGO-SORT
           IF WS-EXISTE-SUPERVISOR = "S"
              MOVE EQP-SUP-CODIGO TO SUP-CODIGO
              READ ARQ-SUPERVISOR
              IF WS-RESULTADO-SUP = 00
                 MOVE SUP-REGIAO TO DIST-REGIAO-SORT
                 MOVE SUP-NOME   TO DIST-SUP-NOME-SORT
              END-IF
           END-IF.
       F-BUSCA-EQUIPE. EXIT.
