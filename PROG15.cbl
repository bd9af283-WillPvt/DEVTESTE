      * CAPACIDADE (% OCUPACAO), DISTANCIA MEDIA E MAXIMA POR
      * VENDEDOR, MINIMO/MAXIMO/MEDIA DAS CARTEIRAS E MARCACAO DOS
      * VENDEDORES ACIMA DO LIMIAR SOBRE A MEDIA.
      * COM EQUIPES CADASTRADAS (PROG66) OS VENDEDORES SAEM POR REGIAO
      * E EQUIPE, COM SUBTOTAL DE CARTEIRA, CAPACIDADE E OCUPACAO DE
      * CADA EQUIPE E DE CADA REGIAO; OS SEM EQUIPE SAEM NO FIM.
      * SO ENTRAM OS VENDEDORES DA EMPRESA ESCOLHIDA NO SIGN-ON (TODAS
      * NA SESSAO CONSOLIDADA, NIVEL 3).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-DIST.

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

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

           SELECT ARQ-BAL-SORT ASSIGN TO "SORT".

           SELECT ARQ-BAL-SAI ASSIGN TO "BALTRAB.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO "RBALANCO.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.


       COPY "ARQ-DIST.FD".

       COPY "ARQ-SUPERVISOR.FD".

       COPY "ARQ-EQUIPE.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

      * ORDEM DE IMPRESSAO: GRUPO (1 EM EQUIPE, 2 SEM EQUIPE), REGIAO,
      * SUPERVISOR E VENDEDOR; OS VALORES FICAM NA WS-TAB-BALANCO.
       SD ARQ-BAL-SORT.
          01 REG-BAL-SORT.
             02 BAL-GRUPO-SORT          PIC 9(01).
             02 BAL-REGIAO-SORT         PIC X(15).
             02 BAL-SUP-CODIGO-SORT     PIC 9(03).
             02 BAL-VEN-CODIGO-SORT     PIC 9(03).
             02 BAL-SUP-NOME-SORT       PIC X(40).

       FD ARQ-BAL-SAI.
          01 REG-BAL-SAI.
             02 BAL-GRUPO-SAI           PIC 9(01).
             02 BAL-REGIAO-SAI          PIC X(15).
             02 BAL-SUP-CODIGO-SAI      PIC 9(03).
             02 BAL-VEN-CODIGO-SAI      PIC 9(03).
             02 BAL-SUP-NOME-SAI        PIC X(40).

       FD RELATORIO.
       01 LINHA        PIC X(132).

       77 WS-LIMITE-CARTEIRA    PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-PERC-OCUPADO       PIC 9(03)V9(01) VALUE ZEROS.
       77 WS-MEDIA-DIST         PIC 9(04)V9(02) VALUE ZEROS.
       77 WID-ARQ-SUPERVISOR    PIC X(50) VALUE SPACES.
       77 WID-ARQ-EQUIPE        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-SUP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EQP      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-EQUIPE      PIC X(01) VALUE "N".
       77 WS-EXISTE-SUPERVISOR  PIC X(01) VALUE "N".
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 WS-GRUPO-ANTERIOR     PIC 9(01) VALUE ZEROS.
       77 WS-REGIAO-ANTERIOR    PIC X(15) VALUE SPACES.
       77 WS-SUP-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-SUP-CARTEIRA       PIC 9(07) VALUE ZEROS.
       77 WS-SUP-CAPACIDADE     PIC 9(07) VALUE ZEROS.
       77 WS-REG-CARTEIRA       PIC 9(07) VALUE ZEROS.
       77 WS-REG-CAPACIDADE     PIC 9(07) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.

       01 WS-TAB-BALANCO.
          02 WS-BAL-ENTRADA OCCURS 999.
             03 WS-BAL-PRESENTE         PIC X(01).
             03 WS-BAL-OUTRA-EMPRESA    PIC X(01).
             03 WS-BAL-NOME             PIC X(40).
             03 WS-BAL-CAPACIDADE       PIC 9(04).
             03 WS-BAL-CARTEIRA         PIC 9(07).
          02 FILLER       PIC X(28) VALUE SPACES.
          02 FILLER       PIC X(37) VALUE
             "RELATORIO DE BALANCO DE CARTEIRA".
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(37) VALUE SPACES.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".
          02 FILLER                    PIC X(04) VALUE SPACES.
          02 DET-FLAG-SOBRECARGA       PIC X(03).

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

       01 LINHA-SUBTOTAL.
          02 SUB-TEXTO                 PIC X(39).
          02 FILLER                    PIC X(05) VALUE SPACES.
          02 SUB-CARTEIRA              PIC ZZZZZZ9.
          02 FILLER                    PIC X(05) VALUE SPACES.
          02 SUB-CAPACIDADE            PIC ZZZZZZ9.
          02 FILLER                    PIC X(03) VALUE SPACES.
          02 SUB-PERC-OCUPADO          PIC ZZZ9,9.
          02 FILLER                    PIC X(60) VALUE SPACES.

       01 LINHA-TOTAL.
          02 TOT-TEXTO       PIC X(40).
          02 TOT-VALOR       PIC ZZZZZZ9,99.
          02 FILLER          PIC X(82) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE    PIC 99/99/9999.
              EXIT PROGRAM
           END-IF

           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           INITIALIZE WS-TAB-BALANCO
           PERFORM CARREGA-VENDEDORES THRU F-CARREGA-VENDEDORES
           PERFORM ACUMULA-DISTRIBUICAO THRU F-ACUMULA-DISTRIBUICAO
                 READ ARQ-VENDEDOR NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF WS-EMPRESA-SESSAO NOT = ZEROS
                    AND VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
                    AND VEN-CODIGO > ZEROS
                    MOVE "S" TO WS-BAL-OUTRA-EMPRESA(VEN-CODIGO)
                    EXIT PERFORM CYCLE
                 END-IF
                 IF VEN-STATUS NOT = "I" AND VEN-CODIGO > ZEROS
                    MOVE "S"                TO
                       WS-BAL-PRESENTE(VEN-CODIGO)
                 EXIT PERFORM
              END-READ
              IF DIST-VEN-CODIGO > ZEROS
                 AND WS-BAL-OUTRA-EMPRESA(DIST-VEN-CODIGO) NOT = "S"
                 ADD 1 TO WS-BAL-CARTEIRA(DIST-VEN-CODIGO)
                 ADD DIST-DISTANCIA TO
                    WS-BAL-SOMA-DIST(DIST-VEN-CODIGO)
       IMPRIME-BALANCO.
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-1      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           SORT ARQ-BAL-SORT
                ON ASCENDING KEY BAL-GRUPO-SORT
                                 BAL-REGIAO-SORT
                                 BAL-SUP-CODIGO-SORT
                                 BAL-VEN-CODIGO-SORT
                INPUT PROCEDURE CLASSIFICA-BALANCO
                GIVING ARQ-BAL-SAI
           OPEN INPUT ARQ-BAL-SAI
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-BAL-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF WS-EXISTE-EQUIPE = "S"
                 PERFORM QUEBRA-EQUIPE THRU F-QUEBRA-EQUIPE
              END-IF
              MOVE BAL-VEN-CODIGO-SAI TO WS-IDX
              PERFORM IMPRIME-LINHA-VENDEDOR
                 THRU F-IMPRIME-LINHA-VENDEDOR
              ADD WS-BAL-CARTEIRA(WS-IDX)   TO WS-SUP-CARTEIRA
              ADD WS-BAL-CARTEIRA(WS-IDX)   TO WS-REG-CARTEIRA
              ADD WS-BAL-CAPACIDADE(WS-IDX) TO WS-SUP-CAPACIDADE
              ADD WS-BAL-CAPACIDADE(WS-IDX) TO WS-REG-CAPACIDADE
           END-PERFORM
           CLOSE ARQ-BAL-SAI
           IF WS-EXISTE-EQUIPE = "S"
              PERFORM FECHA-EQUIPE THRU F-FECHA-EQUIPE
              PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
           END-IF
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           MOVE "CARTEIRA MINIMA......................:" TO TOT-TEXTO
           MOVE WS-CART-MINIMA TO TOT-VALOR
           MOVE "TOTAL DE CLIENTES DISTRIBUIDOS.......:" TO TOT-TEXTO
           MOVE WS-TOTAL-CLIENTES TO TOT-VALOR
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO.
       F-IMPRIME-BALANCO. EXIT.

       IMPRIME-LINHA-VENDEDOR.
           END-IF
           WRITE LINHA FROM DETALHE AFTER 1 LINES.
       F-IMPRIME-LINHA-VENDEDOR. EXIT.

      * QUEBRAS DE REGIAO E DE EQUIPE: FECHA OS SUBTOTAIS ANTERIORES E
      * IMPRIME OS CABECALHOS DA NOVA REGIAO E DA NOVA EQUIPE.
       QUEBRA-EQUIPE.
           IF BAL-GRUPO-SAI  = WS-GRUPO-ANTERIOR
              AND BAL-REGIAO-SAI = WS-REGIAO-ANTERIOR
              AND BAL-SUP-CODIGO-SAI = WS-SUP-ANTERIOR
              GO TO F-QUEBRA-EQUIPE
           END-IF
           PERFORM FECHA-EQUIPE THRU F-FECHA-EQUIPE
           IF BAL-GRUPO-SAI  NOT = WS-GRUPO-ANTERIOR
              OR BAL-REGIAO-SAI NOT = WS-REGIAO-ANTERIOR
              PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
              MOVE BAL-GRUPO-SAI  TO WS-GRUPO-ANTERIOR
              MOVE BAL-REGIAO-SAI TO WS-REGIAO-ANTERIOR
              MOVE BAL-REGIAO-SAI TO CABREG-REGIAO
              WRITE LINHA FROM CABECALHO-REGIAO AFTER 2 LINES
           END-IF
           MOVE BAL-SUP-CODIGO-SAI TO WS-SUP-ANTERIOR
           IF BAL-SUP-CODIGO-SAI NOT = ZEROS
              MOVE BAL-SUP-CODIGO-SAI TO CABSUP-CODIGO
              MOVE BAL-SUP-NOME-SAI   TO CABSUP-NOME
              WRITE LINHA FROM CABECALHO-EQUIPE AFTER 1 LINES
           END-IF.
       F-QUEBRA-EQUIPE. EXIT.

       FECHA-EQUIPE.
           IF WS-SUP-ANTERIOR NOT = ZEROS
              MOVE SPACES TO SUB-TEXTO
              STRING "SUBTOTAL DA EQUIPE " DELIMITED BY SIZE
                     WS-SUP-ANTERIOR DELIMITED BY SIZE
                     INTO SUB-TEXTO
              MOVE WS-SUP-CARTEIRA   TO SUB-CARTEIRA
              MOVE WS-SUP-CAPACIDADE TO SUB-CAPACIDADE
              IF WS-SUP-CAPACIDADE > ZEROS
                 COMPUTE WS-PERC-OCUPADO ROUNDED =
                    WS-SUP-CARTEIRA * 100 / WS-SUP-CAPACIDADE
              ELSE
                 MOVE ZEROS TO WS-PERC-OCUPADO
              END-IF
              MOVE WS-PERC-OCUPADO   TO SUB-PERC-OCUPADO
              WRITE LINHA FROM LINHA-SUBTOTAL AFTER 1 LINES
           END-IF
           MOVE ZEROS TO WS-SUP-ANTERIOR
           MOVE ZEROS TO WS-SUP-CARTEIRA
           MOVE ZEROS TO WS-SUP-CAPACIDADE.
       F-FECHA-EQUIPE. EXIT.

       FECHA-REGIAO.
           IF WS-GRUPO-ANTERIOR NOT = ZEROS
              MOVE SPACES TO SUB-TEXTO
              STRING "SUBTOTAL DA REGIAO " DELIMITED BY SIZE
                     WS-REGIAO-ANTERIOR DELIMITED BY SIZE
                     INTO SUB-TEXTO
              MOVE WS-REG-CARTEIRA   TO SUB-CARTEIRA
              MOVE WS-REG-CAPACIDADE TO SUB-CAPACIDADE
              IF WS-REG-CAPACIDADE > ZEROS
                 COMPUTE WS-PERC-OCUPADO ROUNDED =
                    WS-REG-CARTEIRA * 100 / WS-REG-CAPACIDADE
              ELSE
                 MOVE ZEROS TO WS-PERC-OCUPADO
              END-IF
              MOVE WS-PERC-OCUPADO   TO SUB-PERC-OCUPADO
              WRITE LINHA FROM LINHA-SUBTOTAL AFTER 1 LINES
              WRITE LINHA FROM CABECALHO-2    AFTER 1 LINES
           END-IF
           MOVE ZEROS TO WS-REG-CARTEIRA
           MOVE ZEROS TO WS-REG-CAPACIDADE.
       F-FECHA-REGIAO. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG15"       TO RLA-PROGRAMA
           MOVE "RBALANCO.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE   TO RLA-DATA
           STRING "LIMIAR " WS-LIMIAR-PERC "%"
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
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

      * UM REGISTRO POR VENDEDOR PRESENTE NA TABELA, COM A REGIAO E O
      * SUPERVISOR ATUAIS (EQUIPE.DAT / SUPERVISOR.DAT, OPCIONAIS).
       CLASSIFICA-BALANCO SECTION.
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
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 999
              IF WS-BAL-PRESENTE(WS-IDX) = "S"
                 MOVE 1      TO BAL-GRUPO-SORT
                 MOVE SPACES TO BAL-REGIAO-SORT
                 MOVE ZEROS  TO BAL-SUP-CODIGO-SORT
                 MOVE SPACES TO BAL-SUP-NOME-SORT
                 MOVE WS-IDX TO BAL-VEN-CODIGO-SORT
                 IF WS-EXISTE-EQUIPE = "S"
                    PERFORM BUSCA-EQUIPE THRU F-BUSCA-EQUIPE
                 END-IF
                 RELEASE REG-BAL-SORT
              END-IF
           END-PERFORM
           IF WS-EXISTE-EQUIPE = "S"
              CLOSE ARQ-EQUIPE
           END-IF
           IF WS-EXISTE-SUPERVISOR = "S"
              CLOSE ARQ-SUPERVISOR
           END-IF.
       F-CLASSIFICA-BALANCO.
           EXIT.

       EQUIPE SECTION.
       BUSCA-EQUIPE.
           MOVE WS-IDX TO EQP-VEN-CODIGO
           READ ARQ-EQUIPE
           IF WS-RESULTADO-EQP NOT = 00
              MOVE 2            TO BAL-GRUPO-SORT
              MOVE "SEM EQUIPE" TO BAL-REGIAO-SORT
              GO TO F-BUSCA-EQUIPE
           END-IF
           MOVE EQP-SUP-CODIGO TO BAL-SUP-CODIGO-SORT
           IF WS-EXISTE-SUPERVISOR = "S"
              MOVE EQP-SUP-CODIGO TO SUP-CODIGO
              READ ARQ-SUPERVISOR
              IF WS-RESULTADO-SUP = 00
                 MOVE SUP-REGIAO TO BAL-REGIAO-SORT
                 MOVE SUP-NOME   TO BAL-SUP-NOME-SORT
              END-IF
           END-IF.
       F-BUSCA-EQUIPE. EXIT.
