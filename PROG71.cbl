       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG71.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- CASOS DE RECLAMACAO EM ATRASO POR RESPONSAVEL -------
      * RELATORIO DIARIO DOS CASOS DE RECLAMACAO (CASO.DAT, PROG70)
      * AINDA NAO ENCERRADOS CUJO PRAZO JA PASSOU, AGRUPADOS PELO
      * RESPONSAVEL (OPERADOR OU VENDEDOR) E, DENTRO DELE, DO PRAZO
      * MAIS ANTIGO PARA O MAIS RECENTE, COM OS DIAS DE ATRASO
      * (RCASOATR.TXT). RODA SEM TELA QUANDO HA LINHA DO PROG71 NO
      * BATCH.PRM (SEM RESPOSTAS).
      * SO ENTRAM OS CASOS DE CLIENTES DA EMPRESA ESCOLHIDA NO SIGN-ON
      * (TODAS NA SESSAO CONSOLIDADA, EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CASO ASSIGN TO DISK WID-ARQ-CASO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CAS.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-USUARIO ASSIGN TO DISK WID-ARQ-USUARIO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS USU-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-USU.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VEN.

           SELECT ARQ-ATRASO-SORT ASSIGN TO "SORT".

           SELECT ARQ-ATRASO-SAI ASSIGN TO "CASOTRAB.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO "RCASOATR.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXEC.

           SELECT ARQ-BATCH-PRM ASSIGN TO "BATCH.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-PRM.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CASO.FD".

       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-USUARIO.FD".

       COPY "ARQ-VENDEDOR.FD".

       SD ARQ-ATRASO-SORT.
          01 REG-ATRASO-SORT.
             02 ATR-RESP-TIPO-SORT    PIC X(01).
             02 ATR-RESP-CODIGO-SORT  PIC X(08).
             02 ATR-PRAZO-NUM-SORT    PIC 9(08).
             02 ATR-CLI-CODIGO-SORT   PIC 9(07).
             02 ATR-SEQUENCIA-SORT    PIC 9(03).
             02 ATR-ABERTURA-SORT     PIC X(10).
             02 ATR-PRAZO-SORT        PIC X(10).
             02 ATR-DIAS-SORT         PIC 9(05).
             02 ATR-CATEGORIA-SORT    PIC X(01).
             02 ATR-GRAVIDADE-SORT    PIC 9(01).
             02 ATR-SITUACAO-SORT     PIC X(01).
             02 ATR-DESCRICAO-SORT    PIC X(41).

       FD ARQ-ATRASO-SAI.
          01 REG-ATRASO-SAI.
             02 ATR-RESP-TIPO-SAI     PIC X(01).
             02 ATR-RESP-CODIGO-SAI   PIC X(08).
             02 ATR-PRAZO-NUM-SAI     PIC 9(08).
             02 ATR-CLI-CODIGO-SAI    PIC 9(07).
             02 ATR-SEQUENCIA-SAI     PIC 9(03).
             02 ATR-ABERTURA-SAI      PIC X(10).
             02 ATR-PRAZO-SAI         PIC X(10).
             02 ATR-DIAS-SAI          PIC 9(05).
             02 ATR-CATEGORIA-SAI     PIC X(01).
             02 ATR-GRAVIDADE-SAI     PIC 9(01).
             02 ATR-SITUACAO-SAI      PIC X(01).
             02 ATR-DESCRICAO-SAI     PIC X(41).

       FD RELATORIO.
       01 LINHA        PIC X(132).

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

       COPY "ARQ-BATCH-PRM.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CASO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-USUARIO       PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CAS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-USU      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-EXISTE-USUARIO     PIC X(01) VALUE "N".
       77 WS-EXISTE-VENDEDOR    PIC X(01) VALUE "N".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.
       77 WS-HOJE-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INTEIRO       PIC 9(08) VALUE ZEROS.
       77 WS-PRAZO-INTEIRO      PIC 9(08) VALUE ZEROS.
       77 WS-RESP-ANTERIOR      PIC X(09) VALUE SPACES.
       77 WS-RESP-ATUAL         PIC X(09) VALUE SPACES.
       77 WS-SUBTOTAL-CASOS     PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-CASOS        PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-RESP         PIC 9(05) VALUE ZEROS.

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(45) VALUE
             "CASOS DE RECLAMACAO EM ATRASO POR RESPONSAVEL".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(22) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-RESPONSAVEL.
          02 FILLER              PIC X(13) VALUE "RESPONSAVEL: ".
          02 CABRSP-TIPO         PIC X(09).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 CABRSP-CODIGO       PIC X(08).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 CABRSP-NOME         PIC X(40).
          02 FILLER              PIC X(58) VALUE SPACES.

       01 CABECALHO-1.
          02 FILLER PIC X(13) VALUE "CASO".
          02 FILLER PIC X(37) VALUE "CLIENTE".
          02 FILLER PIC X(12) VALUE "ABERTURA".
          02 FILLER PIC X(12) VALUE "PRAZO".
          02 FILLER PIC X(08) VALUE "ATRASO".
          02 FILLER PIC X(03) VALUE "C".
          02 FILLER PIC X(03) VALUE "G".
          02 FILLER PIC X(03) VALUE "S".
          02 FILLER PIC X(41) VALUE "DESCRICAO".

       01 DETALHE.
          02 DET-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC X(01) VALUE "-".
          02 DET-SEQUENCIA       PIC 9(03).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-CLI-NOME        PIC X(35).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-ABERTURA        PIC X(10).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-PRAZO           PIC X(10).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-DIAS            PIC ZZZZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-CATEGORIA       PIC X(01).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-GRAVIDADE       PIC 9(01).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-SITUACAO        PIC X(01).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-DESCRICAO       PIC X(41).

       01 SUBTOTAL-RESPONSAVEL.
          02 FILLER              PIC X(33) VALUE
             "CASOS EM ATRASO DO RESPONSAVEL: ".
          02 SUB-QTD             PIC ZZZZ9.
          02 FILLER              PIC X(94) VALUE SPACES.

       01 RODAPE.
          02 FILLER              PIC X(33) VALUE
             "TOTAL DE CASOS EM ATRASO.....: ".
          02 ROD-QTD             PIC ZZZZ9.
          02 FILLER              PIC X(05) VALUE SPACES.
          02 FILLER              PIC X(16) VALUE "RESPONSAVEIS: ".
          02 ROD-RESP            PIC ZZZZ9.
          02 FILLER              PIC X(68) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-ATRASO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  CASOS DE RECLAMACAO EM ATRASO  ".
          02 LINE 02 COLUMN 73 VALUE "PROG71".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG71" TO WS-OPERADOR-ATUAL
           END-IF
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-ATRASO AT 0101
           END-IF
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-AAAAMMDD(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-AAAAMMDD(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-AAAAMMDD(7:2)
           COMPUTE WS-HOJE-INTEIRO =
              FUNCTION INTEGER-OF-DATE(WS-HOJE-AAAAMMDD)

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "USUARIO.DAT" TO WID-ARQ-USUARIO
           OPEN INPUT ARQ-USUARIO
           IF WS-RESULTADO-USU = 00
              MOVE "S" TO WS-EXISTE-USUARIO
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VEN = 00
              MOVE "S" TO WS-EXISTE-VENDEDOR
           END-IF

           SORT ARQ-ATRASO-SORT
                ON ASCENDING KEY ATR-RESP-TIPO-SORT
                                 ATR-RESP-CODIGO-SORT
                                 ATR-PRAZO-NUM-SORT
                                 ATR-CLI-CODIGO-SORT
                                 ATR-SEQUENCIA-SORT
                INPUT PROCEDURE SELECIONA-ATRASADOS
                GIVING ARQ-ATRASO-SAI

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM LISTA-ATRASADOS THRU F-LISTA-ATRASADOS
           MOVE WS-TOTAL-CASOS TO ROD-QTD
           MOVE WS-TOTAL-RESP  TO ROD-RESP
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           IF WS-EXISTE-VENDEDOR = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           IF WS-EXISTE-USUARIO = "S"
              CLOSE ARQ-USUARIO
           END-IF
           CLOSE ARQ-CLIENTE

           IF WS-MODO-BATCH NOT = "S"
              DISPLAY LIMPA-TELA
              DISPLAY "CASOS EM ATRASO LISTADOS EM RCASOATR.TXT, TECLE E
      -"NTER" AT 1503
              ACCEPT PAUSA AT 2478
           END-IF
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG71"       TO RLA-PROGRAMA
           MOVE "RCASOATR.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE   TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * CASOS NAO ENCERRADOS COM PRAZO ANTERIOR A HOJE, DE CLIENTES
      * DA EMPRESA DA SESSAO (CLIENTE FORA DO CADASTRO VALE COMO
      * EMPRESA 01); SEM CASO.DAT O RELATORIO SAI VAZIO, SEM SER FALHA.
       SELECIONA-ATRASADOS SECTION.
           MOVE "CASO.DAT" TO WID-ARQ-CASO
           OPEN INPUT ARQ-CASO
           IF WS-RESULTADO-CAS = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CASO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CAS-SITUACAO NOT = "E"
                    AND CAS-PRAZO-NUM < WS-HOJE-AAAAMMDD
                    MOVE CAS-CLI-CODIGO TO CLI-CODIGO
                    READ ARQ-CLIENTE
                    IF WS-RESULTADO-ACESSO NOT = 00
                       MOVE 01 TO CLI-EMPRESA
                    END-IF
                    IF WS-EMPRESA-SESSAO = ZEROS
                       OR CLI-EMPRESA = WS-EMPRESA-SESSAO
                       PERFORM LIBERA-CASO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-CASO
           END-IF.
       F-SELECIONA-ATRASADOS.
           EXIT.

       ATRASO SECTION.
       LIBERA-CASO.
           COMPUTE WS-PRAZO-INTEIRO =
              FUNCTION INTEGER-OF-DATE(CAS-PRAZO-NUM)
           MOVE CAS-RESP-TIPO     TO ATR-RESP-TIPO-SORT
           MOVE CAS-RESP-CODIGO   TO ATR-RESP-CODIGO-SORT
           MOVE CAS-PRAZO-NUM     TO ATR-PRAZO-NUM-SORT
           MOVE CAS-CLI-CODIGO    TO ATR-CLI-CODIGO-SORT
           MOVE CAS-SEQUENCIA     TO ATR-SEQUENCIA-SORT
           MOVE CAS-DATA-ABERTURA TO ATR-ABERTURA-SORT
           MOVE CAS-PRAZO         TO ATR-PRAZO-SORT
           COMPUTE ATR-DIAS-SORT = WS-HOJE-INTEIRO - WS-PRAZO-INTEIRO
           MOVE CAS-CATEGORIA     TO ATR-CATEGORIA-SORT
           MOVE CAS-GRAVIDADE     TO ATR-GRAVIDADE-SORT
           MOVE CAS-SITUACAO      TO ATR-SITUACAO-SORT
           MOVE CAS-DESCRICAO     TO ATR-DESCRICAO-SORT
           RELEASE REG-ATRASO-SORT.

       LISTA-ATRASADOS.
           OPEN INPUT ARQ-ATRASO-SAI
           MOVE ZEROS  TO CONTROLE-FIM
           MOVE SPACES TO WS-RESP-ANTERIOR
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-ATRASO-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              MOVE ATR-RESP-TIPO-SAI   TO WS-RESP-ATUAL(1:1)
              MOVE ATR-RESP-CODIGO-SAI TO WS-RESP-ATUAL(2:8)
              IF WS-RESP-ATUAL NOT = WS-RESP-ANTERIOR
                 IF WS-RESP-ANTERIOR NOT = SPACES
                    PERFORM IMPRIME-SUBTOTAL
                       THRU F-IMPRIME-SUBTOTAL
                 END-IF
                 MOVE ZEROS TO WS-SUBTOTAL-CASOS
                 MOVE WS-RESP-ATUAL TO WS-RESP-ANTERIOR
                 ADD 1 TO WS-TOTAL-RESP
                 PERFORM NOME-RESPONSAVEL THRU F-NOME-RESPONSAVEL
                 IF CONTADOR-LINHA > 55
                    PERFORM IMPRIMIR-CABECALHO
                 END-IF
                 WRITE LINHA FROM CABECALHO-RESPONSAVEL AFTER 1 LINES
                 WRITE LINHA FROM CABECALHO-1           AFTER 1 LINES
                 ADD 2 TO CONTADOR-LINHA
              END-IF
              PERFORM IMPRIME-CASO THRU F-IMPRIME-CASO
           END-PERFORM
           IF WS-RESP-ANTERIOR NOT = SPACES
              PERFORM IMPRIME-SUBTOTAL THRU F-IMPRIME-SUBTOTAL
           END-IF
           CLOSE ARQ-ATRASO-SAI.
       F-LISTA-ATRASADOS. EXIT.

      * NOME DO OPERADOR (USUARIO.DAT) OU DO VENDEDOR (VENDEDOR.DAT).
       NOME-RESPONSAVEL.
           MOVE ATR-RESP-CODIGO-SAI TO CABRSP-CODIGO
           MOVE "NAO CADASTRADO"    TO CABRSP-NOME
           IF ATR-RESP-TIPO-SAI = "V"
              MOVE "VENDEDOR" TO CABRSP-TIPO
              IF WS-EXISTE-VENDEDOR = "S"
                 AND ATR-RESP-CODIGO-SAI(1:3) NUMERIC
                 MOVE ATR-RESP-CODIGO-SAI(1:3) TO VEN-CODIGO
                 READ ARQ-VENDEDOR
                 IF WS-RESULTADO-VEN = 00
                    MOVE VEN-NOME TO CABRSP-NOME
                 END-IF
              END-IF
           ELSE
              MOVE "OPERADOR" TO CABRSP-TIPO
              IF WS-EXISTE-USUARIO = "S"
                 MOVE ATR-RESP-CODIGO-SAI TO USU-CODIGO
                 READ ARQ-USUARIO
                 IF WS-RESULTADO-USU = 00
                    MOVE USU-NOME TO CABRSP-NOME
                 END-IF
              END-IF
           END-IF.
       F-NOME-RESPONSAVEL. EXIT.

       IMPRIME-CASO.
           MOVE ATR-CLI-CODIGO-SAI TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              MOVE CLI-RAZAO-SOCIAL TO DET-CLI-NOME
           ELSE
              MOVE "CLIENTE NAO ENCONTRADO" TO DET-CLI-NOME
           END-IF
           MOVE ATR-CLI-CODIGO-SAI  TO DET-CLI-CODIGO
           MOVE ATR-SEQUENCIA-SAI   TO DET-SEQUENCIA
           MOVE ATR-ABERTURA-SAI    TO DET-ABERTURA
           MOVE ATR-PRAZO-SAI       TO DET-PRAZO
           MOVE ATR-DIAS-SAI        TO DET-DIAS
           MOVE ATR-CATEGORIA-SAI   TO DET-CATEGORIA
           MOVE ATR-GRAVIDADE-SAI   TO DET-GRAVIDADE
           MOVE ATR-SITUACAO-SAI    TO DET-SITUACAO
           MOVE ATR-DESCRICAO-SAI   TO DET-DESCRICAO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO WS-SUBTOTAL-CASOS
           ADD 1 TO WS-TOTAL-CASOS.
       F-IMPRIME-CASO. EXIT.

       IMPRIME-SUBTOTAL.
           MOVE WS-SUBTOTAL-CASOS TO SUB-QTD
           WRITE LINHA FROM CABECALHO-2          AFTER 1 LINES
           WRITE LINHA FROM SUBTOTAL-RESPONSAVEL AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2          AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA.
       F-IMPRIME-SUBTOTAL. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  03 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE; AO
      * PASSAR DE 60 LINHAS REIMPRIME O CABECALHO DO RELATORIO E O
      * CABECALHO DO RESPONSAVEL EM CURSO COM AS COLUNAS.
       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              IF WS-RESP-ANTERIOR NOT = SPACES
                 WRITE LINHA FROM CABECALHO-RESPONSAVEL AFTER 1 LINES
                 WRITE LINHA FROM CABECALHO-1           AFTER 1 LINES
                 ADD 2 TO CONTADOR-LINHA
              END-IF
              ADD 1 TO CONTADOR-LINHA
           END-IF.

       GRAVA-EXECUCAO.
           MOVE "PROG71" TO EXEC-PROGRAMA
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

      * O PROG71 NAO TEM RESPOSTAS NO BATCH.PRM: A LINHA DO PROGRAMA
      * SO INDICA QUE ELE RODA SEM TELA.
       LE-PARAMETROS-BATCH.
           MOVE "N"   TO WS-MODO-BATCH
           MOVE ZEROS TO WS-FIM-PRM
           OPEN INPUT ARQ-BATCH-PRM
           IF WS-RESULTADO-PRM = 00
              PERFORM UNTIL WS-FIM-PRM = 1
                 READ ARQ-BATCH-PRM NEXT
                    AT END
                       MOVE 1 TO WS-FIM-PRM
                       EXIT PERFORM
                 END-READ
                 IF PRM-PROGRAMA = "PROG71"
                    MOVE "S" TO WS-MODO-BATCH
                    MOVE 1 TO WS-FIM-PRM
                 END-IF
              END-PERFORM
              CLOSE ARQ-BATCH-PRM
           END-IF.
       F-LE-PARAMETROS-BATCH. EXIT.

      * OPERADOR E EMPRESA DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24): O OPERADOR E REGISTRADO NA EXECUCAO; SESSAO
      * SEM EMPRESA VALE COMO EMPRESA 01.
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
