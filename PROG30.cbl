      * CONTAGEM E TOTAL DE CONTROLE. O ENVIOFAT.CTL GARANTE QUE A
      * MESMA SEQUENCIA NUNCA E GERADA DUAS VEZES; A REEMISSAO DE UMA
      * GERACAO ANTERIOR E UMA OPCAO EXPLICITA DO OPERADOR.
      * CADA EMPRESA (EMPRESA DA SESSAO, ESCOLHIDA NO SIGN-ON) TEM
      * SUA PROPRIA SEQUENCIA E SEU PROPRIO ERP: A EMPRESA 01 USA
      * ENVIOFAT.CTL/INTFAT-nnnnnn.DAT E AS DEMAIS O SUFIXO -Enn
      * (ENVIOFAT-E02.CTL, INTFAT-E02-nnnnnn.DAT), SO COM OS CLIENTES
      * DA EMPRESA. SESSAO CONSOLIDADA (00) NAO GERA INTERFACE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-INT.

           SELECT ARQ-CTL-ENVIO ASSIGN TO DISK WID-ARQ-CTL-ENVIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-ENV.

           SELECT ARQ-SITUACAO-CNPJ ASSIGN TO DISK WID-ARQ-SITUACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SCN-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SCN.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-SITUACAO-CNPJ.FD".

      * O DETALHE GANHOU A COLUNA DE BLOQUEIO DE FATURAMENTO NO FIM
      * DO REGISTRO (S = CLIENTE BLOQUEADO NO PROG51, N = LIBERADO),
      * COMBINADA COM O ERP; HEADER E TRAILER APENAS ACOMPANHARAM O
      * NOVO TAMANHO. DEPOIS DELA VEIO A MARCA DE CNPJ INATIVO NA
      * RECEITA (S = SITUACAO CADASTRAL DIFERENTE DE ATIVA NA ULTIMA
      * CARGA DO PROG65, N = ATIVO OU NAO CONSULTADO), PELO MESMO
      * CRITERIO.
       FD ARQ-INTERFACE.
          01 REG-INTERFACE.
             02 INT-TIPO           PIC X(01).
             02 INT-DADOS          PIC X(106).
          01 REG-INTERFACE-HEADER REDEFINES REG-INTERFACE.
             02 INT-H-TIPO         PIC X(01).
             02 INT-H-SEQUENCIA    PIC 9(06).
             02 INT-H-DATA         PIC X(10).
             02 INT-H-HORA         PIC 9(08).
             02 FILLER             PIC X(82).
          01 REG-INTERFACE-DETALHE REDEFINES REG-INTERFACE.
             02 INT-D-TIPO         PIC X(01).
             02 INT-D-CLI-CODIGO   PIC 9(07).
             02 INT-D-VEN-CODIGO   PIC 9(03).
             02 INT-D-VEN-NOME     PIC X(40).
             02 INT-D-BLOQUEIO     PIC X(01).
             02 INT-D-CNPJ-INATIVO PIC X(01).
          01 REG-INTERFACE-TRAILER REDEFINES REG-INTERFACE.
             02 INT-T-TIPO         PIC X(01).
             02 INT-T-QTD          PIC 9(07).
             02 INT-T-TOTAL-CTRL   PIC 9(15).
             02 FILLER             PIC X(84).

       FD ARQ-CTL-ENVIO.
          01 REG-CTL-ENVIO.
             02 FILLER               PIC X(01) VALUE ";".
             02 ENV-ULTIMA-QTD       PIC 9(07).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ENV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-INT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-CTL-ENVIO     PIC X(50) VALUE SPACES.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-SUFIXO-EMPRESA     PIC X(04) VALUE SPACES.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WID-ARQ-SITUACAO      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-SCN      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-SITUACAO    PIC X(01) VALUE "N".
       77 WS-REEMISSAO          PIC X(01) VALUE SPACES.
       77 WS-SEQUENCIA-GERACAO  PIC 9(06) VALUE ZEROS.
       77 WS-SEQUENCIA-EDITADA  PIC 9(06) VALUE ZEROS.
       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-EMPRESA-SESSAO = ZEROS
              DISPLAY "SESSAO CONSOLIDADA - ESCOLHA A EMPRESA NO SIGN-O
      -"N" AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE SPACES TO WID-ARQ-CTL-ENVIO
           STRING "ENVIOFAT" WS-SUFIXO-EMPRESA DELIMITED BY SPACE
                  ".CTL" DELIMITED BY SIZE INTO WID-ARQ-CTL-ENVIO
           DISPLAY TELA-INTERFACE AT 0101
           PERFORM UNTIL WS-REEMISSAO = "S" OR = "N"
              ACCEPT WS-REEMISSAO AT 0545
              END-IF
              MOVE WS-SEQUENCIA-GERACAO TO WS-SEQUENCIA-EDITADA
              MOVE SPACES TO WS-LOCAL-ARQ-INTERFACE
              STRING "INTFAT" WS-SUFIXO-EMPRESA DELIMITED BY SPACE
                     "-" WS-SEQUENCIA-EDITADA ".DAT"
                     DELIMITED BY SIZE INTO WS-LOCAL-ARQ-INTERFACE
              OPEN INPUT ARQ-INTERFACE
              IF WS-RESULTADO-INT NOT = 00

           MOVE WS-SEQUENCIA-GERACAO TO WS-SEQUENCIA-EDITADA
           MOVE SPACES TO WS-LOCAL-ARQ-INTERFACE
           STRING "INTFAT" WS-SUFIXO-EMPRESA DELIMITED BY SPACE
                  "-" WS-SEQUENCIA-EDITADA ".DAT"
                  DELIMITED BY SIZE INTO WS-LOCAL-ARQ-INTERFACE
           OPEN OUTPUT ARQ-INTERFACE

           WRITE REG-INTERFACE.
       F-GRAVA-HEADER. EXIT.

      * SOMENTE CLIENTES ATIVOS DA EMPRESA DA SESSAO COM VENDEDOR
      * ATRIBUIDO NO DIST.CSV ENTRAM NA INTERFACE; O TOTAL DE
      * CONTROLE DO TRAILER E A SOMA
      * DOS CODIGOS DE CLIENTE DOS DETALHES.
       GRAVA-DETALHES.
           MOVE "N" TO WS-EXISTE-SITUACAO
           MOVE "SITCNPJ.DAT" TO WID-ARQ-SITUACAO
           OPEN INPUT ARQ-SITUACAO-CNPJ
           IF WS-RESULTADO-SCN = 00
              MOVE "S" TO WS-EXISTE-SITUACAO
           END-IF
           OPEN INPUT ARQ-DIST-MEST
           MOVE ZEROS TO DM-CLI-CODIGO
           START ARQ-DIST-MEST KEY NOT LESS DM-CLI-CODIGO
              IF WS-RESULTADO-ACESSO = 00
                 AND CLI-STATUS NOT = "I"
                 AND CLI-STATUS NOT = "P"
                 AND CLI-EMPRESA = WS-EMPRESA-SESSAO
                 MOVE SPACES TO REG-INTERFACE
                 MOVE "D"                  TO INT-D-TIPO
                 MOVE CLI-CODIGO           TO INT-D-CLI-CODIGO
                 ELSE
                    MOVE "N" TO INT-D-BLOQUEIO
                 END-IF
                 MOVE "N" TO INT-D-CNPJ-INATIVO
                 IF WS-EXISTE-SITUACAO = "S"
                    MOVE CLI-CODIGO TO SCN-CLI-CODIGO
                    READ ARQ-SITUACAO-CNPJ
                    IF WS-RESULTADO-SCN = 00
                       AND SCN-SITUACAO NOT = 02
                       MOVE "S" TO INT-D-CNPJ-INATIVO
                    END-IF
                 END-IF
                 WRITE REG-INTERFACE
                 ADD 1 TO WS-QTD-DETALHES
                 ADD CLI-CODIGO TO WS-TOTAL-CONTROLE
              END-IF
           END-PERFORM
           CLOSE ARQ-DIST-MEST
           IF WS-EXISTE-SITUACAO = "S"
              CLOSE ARQ-SITUACAO-CNPJ
           END-IF.
       F-GRAVA-DETALHES. EXIT.

       GRAVA-TRAILER.
           WRITE REG-CTL-ENVIO
           CLOSE ARQ-CTL-ENVIO.
       F-GRAVA-CONTROLE-ENVIO. EXIT.

      * EMPRESA DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON PROG24)
      * E O SUFIXO -Enn DOS ARQUIVOS DELA; SESSAO SEM EMPRESA (GRAVADA
      * ANTES DO CADASTRO DE EMPRESAS) VALE COMO EMPRESA 01.
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
           END-IF
           MOVE SPACES TO WS-SUFIXO-EMPRESA
           IF WS-EMPRESA-SESSAO > 01
              STRING "-E" WS-EMPRESA-SESSAO DELIMITED BY SIZE
                     INTO WS-SUFIXO-EMPRESA
           END-IF.
       F-LE-OPERADOR. EXIT.
