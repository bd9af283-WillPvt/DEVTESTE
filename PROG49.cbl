      * CLIENTES DA BASE E A LISTA DE TRABALHO DOS INCOMPLETOS
      * AGRUPADA PELO VENDEDOR TITULAR DO DIST.CSV, PARA QUE A
      * LIMPEZA POSSA SER DISTRIBUIDA E COBRADA.
      * SO ENTRAM OS CLIENTES DA EMPRESA ESCOLHIDA NO SIGN-ON (TODOS
      * NA SESSAO CONSOLIDADA, EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           SELECT RELATORIO ASSIGN TO "RQUALIDADE.TXT"
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
       77 WS-RESULTADO-CTT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EXISTE-CONTATO     PIC X(01) VALUE "N".
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 PAUSA                 PIC X(02) VALUE SPACES.
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(42) VALUE
             "PLACAR DE QUALIDADE DE DADOS DA BASE".
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(23) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

          02 DET-EMAIL           PIC X(01).
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DET-NOTA            PIC ZZ9.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO

           PERFORM APURA-RESUMO THRU F-APURA-RESUMO
           END-IF

           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-CLIENTE
           IF WS-EXISTE-CONTATO = "S"
              CLOSE ARQ-CLI-CONTATO
                 READ ARQ-CLIENTE NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF WS-EMPRESA-SESSAO NOT = ZEROS
                    AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
                 IF CLI-STATUS NOT = "I"
                    ADD 1 TO WS-TOTAL-ATIVOS
                    PERFORM AVALIA-CLIENTE THRU F-AVALIA-CLIENTE
           WRITE LINHA FROM LINHA-CAMPO AFTER 1 LINES.
       F-IMPRIME-PERCENTUAIS. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG49"         TO RLA-PROGRAMA
           MOVE "RQUALIDADE.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
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
              MOVE QUA-CLI-CODIGO-SAI TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO = 00 AND CLI-STATUS NOT = "I"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                 OR CLI-EMPRESA = WS-EMPRESA-SESSAO)
                 PERFORM AVALIA-CLIENTE THRU F-AVALIA-CLIENTE
                 IF WS-NOTA < 100
                    IF QUA-VEN-CODIGO-SAI NOT = WS-VEN-ANTERIOR
