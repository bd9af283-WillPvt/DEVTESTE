      * VENDEDOR TITULAR DO DIST.CSV, COM A DATA DO ULTIMO PEDIDO, A
      * RECEITA HISTORICA E OS DIAS EM SILENCIO (RINATIVOS.TXT) - A
      * LISTA DE RECONQUISTA QUE VENDAS MONTAVA NA PLANILHA.
      * SO ENTRAM OS CLIENTES DA EMPRESA ESCOLHIDA NO SIGN-ON (TODOS
      * NA SESSAO CONSOLIDADA, EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           SELECT RELATORIO ASSIGN TO "RINATIVOS.TXT"
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
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-DIAS-LIMITE        PIC 9(04) VALUE ZEROS.
       77 WS-HOJE-INTEIRO       PIC 9(08) VALUE ZEROS.
             "CLIENTES ATIVOS SEM COMPRAR HA MAIS DE".
          02 CAB-DIAS     PIC ZZZ9.
          02 FILLER       PIC X(05) VALUE " DIAS".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

             "TOTAL DE CLIENTES INATIVOS...: ".
          02 ROD-QTD             PIC ZZZZ9.
          02 FILLER              PIC X(94) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           DISPLAY TELA-INATIVOS AT 0101
           MOVE ZEROS TO WS-DIAS-LIMITE
           ACCEPT WS-DIAS-LIMITE AT 0553
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE   TO CAB-DATA
           MOVE WS-DIAS-LIMITE TO CAB-DIAS
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM VARRE-CARTEIRAS THRU F-VARRE-CARTEIRAS
           MOVE WS-TOTAL-INATIVOS TO ROD-QTD
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-CLIENTE

           ACCEPT PAUSA AT 2478
           EXIT PROGRAM.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG50"        TO RLA-PROGRAMA
           MOVE "RINATIVOS.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE    TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "EMPRESA " WS-EMPRESA-SESSAO
                  " DIAS SEM COMPRA " WS-DIAS-LIMITE
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
              READ ARQ-DIST AT END
                 EXIT PERFORM
              END-READ
      * CLIENTE JA EXCLUIDO DO CADASTRO VALE COMO EMPRESA 01.
              IF WS-EMPRESA-SESSAO NOT = ZEROS
                 MOVE DIST-CLI-CODIGO TO CLI-CODIGO
                 READ ARQ-CLIENTE
                 IF WS-RESULTADO-ACESSO NOT = 00
                    MOVE 01 TO CLI-EMPRESA
                 END-IF
                 IF CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              MOVE DIST-VEN-CODIGO       TO INA-VEN-CODIGO-SORT
              MOVE DIST-VEN-RAZAO-SOCIAL TO INA-VEN-NOME-SORT
              MOVE DIST-CLI-CODIGO       TO INA-CLI-CODIGO-SORT
