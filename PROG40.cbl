      * COBERTURA (RCOBVISITA.TXT): CLIENTES ATIVOS SEM VISITA NOS
      * ULTIMOS N DIAS, AGRUPADOS PELO VENDEDOR TITULAR DO DIST.CSV,
      * PARA QUE NENHUM CLIENTE SUMA DO RADAR EM SILENCIO.
      * NO RELATORIO SO ENTRAM OS CLIENTES DA EMPRESA ESCOLHIDA NO
      * SIGN-ON (TODOS NA SESSAO CONSOLIDADA, EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.

       COPY "ARQ-DIST.FD".

       COPY "ARQ-VISITA.FD".

       FD ARQ-IMPORTA-VIS.
          01 REG-IMPORTA-VIS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
             "CLIENTES SEM VISITA NOS ULTIMOS".
          02 CAB-DIAS     PIC ZZZ9.
          02 FILLER       PIC X(05) VALUE " DIAS".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(16) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

             "TOTAL DE CLIENTES SEM VISITA....: ".
          02 ROD-QTD             PIC ZZZZ9.
          02 FILLER              PIC X(93) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE   TO CAB-DATA
           MOVE WS-DIAS-LIMITE TO CAB-DIAS
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM VARRE-COBERTURA THRU F-VARRE-COBERTURA
           MOVE WS-TOTAL-DESCOBERTOS TO ROD-QTD
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO.
       F-RELATORIO-COBERTURA. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG40"         TO RLA-PROGRAMA
           MOVE "RCOBVISITA.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "EMPRESA " WS-EMPRESA-SESSAO
                  " DIAS SEM VISITA " WS-DIAS-LIMITE
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

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
              MOVE DIST-VEN-CODIGO       TO COB-VEN-CODIGO-SORT
              MOVE DIST-VEN-RAZAO-SOCIAL TO COB-VEN-NOME-SORT
              MOVE DIST-CLI-CODIGO       TO COB-CLI-CODIGO-SORT
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * NIVEL E EMPRESA DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO
      * PELO SIGN-ON PROG24); SESSAO SEM EMPRESA VALE COMO EMPRESA 01.
       LE-OPERADOR.
           MOVE ZEROS TO WS-OPERADOR-NIVEL
           MOVE 01    TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                    CONTINUE
                 NOT AT END
                    MOVE OPE-NIVEL TO WS-OPERADOR-NIVEL
                    IF OPE-EMPRESA NUMERIC
                       MOVE OPE-EMPRESA TO WS-EMPRESA-SESSAO
                    END-IF
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
