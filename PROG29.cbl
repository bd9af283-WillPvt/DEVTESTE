      * IMPORTACAO SEM COORDENADAS) E OFERECE A TELA PARA DIGITAR AS
      * COORDENADAS OBTIDAS, VOLTANDO O CLIENTE PARA "A" PARA QUE A
      * PROXIMA DISTRIBUICAO O CONSIDERE.
      * SO ENTRAM OS CLIENTES DA EMPRESA ESCOLHIDA NO SIGN-ON (TODOS
      * NA SESSAO CONSOLIDADA, EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(40) VALUE
             "CLIENTES PENDENTES DE GEOCODIFICACAO".
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(37) VALUES SPACES.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".
             "TOTAL PENDENTE DE COORDENADAS: ".
          02 RODAPE-TOTAL    PIC ZZZZ9.
          02 FILLER          PIC X(95) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
       IMPRIME-PENDENTES.
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE ZEROS TO CLI-CODIGO
                    EXIT PERFORM
                 END-READ
                 IF CLI-STATUS = "P"
                    AND (WS-EMPRESA-SESSAO = ZEROS
                    OR CLI-EMPRESA = WS-EMPRESA-SESSAO)
                    MOVE CLI-CODIGO       TO DET-CLI-CODIGO
                    MOVE CLI-RAZAO-SOCIAL TO DET-CLI-RAZAO-SOCIAL
                    STRING CLI-CNPJ(1:2) "." CLI-CNPJ(3:3) "."
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           MOVE WS-QTD-PENDENTES TO RODAPE-TOTAL
           WRITE LINHA FROM RODAPE AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO.
       F-IMPRIME-PENDENTES. EXIT.

       DIGITA-COORDENADAS.
              MOVE WS-CODIGO-INFORMADO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO NOT = 00
                 OR (WS-EMPRESA-SESSAO NOT = ZEROS
                 AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO)
                 DISPLAY "CLIENTE NAO ENCONTRADO ..................."
                    AT 2001
                 ACCEPT PAUSA AT 2478
           END-IF.
       F-VALIDA-COORDENADAS-CLI. EXIT.

      * NIVEL E EMPRESA DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO
      * PELO SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR.
      * SESSAO SEM EMPRESA VALE COMO EMPRESA 01.
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
       F-LE-OPERADOR. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG29"       TO RLA-PROGRAMA
           MOVE "RPENDGEO.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE   TO RLA-DATA
           STRING "EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
