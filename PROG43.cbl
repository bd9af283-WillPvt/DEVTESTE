          02 FILLER          PIC X(14) VALUE "  RECUSADOS: ".
          02 ROD-RECUSADOS   PIC Z9.
          02 FILLER          PIC X(85) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG43"       TO RLA-PROGRAMA
           MOVE "RENTRADA.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE   TO RLA-DATA
           STRING "MOVIMENTO " WS-DATA-MOVIMENTO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
