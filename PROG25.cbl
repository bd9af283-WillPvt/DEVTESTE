          02 TOT-TEXTO       PIC X(45).
          02 TOT-VALOR       PIC ZZZZ9.
          02 FILLER          PIC X(82) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE    PIC 99/99/9999.
              WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           END-IF
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           IF WS-RESULTADO-CTT = 00
              CLOSE ARQ-CLI-CONTATO
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG25"        TO RLA-PROGRAMA
           MOVE "RVERIFICA.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE    TO RLA-DATA
           STRING "MODO REPARO " WS-MODO-REPARO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
