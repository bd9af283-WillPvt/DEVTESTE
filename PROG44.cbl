          02 FILLER          PIC X(20) VALUE "  INCONSISTENTES..: ".
          02 ROD-INCONSIST   PIC ZZZZZZ9.
          02 FILLER          PIC X(72) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-CLI-ENDERECO
           CLOSE ARQ-CLIENTE

              PERFORM IMPRIMIR-CABECALHO
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG44"      TO RLA-PROGRAMA
           MOVE "RCEPVAL.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE  TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
