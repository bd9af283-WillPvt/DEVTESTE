             02 ARQ-VALOR-SORT        PIC 9(09)V9(02).
             02 ARQ-SITUACAO-SORT     PIC X(01).
             02 ARQ-DATA-PGTO-SORT    PIC X(10).
             02 ARQ-VEN-CODIGO-SORT   PIC 9(03).
             02 ARQ-EMPRESA-SORT      PIC 9(02).

       FD ARQ-PED-SAI.
          01 REG-PED-SAI.
             02 ARQ-VALOR-SAI         PIC 9(09)V9(02).
             02 ARQ-SITUACAO-SAI      PIC X(01).
             02 ARQ-DATA-PGTO-SAI     PIC X(10).
             02 ARQ-VEN-CODIGO-SAI    PIC 9(03).
             02 ARQ-EMPRESA-SAI       PIC 9(02).

      * GERACAO ANUAL DE ARQUIVO MORTO (PEDARQ-AAAA.DAT): COPIA FIEL
      * DO REGISTRO DO PEDIDO, LIDA PELO PROG36.
             02 MRT-VALOR             PIC 9(09)V9(02).
             02 MRT-SITUACAO          PIC X(01).
             02 MRT-DATA-PGTO         PIC X(10).
             02 MRT-VEN-CODIGO        PIC 9(03).
             02 MRT-EMPRESA           PIC 9(02).

       FD ARQ-CTL-ARQPED.
          01 REG-CTL-ARQPED.
             "VALOR TOTAL ARQUIVADO.......: ".
          02 TOT-VALOR-MOV   PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(84) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
           MOVE WS-VALOR-MOVIDO TO TOT-VALOR-MOV
           WRITE LINHA FROM LINHA-VALOR AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-PEDIDO

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG35"      TO RLA-PROGRAMA
           MOVE "RARQPED.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE  TO RLA-DATA
           STRING "DATA DE CORTE " WS-DATA-CORTE
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

       SELECIONA-ANTIGOS SECTION.
           MOVE ZEROS TO PED-CLI-CODIGO
           MOVE ZEROS TO PED-SEQUENCIA
                    MOVE PED-VALOR            TO ARQ-VALOR-SORT
                    MOVE PED-SITUACAO         TO ARQ-SITUACAO-SORT
                    MOVE PED-DATA-PGTO        TO ARQ-DATA-PGTO-SORT
                    MOVE PED-VEN-CODIGO       TO ARQ-VEN-CODIGO-SORT
                    MOVE PED-EMPRESA          TO ARQ-EMPRESA-SORT
                    RELEASE REG-PED-SORT
                 ELSE
                    ADD 1 TO WS-TOTAL-MANTIDOS
              MOVE ARQ-VALOR-SAI      TO MRT-VALOR
              MOVE ARQ-SITUACAO-SAI   TO MRT-SITUACAO
              MOVE ARQ-DATA-PGTO-SAI  TO MRT-DATA-PGTO
              MOVE ARQ-VEN-CODIGO-SAI TO MRT-VEN-CODIGO
              MOVE ARQ-EMPRESA-SAI    TO MRT-EMPRESA
              WRITE REG-PED-MORTO
              ADD 1 TO WS-QTD-ANO
              ADD 1 TO WS-TOTAL-MOVIDOS
