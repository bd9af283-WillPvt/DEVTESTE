      * OS PARES SAEM PONTUADOS NA LISTA DE TRABALHO DUPCAND.CSV
      * (PARA REVISAO E ENCAMINHAMENTO AO PROG28) E O RESUMO POR
      * REGRA NO RDUPLICADOS.TXT.
      * SO SAO CRUZADOS OS CLIENTES DA EMPRESA ESCOLHIDA NO SIGN-ON
      * (TODOS NA SESSAO CONSOLIDADA, EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           SELECT RELATORIO ASSIGN TO "RDUPLICADOS.TXT"
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
       77 WS-RESULTADO-CTT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EXISTE-CONTATO     PIC X(01) VALUE "N".
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 PAUSA                 PIC X(02) VALUE SPACES.
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(45) VALUE
             "VARREDURA DE CANDIDATOS A DUPLICADO".
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(32) VALUES SPACES.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".
          02 DET-REGRA-TEXTO PIC X(45).
          02 DET-REGRA-QTD   PIC ZZZZ9.
          02 FILLER          PIC X(82) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
                 END-READ
                 IF CLI-STATUS NOT = "I"
                    AND WS-QTD-CLIENTES < 5000
                    AND (WS-EMPRESA-SESSAO = ZEROS
                    OR CLI-EMPRESA = WS-EMPRESA-SESSAO)
                    ADD 1 TO WS-QTD-CLIENTES
                    MOVE CLI-CODIGO TO
                       WS-DUP-CODIGO(WS-QTD-CLIENTES)
       IMPRIME-RESUMO.
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE "PARES CEP + RAZAO QUASE IDENTICA (CR)....: "
              TO DET-REGRA-TEXTO
           MOVE WS-QTD-PARES TO DET-REGRA-QTD
           WRITE LINHA FROM LINHA-REGRA AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO.
       F-IMPRIME-RESUMO. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG48"          TO RLA-PROGRAMA
           MOVE "RDUPLICADOS.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE      TO RLA-DATA
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
