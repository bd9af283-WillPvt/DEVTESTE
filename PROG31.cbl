      * CONTRA O ENVIOFAT.CTL, GRAVA A SITUACAO POR CLIENTE NO
      * FATSTATUS.DAT E IMPRIME A LISTA DE TRABALHO DOS CLIENTES
      * REJEITADOS (RRETFAT.TXT) PARA CORRECAO ANTES DO PROXIMO ENVIO.
      * O RETORNO E DA EMPRESA DA SESSAO (SIGN-ON): A EMPRESA 01 USA
      * ENVIOFAT.CTL/RETFAT-nnnnnn.DAT/FATSTATUS.DAT E AS DEMAIS O
      * SUFIXO -Enn (RETFAT-E02-nnnnnn.DAT, FATSTATUS-E02.DAT), POIS
      * AS SEQUENCIAS DE CADA ERP SAO INDEPENDENTES. SESSAO
      * CONSOLIDADA (00) NAO PROCESSA RETORNO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-STF.

           SELECT ARQ-CTL-ENVIO ASSIGN TO DISK WID-ARQ-CTL-ENVIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-ENV.

       77 WS-RESULTADO-ENV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WID-ARQ-CTL-ENVIO     PIC X(50) VALUE SPACES.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-SUFIXO-EMPRESA     PIC X(04) VALUE SPACES.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-SEQUENCIA-RETORNO  PIC 9(06) VALUE ZEROS.
       77 WS-SEQUENCIA-EDITADA  PIC 9(06) VALUE ZEROS.
             "CLIENTES REJEITADOS NO RETORNO DO FATURAMENTO".
          02 FILLER       PIC X(12) VALUE "  SEQUENCIA:".
          02 CAB-SEQUENCIA PIC 9(06).
          02 FILLER       PIC X(10) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC 9(02).
          02 FILLER       PIC X(04) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

          02 FILLER          PIC X(14) VALUE "  INVALIDOS.: ".
          02 ROD-INVALIDOS   PIC ZZZZZZ9.
          02 FILLER          PIC X(32) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           IF WS-EMPRESA-SESSAO = ZEROS
              DISPLAY "SESSAO CONSOLIDADA - ESCOLHA A EMPRESA NO SIGN-O
      -"N" AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE SPACES TO WID-ARQ-CTL-ENVIO
           STRING "ENVIOFAT" WS-SUFIXO-EMPRESA DELIMITED BY SPACE
                  ".CTL" DELIMITED BY SIZE INTO WID-ARQ-CTL-ENVIO
           DISPLAY TELA-RETORNO AT 0101
           PERFORM UNTIL WS-SEQUENCIA-RETORNO > ZEROS
              ACCEPT WS-SEQUENCIA-RETORNO AT 0545

           MOVE WS-SEQUENCIA-RETORNO TO WS-SEQUENCIA-EDITADA
           MOVE SPACES TO WS-LOCAL-ARQ-RETORNO
           STRING "RETFAT" WS-SUFIXO-EMPRESA DELIMITED BY SPACE
                  "-" WS-SEQUENCIA-EDITADA ".DAT"
                  DELIMITED BY SIZE INTO WS-LOCAL-ARQ-RETORNO
           OPEN INPUT ARQ-RETORNO-FAT
           IF WS-RESULTADO-RET NOT = 00
              EXIT PROGRAM
           END-IF

           MOVE SPACES TO WID-ARQ-STATUS-FAT
           STRING "FATSTATUS" WS-SUFIXO-EMPRESA DELIMITED BY SPACE
                  ".DAT" DELIMITED BY SIZE INTO WID-ARQ-STATUS-FAT
           OPEN I-O ARQ-STATUS-FAT
           IF WS-RESULTADO-STF NOT = 00
              OPEN OUTPUT ARQ-STATUS-FAT
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE          TO CAB-DATA
           MOVE WS-SEQUENCIA-RETORNO  TO CAB-SEQUENCIA
           MOVE WS-EMPRESA-SESSAO     TO CAB-EMPRESA
           PERFORM IMPRIMIR-CABECALHO

           PERFORM UNTIL WS-FIM-RETORNO = 1
           PERFORM IMPRIME-RODAPE THRU F-IMPRIME-RODAPE

           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-RETORNO-FAT
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-STATUS-FAT
       F-LE-CONTROLE-ENVIO. EXIT.

      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR. A
      * EMPRESA DA SESSAO DEFINE O SUFIXO -Enn DOS ARQUIVOS; SESSAO
      * SEM EMPRESA VALE COMO EMPRESA 01.
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
           END-IF
           MOVE SPACES TO WS-SUFIXO-EMPRESA
           IF WS-EMPRESA-SESSAO > 01
              STRING "-E" WS-EMPRESA-SESSAO DELIMITED BY SIZE
                     INTO WS-SUFIXO-EMPRESA
           END-IF.
       F-LE-OPERADOR. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG31"      TO RLA-PROGRAMA
           MOVE "RRETFAT.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE  TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "SEQUENCIA DO RETORNO " WS-SEQUENCIA-RETORNO
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
