       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 16/01/2020.
      * ------------ LISTAGEM DE CLIENTE --------------
      * LISTA OS CLIENTES DA EMPRESA DA SESSAO (SIGN-ON PROG24); NA
      * SESSAO CONSOLIDADA (00, NIVEL 3) LISTA TODAS AS EMPRESAS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

           SELECT ARQ-CTL-VOLUME ASSIGN TO "VOLUME.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-VOL.

       DATA DIVISION.
       FILE SECTION.

          02 CLI-LATITUDE-SORT          PIC s9(03)V9(08).
          02 CLI-LONGITUDE-SORT         PIC s9(03)V9(08).
          02 CLI-STATUS-SORT            PIC X(01).
          02 FILLER                     PIC X(19).
          02 CLI-EMPRESA-SORT           PIC 9(02).


       FD ARQ-CLIENTE-SAI.
          02 CLI-LATITUDE-SAI          PIC s9(03)V9(08).
          02 CLI-LONGITUDE-SAI         PIC s9(03)V9(08).
          02 CLI-STATUS-SAI            PIC X(01).
          02 FILLER                    PIC X(19).
          02 CLI-EMPRESA-SAI           PIC 9(02).

       FD ARQ-CTL-EXECUCAO.
          01 REG-CTL-EXECUCAO.

       COPY "ARQ-CTL-OPERADOR.FD".

       COPY "ARQ-CTL-VOLUME.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CLIENTE      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PRM     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE     PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL    PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL    PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO    PIC 9(02) VALUE 01.
       77 WS-LOCAL-ARQ-CLIENTE-SAI PIC X(50) VALUE SPACES.
       77 WS-HORA-SAI          PIC 9(08) VALUE ZEROS.
       77 WS-RESULTADO-EXEC    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VOL     PIC 9(02) VALUE ZEROS.
       77 WS-EXEC-RESULTADO    PIC X(01) VALUE "S".
      *VARIAVEIS DA TELA
       77 WS-ORDEM             PIC X(01) VALUE SPACES.
       77 PAUSA                PIC X(01).
       77 WS-RESULTADO-ACESSO       PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-CLIENTES         PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-LIDOS            PIC 9(07) VALUE ZEROS.
       01 CABECALHO-1.
          02 FILLER PIC X(06) VALUE "CODIGO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(39) VALUE SPACES.
          02 FILLER       PIC X(19) VALUE "RELACAO DE CLIENTES".
          02 FILLER       PIC X(20) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11).
          02 FILLER       PIC X(11) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE    PIC 99/99/9999.
       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE ZEROS TO WS-TOTAL-LIDOS
           MOVE DATA-DE-HOJE TO CAB-DATA
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-RELATORIO
              THRU F-IMPRIME-RODAPE
           CLOSE ARQ-CLIENTE
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           IF WS-GERA-CSV = "S"
              CLOSE ARQ-CLIENTE-CSV
           END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
           ELSE
              READ ARQ-CLIENTE
              ADD 1 TO WS-TOTAL-LIDOS

              IF CLI-STATUS NOT = "I"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                 OR CLI-EMPRESA = WS-EMPRESA-SESSAO)
                 MOVE CLI-CODIGO         TO DET-CLI-CODIGO
                 STRING CLI-CNPJ(1:2) "." CLI-CNPJ(3:3) "."
                        CLI-CNPJ(6:3) "/" CLI-CNPJ(9:4) "-"
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              ADD 1 TO WS-TOTAL-LIDOS
              MOVE ZEROS TO WS-QTD-OCORRENCIAS
              INSPECT CLI-RAZAO-SOCIAL TALLYING WS-QTD-OCORRENCIAS
                      FOR ALL WS-NOME-CLIENTE(1:WS-TAM-NOME-BUSCA)
              IF WS-QTD-OCORRENCIAS > 0 AND CLI-STATUS NOT = "I"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                 OR CLI-EMPRESA = WS-EMPRESA-SESSAO)
                 MOVE CLI-CODIGO         TO DET-CLI-CODIGO
                 STRING CLI-CNPJ(1:2) "." CLI-CNPJ(3:3) "."
                        CLI-CNPJ(6:3) "/" CLI-CNPJ(9:4) "-"
              OPEN OUTPUT ARQ-CTL-EXECUCAO
           END-IF
           WRITE REG-CTL-EXECUCAO
           CLOSE ARQ-CTL-EXECUCAO
      * VOLUME DA ETAPA PARA O HISTORICO DE TEMPOS DO BATCH DIARIO.
           MOVE "PROG03" TO VOL-PROGRAMA
           MOVE "CLIENTE.DAT" TO VOL-ARQUIVO
           MOVE WS-TOTAL-LIDOS TO VOL-LIDOS
           MOVE WS-TOTAL-CLIENTES TO VOL-GRAVADOS
           OPEN OUTPUT ARQ-CTL-VOLUME
           IF WS-RESULTADO-VOL = 00
              WRITE REG-CTL-VOLUME
              CLOSE ARQ-CTL-VOLUME
           END-IF.
       F-GRAVA-EXECUCAO. EXIT.


                 MOVE 1 TO CONTROLE-FIM
                 EXIT PERFORM
              END-READ
              ADD 1 TO WS-TOTAL-LIDOS
              IF CLI-STATUS-SAI NOT = "I"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                 OR CLI-EMPRESA-SAI = WS-EMPRESA-SESSAO)
                 MOVE CLI-CODIGO-SAI           TO DET-CLI-CODIGO
                 STRING CLI-CNPJ-SAI(1:2) "." CLI-CNPJ-SAI(3:3) "."
                        CLI-CNPJ-SAI(6:3) "/" CLI-CNPJ-SAI(9:4) "-"
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE ZEROS  TO WS-OPERADOR-NIVEL
           MOVE 01     TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
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
           MOVE "PROG03"       TO RLA-PROGRAMA
           MOVE "RCLIENTE.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE   TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "ORDEM " WS-ORDEM " CLASSIF " WS-CLASSIFICA
                  " CSV " WS-GERA-CSV " CODIGO " WS-CODIGO-CLIENTE
                  " NOME " WS-NOME-CLIENTE
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
