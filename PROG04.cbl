                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

           SELECT ARQ-CTL-VOLUME ASSIGN TO "VOLUME.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-VOL.

       DATA DIVISION.
       FILE SECTION.

          02 VEN-LATITUDE-SORT          PIC s9(03)V9(08).
          02 VEN-LONGITUDE-SORT         PIC s9(03)V9(08).
          02 VEN-STATUS-SORT            PIC X(01).
          02 FILLER                     PIC X(08).
          02 VEN-EMPRESA-SORT           PIC 9(02).


       FD ARQ-VENDEDOR-SAI.
          02 VEN-LATITUDE-SAI          PIC s9(03)V9(08).
          02 VEN-LONGITUDE-SAI         PIC s9(03)V9(08).
          02 VEN-STATUS-SAI            PIC X(01).
          02 FILLER                    PIC X(08).
          02 VEN-EMPRESA-SAI           PIC 9(02).

       FD ARQ-CTL-EXECUCAO.
          01 REG-CTL-EXECUCAO.

       COPY "ARQ-CTL-OPERADOR.FD".

       COPY "ARQ-CTL-VOLUME.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-LOCAL-ARQ-VENDEDOR-SAI PIC X(50) VALUE SPACES.
       77 WS-HORA-SAI           PIC 9(08) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VOL      PIC 9(02) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
      *VARIAVEIS DA TELA
       77 WS-ORDEM              PIC X(01) VALUE SPACES.
       77 PAUSA                 PIC X(01).
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-VENDEDORES   PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-LIDOS        PIC 9(07) VALUE ZEROS.
       01 CABECALHO-1.
          02 FILLER PIC X(06) VALUE "CODIGO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(39) VALUE SPACES.
          02 FILLER       PIC X(21) VALUE "RELACAO DE VENDEDORES".
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE    PIC 99/99/9999.
       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE ZEROS TO WS-TOTAL-LIDOS
           MOVE "VENDEDOR.DAT"   TO WID-ARQ-VENDEDOR
           ACCEPT WS-HORA-SAI FROM TIME
           STRING "VENSAI-" DATA-DE-HOJE(7:4) DATA-DE-HOJE(4:2)
                  DELIMITED BY SIZE INTO WS-LOCAL-ARQ-VENDEDOR-SAI
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-RELATORIO
              THRU F-IMPRIME-RODAPE
           CLOSE ARQ-VENDEDOR
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           IF WS-GERA-CSV = "S"
              CLOSE ARQ-VENDEDOR-CSV
           END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
           ELSE
              READ ARQ-VENDEDOR
              ADD 1 TO WS-TOTAL-LIDOS

              IF VEN-STATUS NOT = "I"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                      OR VEN-EMPRESA = WS-EMPRESA-SESSAO)
                 MOVE VEN-CODIGO         TO DET-VEN-CODIGO
                 STRING VEN-CPF(1:3) "." VEN-CPF(4:3) "." VEN-CPF(7:3)
                        "-" VEN-CPF(10:2)
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              ADD 1 TO WS-TOTAL-LIDOS
              IF WS-NOME-VENDEDOR = VEN-NOME AND VEN-STATUS NOT = "I"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                      OR VEN-EMPRESA = WS-EMPRESA-SESSAO)
                 MOVE VEN-CODIGO         TO DET-VEN-CODIGO
                 STRING VEN-CPF(1:3) "." VEN-CPF(4:3) "." VEN-CPF(7:3)
                        "-" VEN-CPF(10:2)
              OPEN OUTPUT ARQ-CTL-EXECUCAO
           END-IF
           WRITE REG-CTL-EXECUCAO
           CLOSE ARQ-CTL-EXECUCAO
      * VOLUME DA ETAPA PARA O HISTORICO DE TEMPOS DO BATCH DIARIO.
           MOVE "PROG04" TO VOL-PROGRAMA
           MOVE "VENDEDOR.DAT" TO VOL-ARQUIVO
           MOVE WS-TOTAL-LIDOS TO VOL-LIDOS
           MOVE WS-TOTAL-VENDEDORES TO VOL-GRAVADOS
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
              IF VEN-STATUS-SAI NOT = "I"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                      OR VEN-EMPRESA-SAI = WS-EMPRESA-SESSAO)
                 MOVE VEN-CODIGO-SAI           TO DET-VEN-CODIGO
                 STRING VEN-CPF-SAI(1:3) "." VEN-CPF-SAI(4:3) "."
                        VEN-CPF-SAI(7:3) "-" VEN-CPF-SAI(10:2)


      * IDENTIFICA O OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24) PARA REGISTRO EM EXECUCAO.LOG, E A EMPRESA
      * DA SESSAO QUE LIMITA A LISTAGEM (00 = CONSOLIDADO, NIVEL 3).
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
           MOVE "PROG04"        TO RLA-PROGRAMA
           MOVE "RVENDEDOR.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE    TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "ORDEM " WS-ORDEM " CLASSIF " WS-CLASSIFICA
                  " CSV " WS-GERA-CSV " CODIGO " WS-CODIGO-VENDEDOR
                  " NOME " WS-NOME-VENDEDOR
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
