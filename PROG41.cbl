      * RCOBERTURA.TXT; COMO A LISTA E REGERADA A CADA EXECUCAO,
      * AO FIM DA JANELA DE AUSENCIA OS CLIENTES VOLTAM SOZINHOS
      * AO TITULAR.
      * AS FOLHAS IMPRESSAS SO TRAZEM OS CLIENTES DOS TITULARES DA
      * EMPRESA ESCOLHIDA NO SIGN-ON (TODOS NA SESSAO CONSOLIDADA,
      * EMPRESA 00); O COBERTURA.CSV SAI SEMPRE COMPLETO, POIS E LIDO
      * PELO CONTROLE DE CARTEIRA DE TODAS AS EMPRESAS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
             02 COB-VEN-AUSENTE-SORT  PIC 9(03).
             02 COB-INICIO-SORT       PIC X(10).
             02 COB-FIM-SORT          PIC X(10).
             02 COB-EMPRESA-SORT      PIC 9(02).

       FD ARQ-COB-SAI.
          01 REG-COB-SAI.
             02 COB-VEN-AUSENTE-SAI   PIC 9(03).
             02 COB-INICIO-SAI        PIC X(10).
             02 COB-FIM-SAI           PIC X(10).
             02 COB-EMPRESA-SAI       PIC 9(02).

       FD ARQ-COBERTURA.
          01 REGISTRO-COBERTURA.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(45) VALUE
             "FOLHAS DE COBERTURA TEMPORARIA DE CARTEIRA".
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(20) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

             "   CLIENTES SEM COBERTURA: ".
          02 ROD-SEM-COBERTURA   PIC ZZZZ9.
          02 FILLER              PIC X(63) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
           OPEN OUTPUT ARQ-COBERTURA
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM IMPRIME-COBERTURA THRU F-IMPRIME-COBERTURA
           MOVE WS-QTD-COBERTOS       TO ROD-COBERTOS
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-COBERTURA
           CLOSE ARQ-VENDEDOR.
       F-GERA-COBERTURA. EXIT.
           END-IF.
       F-VERIFICA-DISPONIVEL. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG41"         TO RLA-PROGRAMA
           MOVE "RCOBERTURA.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

       MONTA-COBERTURA SECTION.
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
              IF WS-VEN-AUSENTE = "S"
                 MOVE WS-AUSENTE-INICIO TO COB-INICIO-SORT
                 MOVE WS-AUSENTE-FIM    TO COB-FIM-SORT
      * EMPRESA DO TITULAR AUSENTE; TITULAR JA EXCLUIDO DO CADASTRO
      * VALE COMO EMPRESA 01.
                 MOVE 01 TO COB-EMPRESA-SORT
                 MOVE DIST-VEN-CODIGO TO VEN-CODIGO
                 READ ARQ-VENDEDOR
                 IF WS-RESULTADO-ACESSO = 00
                    MOVE VEN-EMPRESA TO COB-EMPRESA-SORT
                 END-IF
                 MOVE ZEROS TO WS-VEN-ESCOLHIDO
                 MOVE DIST-VEN2-CODIGO TO WS-VEN-TESTE
                 PERFORM VERIFICA-DISPONIVEL
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              MOVE COB-CLI-CODIGO-SAI  TO CBT-CLI-CODIGO
              MOVE COB-CLI-NOME-SAI    TO CBT-CLI-RAZAO-SOCIAL
              MOVE COB-VEN-AUSENTE-SAI TO CBT-VEN-AUSENTE
              MOVE COB-VEN-COBRE-SAI   TO CBT-VEN-COBERTURA
              MOVE COB-INICIO-SAI      TO CBT-DATA-INICIO
              MOVE COB-FIM-SAI         TO CBT-DATA-FIM
              WRITE REGISTRO-COBERTURA
              IF WS-EMPRESA-SESSAO NOT = ZEROS
                 AND COB-EMPRESA-SAI NOT = WS-EMPRESA-SESSAO
                 EXIT PERFORM CYCLE
              END-IF
              IF COB-VEN-COBRE-SAI NOT = WS-VEN-ANTERIOR
                 OR WS-PRIMEIRA-QUEBRA = "S"
                 MOVE "N" TO WS-PRIMEIRA-QUEBRA
              ELSE
                 ADD 1 TO WS-QTD-COBERTOS
              END-IF
           END-PERFORM
           CLOSE ARQ-COB-SAI.
       F-IMPRIME-COBERTURA. EXIT.
              ADD 3 TO CONTADOR-LINHA
           END-IF.

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
