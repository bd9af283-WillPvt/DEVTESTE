       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG72.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- RESUMO MENSAL DOS CASOS DE RECLAMACAO -------
      * CASOS DE RECLAMACAO (CASO.DAT, PROG70) ABERTOS NA COMPETENCIA,
      * TOTALIZADOS POR CATEGORIA E POR VENDEDOR TITULAR DO CLIENTE NA
      * ABERTURA: ABERTOS, ENCERRADOS, ENCERRADOS DENTRO DO PRAZO,
      * AINDA PENDENTES E MEDIA DE DIAS ATE O ENCERRAMENTO
      * (RCASOMES.TXT). SEM COMPETENCIA INFORMADA, RESUME O MES
      * ANTERIOR; RODA SEM TELA QUANDO HA LINHA DO PROG72 NO BATCH.PRM.
      * SO ENTRAM OS CASOS DE CLIENTES DA EMPRESA ESCOLHIDA NO SIGN-ON
      * (TODAS NA SESSAO CONSOLIDADA, EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CASO ASSIGN TO DISK WID-ARQ-CASO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CAS.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VEN.

           SELECT RELATORIO ASSIGN TO "RCASOMES.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXEC.

           SELECT ARQ-BATCH-PRM ASSIGN TO "BATCH.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-PRM.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CASO.FD".

       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-VENDEDOR.FD".

       FD RELATORIO.
       01 LINHA        PIC X(132).

       FD ARQ-CTL-EXECUCAO.
          01 REG-CTL-EXECUCAO.
             02 EXEC-PROGRAMA      PIC X(10).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-DATA          PIC X(10).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-HORA          PIC 9(08).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-RESULTADO     PIC X(01).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-OPERADOR      PIC X(08).

       COPY "ARQ-BATCH-PRM.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CASO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CAS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-CLIENTE     PIC X(01) VALUE "N".
       77 WS-EMPRESA-CASO       PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-EXISTE-VENDEDOR    PIC X(01) VALUE "N".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.
       77 WS-ANO-CALCULO        PIC 9(04) VALUE ZEROS.
       77 WS-MES-CALCULO        PIC 9(02) VALUE ZEROS.
       77 WS-MES-ANO            PIC X(07) VALUE SPACES.
       77 WS-IND-CAT            PIC 9(02) VALUE ZEROS.
       77 WS-IND-VEN            PIC 9(04) VALUE ZEROS.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-ABERTURA-INTEIRO   PIC 9(08) VALUE ZEROS.
       77 WS-ENCERRA-INTEIRO    PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-CASO          PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-CASOS        PIC 9(05) VALUE ZEROS.

      * CATEGORIAS DO CASO (CAS-CATEGORIA), NA ORDEM DO RELATORIO.
       01 WS-TAB-NOME-CATEGORIA.
          02 FILLER PIC X(13) VALUE "EENTREGA".
          02 FILLER PIC X(13) VALUE "PPRODUTO".
          02 FILLER PIC X(13) VALUE "FFATURAMENTO".
          02 FILLER PIC X(13) VALUE "AATENDIMENTO".
          02 FILLER PIC X(13) VALUE "OOUTROS".
       01 WS-TAB-NOME-CATEGORIA-R REDEFINES WS-TAB-NOME-CATEGORIA.
          02 WS-CATEGORIA OCCURS 5 TIMES.
             03 WS-CAT-CODIGO   PIC X(01).
             03 WS-CAT-NOME     PIC X(12).

      * ACUMULADORES POR CATEGORIA E POR VENDEDOR TITULAR (INDICE =
      * CODIGO DO VENDEDOR + 1; O PRIMEIRO E O CLIENTE SEM TITULAR).
      * A ULTIMA LINHA DA TABELA DE CATEGORIAS E O TOTAL GERAL.
       01 WS-TAB-CATEGORIA.
          02 WS-CAT-ACUM OCCURS 6 TIMES.
             03 WS-CAT-ABERTOS     PIC 9(05).
             03 WS-CAT-ENCERRADOS  PIC 9(05).
             03 WS-CAT-NO-PRAZO    PIC 9(05).
             03 WS-CAT-DIAS        PIC 9(07).

       01 WS-TAB-VENDEDOR.
          02 WS-VEN-ACUM OCCURS 1000 TIMES.
             03 WS-VEN-ABERTOS     PIC 9(05).
             03 WS-VEN-ENCERRADOS  PIC 9(05).
             03 WS-VEN-NO-PRAZO    PIC 9(05).
             03 WS-VEN-DIAS        PIC 9(07).

       01 WS-LINHA-ACUM.
          02 WS-ACU-ABERTOS        PIC 9(05).
          02 WS-ACU-ENCERRADOS     PIC 9(05).
          02 WS-ACU-NO-PRAZO       PIC 9(05).
          02 WS-ACU-DIAS           PIC 9(07).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(40) VALUE
             "RESUMO DOS CASOS DE RECLAMACAO - MES ".
          02 CAB-MES-ANO  PIC X(07).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-SECAO.
          02 CABSEC-TITULO       PIC X(60).
          02 FILLER              PIC X(72) VALUE SPACES.

       01 CABECALHO-1.
          02 CAB1-AGRUPAMENTO    PIC X(46).
          02 FILLER PIC X(10) VALUE "  ABERTOS".
          02 FILLER PIC X(13) VALUE "  ENCERRADOS".
          02 FILLER PIC X(11) VALUE "  NO PRAZO".
          02 FILLER PIC X(12) VALUE "  PENDENTES".
          02 FILLER PIC X(14) VALUE "  % NO PRAZO".
          02 FILLER PIC X(15) VALUE "  MEDIA DIAS".
          02 FILLER PIC X(11) VALUE SPACES.

       01 DETALHE.
          02 DET-AGRUPAMENTO     PIC X(46).
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DET-ABERTOS         PIC ZZZZ9.
          02 FILLER              PIC X(08) VALUE SPACES.
          02 DET-ENCERRADOS      PIC ZZZZ9.
          02 FILLER              PIC X(06) VALUE SPACES.
          02 DET-NO-PRAZO        PIC ZZZZ9.
          02 FILLER              PIC X(07) VALUE SPACES.
          02 DET-PENDENTES       PIC ZZZZ9.
          02 FILLER              PIC X(08) VALUE SPACES.
          02 DET-PERC-PRAZO      PIC ZZ9,9.
          02 FILLER              PIC X(08) VALUE SPACES.
          02 DET-MEDIA-DIAS      PIC ZZZ9,9.
          02 FILLER              PIC X(14) VALUE SPACES.

       01 DET-VENDEDOR.
          02 DETV-CODIGO         PIC 9(03).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DETV-NOME           PIC X(40).

       01 RODAPE.
          02 FILLER              PIC X(40) VALUE
             "TOTAL DE CASOS ABERTOS NA COMPETENCIA: ".
          02 ROD-QTD             PIC ZZZZ9.
          02 FILLER              PIC X(87) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-RESUMO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  RESUMO MENSAL DE RECLAMACOES  ".
          02 LINE 02 COLUMN 73 VALUE "PROG72".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "ANO DA COMPETENCIA (0 = MES ANTERIOR)..............".
          02 LINE 07 COLUMN 01 VALUE
             "MES DA COMPETENCIA.................................".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG72" TO WS-OPERADOR-ATUAL
           END-IF
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-RESUMO AT 0101
              ACCEPT WS-ANO-CALCULO AT 0554
              IF WS-ANO-CALCULO NOT = ZEROS
                 PERFORM UNTIL WS-MES-CALCULO > 00
                    AND WS-MES-CALCULO < 13
                    ACCEPT WS-MES-CALCULO AT 0754
                 END-PERFORM
              END-IF
           END-IF
      * SEM COMPETENCIA INFORMADA, RESUME O MES ANTERIOR.
           IF WS-ANO-CALCULO = ZEROS OR WS-MES-CALCULO = ZEROS
              MOVE DATA-DE-HOJE(7:4) TO WS-ANO-CALCULO
              MOVE DATA-DE-HOJE(4:2) TO WS-MES-CALCULO
              SUBTRACT 1 FROM WS-MES-CALCULO
              IF WS-MES-CALCULO = ZEROS
                 MOVE 12 TO WS-MES-CALCULO
                 SUBTRACT 1 FROM WS-ANO-CALCULO
              END-IF
           END-IF
           IF WS-MES-CALCULO > 12
              DISPLAY "COMPETENCIA INVALIDA ......................"
                 AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE SPACES TO WS-MES-ANO
           STRING WS-MES-CALCULO "/" WS-ANO-CALCULO
                  DELIMITED BY SIZE INTO WS-MES-ANO

           INITIALIZE WS-TAB-CATEGORIA WS-TAB-VENDEDOR
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              MOVE "S" TO WS-EXISTE-CLIENTE
           END-IF
           MOVE "CASO.DAT" TO WID-ARQ-CASO
           OPEN INPUT ARQ-CASO
           IF WS-RESULTADO-CAS = 00
              PERFORM ACUMULA-CASOS THRU F-ACUMULA-CASOS
              CLOSE ARQ-CASO
           END-IF
           IF WS-EXISTE-CLIENTE = "S"
              CLOSE ARQ-CLIENTE
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VEN = 00
              MOVE "S" TO WS-EXISTE-VENDEDOR
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           MOVE WS-MES-ANO   TO CAB-MES-ANO
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM IMPRIME-CATEGORIAS THRU F-IMPRIME-CATEGORIAS
           PERFORM IMPRIME-VENDEDORES THRU F-IMPRIME-VENDEDORES
           MOVE WS-TOTAL-CASOS TO ROD-QTD
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           IF WS-EXISTE-VENDEDOR = "S"
              CLOSE ARQ-VENDEDOR
           END-IF

           IF WS-MODO-BATCH NOT = "S"
              DISPLAY LIMPA-TELA
              DISPLAY "RESUMO DE RECLAMACOES GRAVADO EM RCASOMES.TXT, TE
      -"CLE ENTER" AT 1503
              ACCEPT PAUSA AT 2478
           END-IF
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

      * CASOS COM DATA DE ABERTURA (DD/MM/AAAA) NA COMPETENCIA; O CASO
      * ENCERRADO CONTA NO PRAZO QUANDO A DATA DE ENCERRAMENTO NAO
      * PASSA DO PRAZO CALCULADO NA ABERTURA. SO ENTRAM OS CASOS DE
      * CLIENTES DA EMPRESA DA SESSAO (CLIENTE FORA DO CADASTRO VALE
      * COMO EMPRESA 01).
       ACUMULA-CASOS.
           PERFORM UNTIL EXIT
              READ ARQ-CASO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF CAS-DATA-ABERTURA(4:7) = WS-MES-ANO
                 PERFORM ACUMULA-CASO THRU F-ACUMULA-CASO
              END-IF
           END-PERFORM.
       F-ACUMULA-CASOS. EXIT.

       ACUMULA-CASO.
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              MOVE 01 TO WS-EMPRESA-CASO
              IF WS-EXISTE-CLIENTE = "S"
                 MOVE CAS-CLI-CODIGO TO CLI-CODIGO
                 READ ARQ-CLIENTE
                 IF WS-RESULTADO-ACESSO = 00
                    MOVE CLI-EMPRESA TO WS-EMPRESA-CASO
                 END-IF
              END-IF
              IF WS-EMPRESA-CASO NOT = WS-EMPRESA-SESSAO
                 GO TO F-ACUMULA-CASO
              END-IF
           END-IF
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT > 5
              IF WS-CAT-CODIGO(WS-IND-CAT) = CAS-CATEGORIA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-IND-CAT > 5
              MOVE 5 TO WS-IND-CAT
           END-IF
           COMPUTE WS-IND-VEN = CAS-VEN-TITULAR + 1
           ADD 1 TO WS-CAT-ABERTOS(WS-IND-CAT)
                    WS-CAT-ABERTOS(6)
                    WS-VEN-ABERTOS(WS-IND-VEN)
                    WS-TOTAL-CASOS
           IF CAS-SITUACAO NOT = "E"
              GO TO F-ACUMULA-CASO
           END-IF

           MOVE CAS-DATA-ABERTURA(7:4) TO WS-DATA-AAAAMMDD(1:4)
           MOVE CAS-DATA-ABERTURA(4:2) TO WS-DATA-AAAAMMDD(5:2)
           MOVE CAS-DATA-ABERTURA(1:2) TO WS-DATA-AAAAMMDD(7:2)
           COMPUTE WS-ABERTURA-INTEIRO =
              FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
           MOVE CAS-DATA-ENCERRAMENTO(7:4) TO WS-DATA-AAAAMMDD(1:4)
           MOVE CAS-DATA-ENCERRAMENTO(4:2) TO WS-DATA-AAAAMMDD(5:2)
           MOVE CAS-DATA-ENCERRAMENTO(1:2) TO WS-DATA-AAAAMMDD(7:2)
           COMPUTE WS-ENCERRA-INTEIRO =
              FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
           MOVE ZEROS TO WS-DIAS-CASO
           IF WS-ENCERRA-INTEIRO > WS-ABERTURA-INTEIRO
              COMPUTE WS-DIAS-CASO =
                 WS-ENCERRA-INTEIRO - WS-ABERTURA-INTEIRO
           END-IF
           ADD 1 TO WS-CAT-ENCERRADOS(WS-IND-CAT)
                    WS-CAT-ENCERRADOS(6)
                    WS-VEN-ENCERRADOS(WS-IND-VEN)
           ADD WS-DIAS-CASO TO WS-CAT-DIAS(WS-IND-CAT)
                               WS-CAT-DIAS(6)
                               WS-VEN-DIAS(WS-IND-VEN)
           IF WS-DATA-AAAAMMDD NOT > CAS-PRAZO-NUM
              ADD 1 TO WS-CAT-NO-PRAZO(WS-IND-CAT)
                       WS-CAT-NO-PRAZO(6)
                       WS-VEN-NO-PRAZO(WS-IND-VEN)
           END-IF.
       F-ACUMULA-CASO. EXIT.

       IMPRIME-CATEGORIAS.
           MOVE "CASOS POR CATEGORIA" TO CABSEC-TITULO
           MOVE "CATEGORIA"           TO CAB1-AGRUPAMENTO
           PERFORM IMPRIME-CABECALHO-SECAO
           PERFORM VARYING WS-IND-CAT FROM 1 BY 1
                   UNTIL WS-IND-CAT > 6
              MOVE WS-CAT-ACUM(WS-IND-CAT) TO WS-LINHA-ACUM
              IF WS-IND-CAT > 5
                 MOVE "TOTAL" TO DET-AGRUPAMENTO
                 WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
                 ADD 1 TO CONTADOR-LINHA
              ELSE
                 MOVE SPACES TO DET-AGRUPAMENTO
                 STRING WS-CAT-CODIGO(WS-IND-CAT) " - "
                        WS-CAT-NOME(WS-IND-CAT)
                        DELIMITED BY SIZE INTO DET-AGRUPAMENTO
              END-IF
              PERFORM IMPRIME-DETALHE THRU F-IMPRIME-DETALHE
           END-PERFORM.
       F-IMPRIME-CATEGORIAS. EXIT.

      * SO SAEM OS VENDEDORES COM CASO NA COMPETENCIA.
       IMPRIME-VENDEDORES.
           MOVE "CASOS POR VENDEDOR TITULAR DO CLIENTE" TO CABSEC-TITULO
           MOVE "VENDEDOR TITULAR"     TO CAB1-AGRUPAMENTO
           IF CONTADOR-LINHA > 54
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           PERFORM IMPRIME-CABECALHO-SECAO
           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
                   UNTIL WS-IND-VEN > 1000
              IF WS-VEN-ABERTOS(WS-IND-VEN) > ZEROS
                 MOVE WS-VEN-ACUM(WS-IND-VEN) TO WS-LINHA-ACUM
                 COMPUTE DETV-CODIGO = WS-IND-VEN - 1
                 PERFORM NOME-VENDEDOR THRU F-NOME-VENDEDOR
                 MOVE DET-VENDEDOR TO DET-AGRUPAMENTO
                 PERFORM IMPRIME-DETALHE THRU F-IMPRIME-DETALHE
              END-IF
           END-PERFORM.
       F-IMPRIME-VENDEDORES. EXIT.

       NOME-VENDEDOR.
           IF DETV-CODIGO = ZEROS
              MOVE "SEM VENDEDOR TITULAR" TO DETV-NOME
              GO TO F-NOME-VENDEDOR
           END-IF
           MOVE "NAO CADASTRADO" TO DETV-NOME
           IF WS-EXISTE-VENDEDOR = "S"
              MOVE DETV-CODIGO TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VEN = 00
                 MOVE VEN-NOME TO DETV-NOME
              END-IF
           END-IF.
       F-NOME-VENDEDOR. EXIT.

      * PENDENTES = ABERTOS - ENCERRADOS; PERCENTUAL NO PRAZO E MEDIA
      * DE DIAS SOBRE OS ENCERRADOS.
       IMPRIME-DETALHE.
           MOVE WS-ACU-ABERTOS    TO DET-ABERTOS
           MOVE WS-ACU-ENCERRADOS TO DET-ENCERRADOS
           MOVE WS-ACU-NO-PRAZO   TO DET-NO-PRAZO
           COMPUTE DET-PENDENTES = WS-ACU-ABERTOS - WS-ACU-ENCERRADOS
           MOVE ZEROS TO DET-PERC-PRAZO DET-MEDIA-DIAS
           IF WS-ACU-ENCERRADOS > ZEROS
              COMPUTE DET-PERC-PRAZO ROUNDED =
                 WS-ACU-NO-PRAZO * 100 / WS-ACU-ENCERRADOS
              COMPUTE DET-MEDIA-DIAS ROUNDED =
                 WS-ACU-DIAS / WS-ACU-ENCERRADOS
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES.
       F-IMPRIME-DETALHE. EXIT.

       IMPRIME-CABECALHO-SECAO.
           WRITE LINHA FROM CABECALHO-SECAO AFTER 2 LINES
           WRITE LINHA FROM CABECALHO-1     AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2     AFTER 1 LINES
           ADD 4 TO CONTADOR-LINHA.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  03 TO CONTADOR-LINHA.

       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              WRITE LINHA FROM CABECALHO-1 AFTER 1 LINES
              ADD 2 TO CONTADOR-LINHA
           END-IF.

       GRAVA-EXECUCAO.
           MOVE "PROG72" TO EXEC-PROGRAMA
           MOVE DATA-DE-HOJE TO EXEC-DATA
           ACCEPT EXEC-HORA FROM TIME
           MOVE WS-EXEC-RESULTADO TO EXEC-RESULTADO
           MOVE WS-OPERADOR-ATUAL TO EXEC-OPERADOR
           OPEN EXTEND ARQ-CTL-EXECUCAO
           IF WS-RESULTADO-EXEC NOT = 00
              OPEN OUTPUT ARQ-CTL-EXECUCAO
           END-IF
           WRITE REG-CTL-EXECUCAO
           CLOSE ARQ-CTL-EXECUCAO.
       F-GRAVA-EXECUCAO. EXIT.

      * RESPOSTAS DO BATCH.PRM PARA O PROG72 (EM BRANCO = PADRAO):
      *   RESPOSTA-1 = COMPETENCIA AAAAMM (MES ANTERIOR A DATA DO DIA)
       LE-PARAMETROS-BATCH.
           MOVE "N"   TO WS-MODO-BATCH
           MOVE ZEROS TO WS-FIM-PRM
           OPEN INPUT ARQ-BATCH-PRM
           IF WS-RESULTADO-PRM = 00
              PERFORM UNTIL WS-FIM-PRM = 1
                 READ ARQ-BATCH-PRM NEXT
                    AT END
                       MOVE 1 TO WS-FIM-PRM
                       EXIT PERFORM
                 END-READ
                 IF PRM-PROGRAMA = "PROG72"
                    MOVE "S" TO WS-MODO-BATCH
                    IF PRM-RESPOSTA-1 NOT = SPACES
                       MOVE PRM-RESPOSTA-1(1:4) TO WS-ANO-CALCULO
                       MOVE PRM-RESPOSTA-1(5:2) TO WS-MES-CALCULO
                    END-IF
                    MOVE 1 TO WS-FIM-PRM
                 END-IF
              END-PERFORM
              CLOSE ARQ-BATCH-PRM
           END-IF.
       F-LE-PARAMETROS-BATCH. EXIT.

      * OPERADOR E EMPRESA DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24): O OPERADOR E REGISTRADO NA EXECUCAO; SESSAO
      * SEM EMPRESA VALE COMO EMPRESA 01.
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE 01     TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
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
           MOVE "PROG72"       TO RLA-PROGRAMA
           MOVE "RCASOMES.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE   TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "COMPETENCIA " WS-MES-CALCULO "/" WS-ANO-CALCULO
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
