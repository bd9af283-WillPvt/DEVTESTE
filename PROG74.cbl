       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG74.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- CONSULTA E REIMPRESSAO DE RELATORIOS ARQUIVADOS -------
      * CADA EMISSAO DE RELATORIO E COPIADA PELA ROTINA
      * ARQUIVA-RELATORIO PARA UMA COPIA DATADA E REGISTRADA NO
      * CATALOGO (RELCATALOGO.DAT). AQUI O OPERADOR FILTRA O
      * CATALOGO POR PROGRAMA E PERIODO DE EMISSAO, ESCOLHE UMA
      * EMISSAO NA LISTA E PODE VISUALIZA-LA NA TELA OU REIMPRIMI-LA
      * - A REIMPRESSAO GRAVA REIMP-<RELATORIO ORIGINAL> (EX.
      * REIMP-RCOMISSAO.TXT), SEM TOCAR NO RELATORIO CORRENTE.
      * EMISSAO JA TRANSFERIDA PELA RETENCAO (PROG53) E LIDA DE
      * DENTRO DA GERACAO ANUAL ARQREL-AAAA.TXT.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-REL-CATALOGO ASSIGN TO DISK WID-ARQ-REL-CATALOGO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RCT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-RCT.

           SELECT ARQ-REL-ARQUIVADO ASSIGN TO DISK WS-LOCAL-ARQ-LEITURA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-LEI.

           SELECT ARQ-REIMPRESSAO ASSIGN TO DISK WS-LOCAL-ARQ-REIMP
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-REI.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-REL-CATALOGO.FD".

       FD ARQ-REL-ARQUIVADO.
          01 REG-REL-ARQUIVADO  PIC X(260).

       FD ARQ-REIMPRESSAO.
          01 REG-REIMPRESSAO    PIC X(260).

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-REL-CATALOGO  PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-LEITURA  PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-REIMP    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-RCT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-LEI      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REI      PIC 9(02) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-PROGRAMA-FILTRO    PIC X(10) VALUE SPACES.
       77 WS-DATA-DE            PIC X(10) VALUE SPACES.
       77 WS-DATA-ATE           PIC X(10) VALUE SPACES.
       77 WS-DATA-INFORMADA     PIC X(10) VALUE SPACES.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-DE-AAAAMMDD        PIC 9(08) VALUE ZEROS.
       77 WS-ATE-AAAAMMDD       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-OK            PIC X(01) VALUE "N".
       77 WS-ULTIMA-CHAVE       PIC X(26) VALUE LOW-VALUES.
       77 WS-CHAVE-INICIO-TELA  PIC X(26) VALUE LOW-VALUES.
       77 WS-FIM-CATALOGO       PIC 9(01) VALUE ZEROS.
       77 WS-QTD-LISTA          PIC 9(02) VALUE ZEROS.
       77 WS-IDX                PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA         PIC 9(02) VALUE ZEROS.
       77 WS-ESCOLHA            PIC X(02) VALUE SPACES.
       77 WS-ESCOLHA-NUM        PIC 9(02) VALUE ZEROS.
       77 WS-ACAO               PIC X(01) VALUE SPACES.
       77 WS-SAIR               PIC X(01) VALUE "N".
       77 WS-FIM-REL            PIC 9(01) VALUE ZEROS.
       77 WS-ACHOU-INICIO       PIC X(01) VALUE "N".
       77 WS-QTD-TELA           PIC 9(02) VALUE ZEROS.
       77 WS-COLUNA             PIC 9(03) VALUE 1.
       77 WS-QTD-REIMPRESSAS    PIC 9(07) VALUE ZEROS.
       77 WS-HORA-EDITADA       PIC X(08) VALUE SPACES.
       01 WS-SEPARADOR.
          02 FILLER             PIC X(08) VALUE "#RELARQ#".
          02 WS-SEP-CHAVE       PIC X(26).
       01 WS-TAB-LISTA.
          02 WS-LISTA-CHAVE OCCURS 12 PIC X(26).
       01 WS-TAB-TELA.
          02 WS-TELA-LINHA  OCCURS 18 PIC X(132).

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CONSULTA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 16 VALUE
             "  CONSULTA E REIMPRESSAO DE RELATORIOS ARQUIVADOS  ".
          02 LINE 02 COLUMN 73 VALUE "PROG74".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "PROGRAMA EMISSOR (EM BRANCO = TODOS).......".
          02 LINE 06 COLUMN 01 VALUE
             "EMITIDOS DE (DD/MM/AAAA, EM BRANCO = TODOS)".
          02 LINE 07 COLUMN 01 VALUE
             "ATE (DD/MM/AAAA, EM BRANCO = HOJE).........".

       01 TELA-DETALHE BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 16 VALUE
             "  CONSULTA E REIMPRESSAO DE RELATORIOS ARQUIVADOS  ".
          02 LINE 02 COLUMN 73 VALUE "PROG74".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE "PROGRAMA.....:".
          02 LINE 05 COLUMN 16 PIC X(10) FROM RCT-PROGRAMA.
          02 LINE 06 COLUMN 01 VALUE "RELATORIO....:".
          02 LINE 06 COLUMN 16 PIC X(20) FROM RCT-ARQUIVO-ORIGEM.
          02 LINE 07 COLUMN 01 VALUE "EMITIDO EM...:".
          02 LINE 07 COLUMN 16 PIC X(10) FROM RCT-DATA.
          02 LINE 07 COLUMN 28 PIC X(08) FROM WS-HORA-EDITADA.
          02 LINE 08 COLUMN 01 VALUE "OPERADOR.....:".
          02 LINE 08 COLUMN 16 PIC X(08) FROM RCT-OPERADOR.
          02 LINE 09 COLUMN 01 VALUE "PARAMETROS...:".
          02 LINE 09 COLUMN 16 PIC X(60) FROM RCT-PARAMETROS.
          02 LINE 10 COLUMN 01 VALUE "PAGINAS......:".
          02 LINE 10 COLUMN 16 PIC ZZZ9 FROM RCT-PAGINAS.
          02 LINE 10 COLUMN 24 VALUE "LINHAS:".
          02 LINE 10 COLUMN 32 PIC ZZZZZZ9 FROM RCT-LINHAS.
          02 LINE 11 COLUMN 01 VALUE "COPIA EM.....:".
          02 LINE 11 COLUMN 16 PIC X(40) FROM RCT-ARQUIVO-COPIA.
          02 LINE 11 COLUMN 58 PIC X(01) FROM RCT-SITUACAO.
          02 LINE 13 COLUMN 01 VALUE
             "VISUALIZAR (V), REIMPRIMIR (R) OU VOLTAR A LISTA (N)?".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "RELCATALOGO.DAT" TO WID-ARQ-REL-CATALOGO
           OPEN INPUT ARQ-REL-CATALOGO
           IF WS-RESULTADO-RCT NOT = 00
              DISPLAY LIMPA-TELA
              DISPLAY "NENHUM RELATORIO ARQUIVADO (RELCATALOGO.DAT) ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           DISPLAY TELA-CONSULTA AT 0101
           ACCEPT WS-PROGRAMA-FILTRO AT 0545
           MOVE ZEROS TO WS-DE-AAAAMMDD
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE SPACES TO WS-DATA-DE
              ACCEPT WS-DATA-DE AT 0645
              IF WS-DATA-DE = SPACES
                 MOVE "S" TO WS-DATA-OK
              ELSE
                 MOVE WS-DATA-DE TO WS-DATA-INFORMADA
                 PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
                 MOVE WS-DATA-AAAAMMDD TO WS-DE-AAAAMMDD
              END-IF
           END-PERFORM
           MOVE DATA-DE-HOJE(7:4) TO WS-ATE-AAAAMMDD(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-ATE-AAAAMMDD(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-ATE-AAAAMMDD(7:2)
           MOVE "N" TO WS-DATA-OK
           PERFORM UNTIL WS-DATA-OK = "S"
              MOVE SPACES TO WS-DATA-ATE
              ACCEPT WS-DATA-ATE AT 0745
              IF WS-DATA-ATE = SPACES
                 MOVE "S" TO WS-DATA-OK
              ELSE
                 MOVE WS-DATA-ATE TO WS-DATA-INFORMADA
                 PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
                 MOVE WS-DATA-AAAAMMDD TO WS-ATE-AAAAMMDD
              END-IF
           END-PERFORM

      * A LISTA E PAGINADA PELA CHAVE: CADA TELA RECOMECA DEPOIS DA
      * ULTIMA EMISSAO MOSTRADA, ENTAO A CONSULTA DE UM ITEM NO MEIO
      * NAO PERDE A POSICAO.
           MOVE LOW-VALUES TO WS-ULTIMA-CHAVE
           MOVE WS-DE-AAAAMMDD TO WS-ULTIMA-CHAVE(1:8)
           MOVE ZEROS TO WS-FIM-CATALOGO
           MOVE "N" TO WS-SAIR
           PERFORM UNTIL WS-SAIR = "S"
              PERFORM MONTA-LISTA THRU F-MONTA-LISTA
              IF WS-QTD-LISTA = ZEROS
                 DISPLAY "FIM DA LISTA DO FILTRO INFORMADO ........"
                    AT 2301
                 ACCEPT PAUSA AT 2478
                 MOVE "S" TO WS-SAIR
              ELSE
                 PERFORM ESCOLHE-DA-LISTA THRU F-ESCOLHE-DA-LISTA
              END-IF
           END-PERFORM

           CLOSE ARQ-REL-CATALOGO
           EXIT PROGRAM.

      * DATA DD/MM/AAAA INFORMADA (WS-DATA-INFORMADA) PARA AAAAMMDD;
      * DATA ILEGIVEL DEIXA WS-DATA-OK EM "N" PARA NOVA DIGITACAO.
       CONVERTE-DATA.
           MOVE "N" TO WS-DATA-OK
           IF WS-DATA-INFORMADA(1:2) NUMERIC
              AND WS-DATA-INFORMADA(4:2) NUMERIC
              AND WS-DATA-INFORMADA(7:4) NUMERIC
              MOVE WS-DATA-INFORMADA(7:4) TO WS-DATA-AAAAMMDD(1:4)
              MOVE WS-DATA-INFORMADA(4:2) TO WS-DATA-AAAAMMDD(5:2)
              MOVE WS-DATA-INFORMADA(1:2) TO WS-DATA-AAAAMMDD(7:2)
              MOVE "S" TO WS-DATA-OK
           ELSE
              DISPLAY "DATA INVALIDA - USE DD/MM/AAAA ..........."
                 AT 2301
           END-IF.
       F-CONVERTE-DATA. EXIT.

      * PROXIMAS ATE 12 EMISSOES DO FILTRO, A PARTIR DA CHAVE
      * SEGUINTE A WS-ULTIMA-CHAVE, MOSTRADAS NUMERADAS NA TELA.
       MONTA-LISTA.
           MOVE ZEROS TO WS-QTD-LISTA
           MOVE WS-ULTIMA-CHAVE TO WS-CHAVE-INICIO-TELA
           INITIALIZE WS-TAB-LISTA
           IF WS-FIM-CATALOGO = 1
              GO TO F-MONTA-LISTA
           END-IF
           MOVE WS-ULTIMA-CHAVE TO RCT-CHAVE
           START ARQ-REL-CATALOGO KEY GREATER RCT-CHAVE
           IF WS-RESULTADO-RCT NOT = 00
              MOVE 1 TO WS-FIM-CATALOGO
              GO TO F-MONTA-LISTA
           END-IF
           DISPLAY LIMPA-TELA
           DISPLAY TELA-CONSULTA AT 0101
           DISPLAY WS-PROGRAMA-FILTRO AT 0545
           DISPLAY WS-DATA-DE         AT 0645
           DISPLAY WS-DATA-ATE        AT 0745
           DISPLAY "NR DATA       HORA     PROGRAMA   RELATORIO
      -"   OPERADOR PAGS" AT 0901
           MOVE 9 TO WS-LINHA-TELA
           PERFORM UNTIL WS-QTD-LISTA = 12
              READ ARQ-REL-CATALOGO NEXT AT END
                 MOVE 1 TO WS-FIM-CATALOGO
                 EXIT PERFORM
              END-READ
              IF RCT-DATA-EMISSAO > WS-ATE-AAAAMMDD
                 MOVE 1 TO WS-FIM-CATALOGO
                 EXIT PERFORM
              END-IF
              MOVE RCT-CHAVE TO WS-ULTIMA-CHAVE
              IF WS-PROGRAMA-FILTRO = SPACES
                 OR RCT-PROGRAMA = WS-PROGRAMA-FILTRO
                 ADD 1 TO WS-QTD-LISTA
                 MOVE RCT-CHAVE TO WS-LISTA-CHAVE(WS-QTD-LISTA)
                 ADD 1 TO WS-LINHA-TELA
                 PERFORM EDITA-HORA THRU F-EDITA-HORA
                 DISPLAY WS-QTD-LISTA
                    AT LINE WS-LINHA-TELA COLUMN 01
                 DISPLAY RCT-DATA
                    AT LINE WS-LINHA-TELA COLUMN 04
                 DISPLAY WS-HORA-EDITADA
                    AT LINE WS-LINHA-TELA COLUMN 15
                 DISPLAY RCT-PROGRAMA
                    AT LINE WS-LINHA-TELA COLUMN 24
                 DISPLAY RCT-ARQUIVO-ORIGEM
                    AT LINE WS-LINHA-TELA COLUMN 35
                 DISPLAY RCT-OPERADOR
                    AT LINE WS-LINHA-TELA COLUMN 56
                 DISPLAY RCT-PAGINAS
                    AT LINE WS-LINHA-TELA COLUMN 65
              END-IF
           END-PERFORM.
       F-MONTA-LISTA. EXIT.

       EDITA-HORA.
           MOVE SPACES TO WS-HORA-EDITADA
           STRING RCT-HORA-EMISSAO(1:2) ":" RCT-HORA-EMISSAO(3:2) ":"
                  RCT-HORA-EMISSAO(5:2) DELIMITED BY SIZE
                  INTO WS-HORA-EDITADA.
       F-EDITA-HORA. EXIT.

      * ESCOLHA NA LISTA: NUMERO DA EMISSAO, ENTER PARA A PROXIMA
      * TELA DA LISTA OU F PARA ENCERRAR A CONSULTA.
       ESCOLHE-DA-LISTA.
           DISPLAY "NUMERO PARA ABRIR, ENTER = PROXIMA TELA, F = FIM:"
              AT 2301
           MOVE SPACES TO WS-ESCOLHA
           ACCEPT WS-ESCOLHA AT 2352
           IF WS-ESCOLHA = "F "
              MOVE "S" TO WS-SAIR
              GO TO F-ESCOLHE-DA-LISTA
           END-IF
           IF WS-ESCOLHA = SPACES
              IF WS-FIM-CATALOGO = 1
                 MOVE "S" TO WS-SAIR
              END-IF
              GO TO F-ESCOLHE-DA-LISTA
           END-IF
           IF WS-ESCOLHA(2:1) = SPACE
              MOVE WS-ESCOLHA(1:1) TO WS-ESCOLHA(2:1)
              MOVE "0"             TO WS-ESCOLHA(1:1)
           END-IF
           IF WS-ESCOLHA NOT NUMERIC
              GO TO ESCOLHE-DA-LISTA
           END-IF
           MOVE WS-ESCOLHA TO WS-ESCOLHA-NUM
           IF WS-ESCOLHA-NUM = ZEROS
              OR WS-ESCOLHA-NUM > WS-QTD-LISTA
              GO TO ESCOLHE-DA-LISTA
           END-IF

           MOVE WS-LISTA-CHAVE(WS-ESCOLHA-NUM) TO RCT-CHAVE
           READ ARQ-REL-CATALOGO
           IF WS-RESULTADO-RCT = 00
              PERFORM TRATA-EMISSAO THRU F-TRATA-EMISSAO
           END-IF
      * A LISTA VOLTA NA MESMA TELA: RECOMECA DO PONTO EM QUE A
      * TELA CORRENTE COMECOU.
           MOVE WS-CHAVE-INICIO-TELA TO WS-ULTIMA-CHAVE
           MOVE ZEROS TO WS-FIM-CATALOGO.
       F-ESCOLHE-DA-LISTA. EXIT.

       TRATA-EMISSAO.
           PERFORM EDITA-HORA THRU F-EDITA-HORA
           DISPLAY TELA-DETALHE AT 0101
           MOVE SPACES TO WS-ACAO
           PERFORM UNTIL WS-ACAO = "V" OR = "R" OR = "N"
              ACCEPT WS-ACAO AT 1356
           END-PERFORM
           EVALUATE WS-ACAO
              WHEN "V"
                 PERFORM VISUALIZA-EMISSAO THRU F-VISUALIZA-EMISSAO
              WHEN "R"
                 PERFORM REIMPRIME-EMISSAO THRU F-REIMPRIME-EMISSAO
           END-EVALUATE.
       F-TRATA-EMISSAO. EXIT.

      * ABRE A COPIA DA EMISSAO EM PAUTA PARA LEITURA: A COPIA
      * PROPRIA (SITUACAO A) OU A GERACAO ANUAL (SITUACAO G),
      * POSICIONADA DEPOIS DA LINHA SEPARADORA DESTA EMISSAO.
       ABRE-EMISSAO.
           MOVE ZEROS TO WS-FIM-REL
           MOVE RCT-ARQUIVO-COPIA TO WS-LOCAL-ARQ-LEITURA
           OPEN INPUT ARQ-REL-ARQUIVADO
           IF WS-RESULTADO-LEI NOT = 00
              MOVE 1 TO WS-FIM-REL
              GO TO F-ABRE-EMISSAO
           END-IF
           IF RCT-SITUACAO NOT = "G"
              GO TO F-ABRE-EMISSAO
           END-IF
           MOVE RCT-CHAVE TO WS-SEP-CHAVE
           MOVE "N" TO WS-ACHOU-INICIO
           PERFORM UNTIL WS-ACHOU-INICIO = "S"
              READ ARQ-REL-ARQUIVADO AT END
                 MOVE 1 TO WS-FIM-REL
                 EXIT PERFORM
              END-READ
              IF REG-REL-ARQUIVADO(1:34) = WS-SEPARADOR
                 MOVE "S" TO WS-ACHOU-INICIO
              END-IF
           END-PERFORM.
       F-ABRE-EMISSAO. EXIT.

      * PROXIMA LINHA DA EMISSAO; NA GERACAO ANUAL A EMISSAO TERMINA
      * NA LINHA SEPARADORA DA EMISSAO SEGUINTE.
       LE-LINHA-EMISSAO.
           READ ARQ-REL-ARQUIVADO AT END
              MOVE 1 TO WS-FIM-REL
              GO TO F-LE-LINHA-EMISSAO
           END-READ
           IF RCT-SITUACAO = "G"
              AND REG-REL-ARQUIVADO(1:8) = "#RELARQ#"
              MOVE 1 TO WS-FIM-REL
           END-IF.
       F-LE-LINHA-EMISSAO. EXIT.

      * VISUALIZACAO: 18 LINHAS POR TELA, 80 COLUNAS A PARTIR DA
      * COLUNA 1 OU 53 DO RELATORIO DE 132 (D/E DESLOCAM).
       VISUALIZA-EMISSAO.
           PERFORM ABRE-EMISSAO THRU F-ABRE-EMISSAO
           IF WS-RESULTADO-LEI NOT = 00
              DISPLAY "COPIA DO RELATORIO NAO ENCONTRADA EM DISCO ..."
                 AT 2301
              ACCEPT PAUSA AT 2478
              GO TO F-VISUALIZA-EMISSAO
           END-IF
           MOVE 1 TO WS-COLUNA
           PERFORM UNTIL WS-FIM-REL = 1
              INITIALIZE WS-TAB-TELA
              MOVE ZEROS TO WS-QTD-TELA
              PERFORM UNTIL WS-QTD-TELA = 18 OR WS-FIM-REL = 1
                 PERFORM LE-LINHA-EMISSAO THRU F-LE-LINHA-EMISSAO
                 IF WS-FIM-REL = 0
                    ADD 1 TO WS-QTD-TELA
                    INSPECT REG-REL-ARQUIVADO
                       REPLACING ALL X"0C" BY SPACE
                    MOVE REG-REL-ARQUIVADO
                      TO WS-TELA-LINHA(WS-QTD-TELA)
                 END-IF
              END-PERFORM
      * D/E REDESENHAM A MESMA TELA DESLOCADA; ENTER AVANCA.
              PERFORM MOSTRA-TELA-REL THRU F-MOSTRA-TELA-REL
              MOVE SPACES TO WS-ACAO
              ACCEPT WS-ACAO AT 2362
              PERFORM UNTIL WS-ACAO NOT = "D" AND NOT = "E"
                 IF WS-ACAO = "D"
                    MOVE 53 TO WS-COLUNA
                 ELSE
                    MOVE 1 TO WS-COLUNA
                 END-IF
                 PERFORM MOSTRA-TELA-REL THRU F-MOSTRA-TELA-REL
                 MOVE SPACES TO WS-ACAO
                 ACCEPT WS-ACAO AT 2362
              END-PERFORM
              IF WS-ACAO = "F"
                 MOVE 1 TO WS-FIM-REL
              END-IF
           END-PERFORM
           CLOSE ARQ-REL-ARQUIVADO.
       F-VISUALIZA-EMISSAO. EXIT.

       MOSTRA-TELA-REL.
           DISPLAY LIMPA-TELA
           DISPLAY RCT-PROGRAMA       AT 0101
           DISPLAY RCT-ARQUIVO-ORIGEM AT 0112
           DISPLAY RCT-DATA           AT 0134
           DISPLAY "COLUNA" AT 0150
           DISPLAY WS-COLUNA AT 0157
           DISPLAY LINHA-TRACO AT 0201
           MOVE 2 TO WS-LINHA-TELA
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-TELA
              ADD 1 TO WS-LINHA-TELA
              DISPLAY WS-TELA-LINHA(WS-IDX)(WS-COLUNA:80)
                 AT LINE WS-LINHA-TELA COLUMN 01
           END-PERFORM
           DISPLAY LINHA-TRACO AT 2201
           DISPLAY "ENTER = PROXIMA TELA, D = DIREITA, E = ESQUERDA,
      -"F = FIM:" AT 2301.
       F-MOSTRA-TELA-REL. EXIT.

      * REIMPRESSAO: A EMISSAO E COPIADA PARA REIMP-<RELATORIO>,
      * COM AS MESMAS QUEBRAS DE PAGINA DA EMISSAO ORIGINAL.
       REIMPRIME-EMISSAO.
           PERFORM ABRE-EMISSAO THRU F-ABRE-EMISSAO
           IF WS-RESULTADO-LEI NOT = 00
              DISPLAY "COPIA DO RELATORIO NAO ENCONTRADA EM DISCO ..."
                 AT 2301
              ACCEPT PAUSA AT 2478
              GO TO F-REIMPRIME-EMISSAO
           END-IF
           MOVE SPACES TO WS-LOCAL-ARQ-REIMP
           STRING "REIMP-" RCT-ARQUIVO-ORIGEM DELIMITED BY SPACE
                  INTO WS-LOCAL-ARQ-REIMP
           OPEN OUTPUT ARQ-REIMPRESSAO
           MOVE ZEROS TO WS-QTD-REIMPRESSAS
           PERFORM UNTIL WS-FIM-REL = 1
              PERFORM LE-LINHA-EMISSAO THRU F-LE-LINHA-EMISSAO
              IF WS-FIM-REL = 0
                 MOVE REG-REL-ARQUIVADO TO REG-REIMPRESSAO
                 WRITE REG-REIMPRESSAO
                 ADD 1 TO WS-QTD-REIMPRESSAS
              END-IF
           END-PERFORM
           CLOSE ARQ-REIMPRESSAO
           CLOSE ARQ-REL-ARQUIVADO
           DISPLAY "RELATORIO REIMPRESSO EM" AT 2301
           DISPLAY WS-LOCAL-ARQ-REIMP AT 2325
           DISPLAY "- TECLE ENTER" AT 2360
           ACCEPT PAUSA AT 2478.
       F-REIMPRIME-EMISSAO. EXIT.
