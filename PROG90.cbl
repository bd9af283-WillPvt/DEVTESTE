       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG90.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- TENDENCIA DO BATCH DIARIO -------
      * RELATORIO RBATCHTEND.TXT COM O HISTORICO DE TEMPOS GRAVADO
      * PELO PROG12 (ETAPAHIST.DAT) NAS ULTIMAS N NOITES (PADRAO 60),
      * ETAPA POR ETAPA: INICIO, FIM, SEGUNDOS, DURACAO ESPERADA E
      * VARIACAO SOBRE ELA, REGISTROS LIDOS E GRAVADOS, REGISTROS
      * LIDOS POR SEGUNDO, TERMINO PROJETADO DO ENCADEAMENTO,
      * RESULTADO E ALERTA. NO FIM DE CADA ETAPA: EXECUCOES, MEDIA,
      * MINIMO E MAXIMO DE SEGUNDOS E VOLUME MEDIO DAS EXECUCOES BEM
      * SUCEDIDAS, ALERTAS, E A TENDENCIA DE DURACAO E DE VOLUME
      * (MEDIA DA METADE MAIS RECENTE DAS NOITES CONTRA A MEDIA DA
      * METADE MAIS ANTIGA), PARA VER UMA ETAPA CRESCENDO ANTES DE
      * ELA ESTOURAR A JANELA DO BATCH.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-ETAPA-HIST ASSIGN TO DISK WID-ARQ-ETAPA-HIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ETH-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ETH.

           SELECT RELATORIO ASSIGN TO DISK WS-LOCAL-RELATORIO
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXEC.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-ETAPA-HIST.FD".

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

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-ETAPA-HIST    PIC X(50) VALUE SPACES.
       77 WS-LOCAL-RELATORIO    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ETH      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-NOITES-INFORMADAS  PIC 9(03) VALUE ZEROS.
       77 WS-NOITES             PIC 9(03) VALUE ZEROS.
       77 WS-HOJE-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INTEIRA       PIC 9(08) VALUE ZEROS.
       77 WS-CORTE-NUM          PIC 9(08) VALUE ZEROS.
       77 WS-CORTE-DATA         PIC X(10) VALUE SPACES.
      * ETAPA EM PAUTA E SEUS ACUMULADOS.
       77 WS-IDX-ETAPA          PIC 9(01) VALUE ZEROS.
       77 WS-IDX-NOITE          PIC 9(03) VALUE ZEROS.
       77 WS-METADE             PIC 9(03) VALUE ZEROS.
       77 WS-ETP-EXECUCOES      PIC 9(03) VALUE ZEROS.
       77 WS-ETP-SUCESSOS       PIC 9(03) VALUE ZEROS.
       77 WS-ETP-ALERTAS        PIC 9(03) VALUE ZEROS.
       77 WS-ETP-SOMA-SEG       PIC 9(09) VALUE ZEROS.
       77 WS-ETP-SOMA-VOL       PIC 9(11) VALUE ZEROS.
       77 WS-ETP-MIN-SEG        PIC 9(06) VALUE ZEROS.
       77 WS-ETP-MAX-SEG        PIC 9(06) VALUE ZEROS.
       77 WS-ETP-MEDIA-SEG      PIC 9(06) VALUE ZEROS.
       77 WS-ETP-MEDIA-VOL      PIC 9(07) VALUE ZEROS.
       77 WS-SOMA-1-SEG         PIC 9(09) VALUE ZEROS.
       77 WS-SOMA-2-SEG         PIC 9(09) VALUE ZEROS.
       77 WS-SOMA-1-VOL         PIC 9(11) VALUE ZEROS.
       77 WS-SOMA-2-VOL         PIC 9(11) VALUE ZEROS.
       77 WS-TEND-SEG           PIC S9(05)V9(01) VALUE ZEROS.
       77 WS-TEND-VOL           PIC S9(05)V9(01) VALUE ZEROS.
       77 WS-VARIACAO           PIC S9(05)V9(01) VALUE ZEROS.
       77 WS-REG-SEGUNDO        PIC 9(07) VALUE ZEROS.
      * TOTAIS DO RELATORIO.
       77 WS-QTD-ETAPAS-HIST    PIC 9(01) VALUE ZEROS.
       77 WS-QTD-REGISTROS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALERTAS        PIC 9(05) VALUE ZEROS.
      * EDICAO.
       77 WS-ED-QTD             PIC ZZ9.
       77 WS-ED-QTD-2           PIC ZZ9.
       77 WS-ED-QTD-3           PIC ZZ9.
       77 WS-ED-SEG-1           PIC ZZZZZ9.
       77 WS-ED-SEG-2           PIC ZZZZZ9.
       77 WS-ED-SEG-3           PIC ZZZZZ9.
       77 WS-ED-VOLUME          PIC Z.ZZZ.ZZ9.
       77 WS-ED-TEND-1          PIC -ZZZZ9,9.
       77 WS-ED-TEND-2          PIC -ZZZZ9,9.

       01 WS-HORA-TRAB.
          02 WS-HTR-HH          PIC 9(02).
          02 WS-HTR-MM          PIC 9(02).
          02 WS-HTR-SS          PIC 9(02).
          02 WS-HTR-CC          PIC 9(02).
       01 WS-HORA-TRAB-NUM REDEFINES WS-HORA-TRAB PIC 9(08).

       01 WS-HORA-EDITADA.
          02 WS-HED-HH          PIC 9(02).
          02 FILLER             PIC X(01) VALUE ":".
          02 WS-HED-MM          PIC 9(02).
          02 FILLER             PIC X(01) VALUE ":".
          02 WS-HED-SS          PIC 9(02).

      * ETAPAS DO PROG12, NA ORDEM DE EXECUCAO.
       01 WS-TAB-ETAPAS-V.
          02 FILLER PIC X(10) VALUE "IMPORT-CLI".
          02 FILLER PIC X(10) VALUE "IMPORT-VEN".
          02 FILLER PIC X(10) VALUE "PROG03".
          02 FILLER PIC X(10) VALUE "PROG04".
          02 FILLER PIC X(10) VALUE "PROG05".
       01 WS-TAB-ETAPAS REDEFINES WS-TAB-ETAPAS-V.
          02 WS-ETP-NOME OCCURS 5 PIC X(10).
       77 WS-QTD-ETAPAS         PIC 9(01) VALUE 5.

      * SEGUNDOS E VOLUME (REGISTROS LIDOS) DAS EXECUCOES BEM
      * SUCEDIDAS DA ETAPA EM PAUTA, EM ORDEM DE DATA.
       01 WS-TAB-NOITES.
          02 WS-NOI OCCURS 366.
             03 WS-NOI-SEGUNDOS    PIC 9(06).
             03 WS-NOI-VOLUME      PIC 9(07).

       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.
       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(20) VALUE SPACES.
          02 CAB-TITULO   PIC X(50).
          02 FILLER       PIC X(40) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.
       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".
       01 LINHA-INFO             PIC X(132) VALUE SPACES.
       01 CABECALHO-ETP.
          02 FILLER PIC X(10) VALUE "DATA".
          02 FILLER PIC X(10) VALUE "  INICIO".
          02 FILLER PIC X(10) VALUE "  FIM".
          02 FILLER PIC X(08) VALUE "SEGUNDOS".
          02 FILLER PIC X(08) VALUE "ESPERADO".
          02 FILLER PIC X(09) VALUE "   VAR. %".
          02 FILLER PIC X(11) VALUE "      LIDOS".
          02 FILLER PIC X(11) VALUE "   GRAVADOS".
          02 FILLER PIC X(09) VALUE "    REG/S".
          02 FILLER PIC X(07) VALUE "  PROJ.".
          02 FILLER PIC X(03) VALUE "  R".
          02 FILLER PIC X(03) VALUE "  A".
          02 FILLER PIC X(43) VALUE "  ARQUIVO DO VOLUME".
       01 DETALHE-ETP.
          02 DET-DATA            PIC X(10).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-INICIO          PIC X(08).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-FIM             PIC X(08).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-SEGUNDOS        PIC ZZZZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-ESPERADO        PIC ZZZZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-VARIACAO        PIC -ZZZ9,9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-LIDOS           PIC Z.ZZZ.ZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-GRAVADOS        PIC Z.ZZZ.ZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-REG-SEGUNDO     PIC ZZZ.ZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-PROJECAO        PIC X(05).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-RESULTADO       PIC X(01).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-ALERTA          PIC X(01).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-ARQUIVO         PIC X(30).
          02 FILLER              PIC X(11) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-TENDENCIA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  TENDENCIA DO BATCH DIARIO  ".
          02 LINE 02 COLUMN 73 VALUE "PROG90".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "NUMERO DE NOITES (ZERO = 60)..........:".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  TENDENCIA DO BATCH DIARIO  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "NOITES CONSIDERADAS....:".
          02 LINE 06 COLUMN 26 PIC ZZ9 FROM WS-NOITES.
          02 LINE 07 COLUMN 01 VALUE "ETAPAS COM HISTORICO...:".
          02 LINE 07 COLUMN 28 PIC 9 FROM WS-QTD-ETAPAS-HIST.
          02 LINE 08 COLUMN 01 VALUE "EXECUCOES LISTADAS.....:".
          02 LINE 08 COLUMN 24 PIC ZZ.ZZ9 FROM WS-QTD-REGISTROS.
          02 LINE 09 COLUMN 01 VALUE "EXECUCOES COM ALERTA...:".
          02 LINE 09 COLUMN 24 PIC ZZ.ZZ9 FROM WS-QTD-ALERTAS.
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           MOVE ZEROS TO WS-QTD-ETAPAS-HIST
           MOVE ZEROS TO WS-QTD-REGISTROS
           MOVE ZEROS TO WS-QTD-ALERTAS
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG90" TO WS-OPERADOR-ATUAL
           END-IF
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-NUM(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-NUM(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-NUM(7:2)
           COMPUTE WS-HOJE-INTEIRA =
              FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)

           DISPLAY TELA-TENDENCIA AT 0101
           MOVE ZEROS TO WS-NOITES-INFORMADAS
           ACCEPT WS-NOITES-INFORMADAS AT 0541
           MOVE WS-NOITES-INFORMADAS TO WS-NOITES
           IF WS-NOITES = ZEROS
              MOVE 60 TO WS-NOITES
           END-IF
           IF WS-NOITES > 366
              DISPLAY "INFORME NO MAXIMO 366 NOITES ............."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           COMPUTE WS-CORTE-NUM = FUNCTION DATE-OF-INTEGER
              (WS-HOJE-INTEIRA - WS-NOITES + 1)
           MOVE WS-CORTE-NUM(7:2) TO WS-CORTE-DATA(1:2)
           MOVE "/"               TO WS-CORTE-DATA(3:1)
           MOVE WS-CORTE-NUM(5:2) TO WS-CORTE-DATA(4:2)
           MOVE "/"               TO WS-CORTE-DATA(6:1)
           MOVE WS-CORTE-NUM(1:4) TO WS-CORTE-DATA(7:4)

           MOVE "ETAPAHIST.DAT" TO WID-ARQ-ETAPA-HIST
           OPEN INPUT ARQ-ETAPA-HIST
           IF WS-RESULTADO-ETH NOT = 00
              DISPLAY "ETAPAHIST.DAT NAO ENCONTRADO - EXECUTE O PROG12 P
      -"RIMEIRO" AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           MOVE "RBATCHTEND.TXT" TO WS-LOCAL-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO CAB-TITULO
           MOVE WS-NOITES TO WS-ED-QTD
           STRING "TENDENCIA DO BATCH DIARIO - ULTIMAS " WS-ED-QTD
                  " NOITES" DELIMITED BY SIZE INTO CAB-TITULO
           MOVE DATA-DE-HOJE TO CAB-DATA
           MOVE ZEROS TO CONTADOR-PAGINA
           PERFORM IMPRIMIR-CABECALHO-ETP

           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
              UNTIL WS-IDX-ETAPA > WS-QTD-ETAPAS
              PERFORM IMPRIME-ETAPA THRU F-IMPRIME-ETAPA
           END-PERFORM

           CLOSE RELATORIO
           CLOSE ARQ-ETAPA-HIST
           MOVE "RBATCHTEND.TXT" TO RLA-ARQUIVO
           MOVE SPACES TO RLA-PARAMETROS
           STRING "ULTIMAS " WS-ED-QTD " NOITES, DESDE " WS-CORTE-DATA
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

      * MENSAGEM DE ERRO NA LINHA 24.
       MOSTRA-ERRO.
           ACCEPT PAUSA AT 2478
           MOVE "N" TO WS-EXEC-RESULTADO.
       F-MOSTRA-ERRO. EXIT.

      *-----------------------------------------------------------------
      * NOITES DA ETAPA WS-IDX-ETAPA A PARTIR DA DATA DE CORTE, EM
      * ORDEM DE DATA (CHAVE ETAPA + AAAAMMDD), E O RESUMO DA ETAPA.
       IMPRIME-ETAPA.
           MOVE ZEROS TO WS-ETP-EXECUCOES WS-ETP-SUCESSOS
                         WS-ETP-ALERTAS WS-ETP-SOMA-SEG
                         WS-ETP-SOMA-VOL WS-ETP-MIN-SEG
                         WS-ETP-MAX-SEG
           INITIALIZE WS-TAB-NOITES
           IF CONTADOR-LINHA > 52
              PERFORM IMPRIMIR-CABECALHO-ETP
           END-IF
           MOVE SPACES TO LINHA-INFO
           STRING "ETAPA: " WS-ETP-NOME(WS-IDX-ETAPA)
                  DELIMITED BY SIZE INTO LINHA-INFO
           WRITE LINHA FROM LINHA-INFO AFTER 2 LINES
           ADD 2 TO CONTADOR-LINHA

           MOVE WS-ETP-NOME(WS-IDX-ETAPA) TO ETH-ETAPA
           MOVE WS-CORTE-NUM              TO ETH-DATA-NUM
           START ARQ-ETAPA-HIST KEY NOT LESS ETH-CHAVE
           IF WS-RESULTADO-ETH = 00
              PERFORM UNTIL EXIT
                 READ ARQ-ETAPA-HIST NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF ETH-ETAPA NOT = WS-ETP-NOME(WS-IDX-ETAPA)
                    OR ETH-DATA-NUM > WS-HOJE-NUM
                    EXIT PERFORM
                 END-IF
                 PERFORM IMPRIME-NOITE THRU F-IMPRIME-NOITE
              END-PERFORM
           END-IF

           IF WS-ETP-EXECUCOES = ZEROS
              MOVE "   SEM EXECUCOES NO PERIODO" TO LINHA-INFO
              PERFORM CONTA-LINHA-ETP
              WRITE LINHA FROM LINHA-INFO AFTER 1 LINES
              GO TO F-IMPRIME-ETAPA
           END-IF
           ADD 1 TO WS-QTD-ETAPAS-HIST
           PERFORM IMPRIME-RESUMO-ETAPA THRU F-IMPRIME-RESUMO-ETAPA.
       F-IMPRIME-ETAPA. EXIT.

      * UMA NOITE DA ETAPA: LINHA DE DETALHE E ACUMULADOS.
       IMPRIME-NOITE.
           ADD 1 TO WS-ETP-EXECUCOES
           ADD 1 TO WS-QTD-REGISTROS
           MOVE ETH-DATA TO DET-DATA
           MOVE ETH-HORA-INICIO TO WS-HORA-TRAB-NUM
           PERFORM EDITA-HORA THRU F-EDITA-HORA
           MOVE WS-HORA-EDITADA TO DET-INICIO
           MOVE ETH-HORA-FIM TO WS-HORA-TRAB-NUM
           PERFORM EDITA-HORA THRU F-EDITA-HORA
           MOVE WS-HORA-EDITADA TO DET-FIM
           MOVE ETH-SEGUNDOS       TO DET-SEGUNDOS
           MOVE ETH-MEDIA-SEGUNDOS TO DET-ESPERADO
           MOVE ZEROS TO WS-VARIACAO
           IF ETH-MEDIA-SEGUNDOS > ZEROS
              COMPUTE WS-VARIACAO ROUNDED =
                 (ETH-SEGUNDOS - ETH-MEDIA-SEGUNDOS) * 100
                 / ETH-MEDIA-SEGUNDOS
                 ON SIZE ERROR
                    MOVE 9999,9 TO WS-VARIACAO
              END-COMPUTE
           END-IF
           MOVE WS-VARIACAO TO DET-VARIACAO
           MOVE ETH-LIDOS    TO DET-LIDOS
           MOVE ETH-GRAVADOS TO DET-GRAVADOS
           IF ETH-SEGUNDOS > ZEROS
              COMPUTE WS-REG-SEGUNDO ROUNDED =
                 ETH-LIDOS / ETH-SEGUNDOS
           ELSE
              MOVE ETH-LIDOS TO WS-REG-SEGUNDO
           END-IF
           MOVE WS-REG-SEGUNDO TO DET-REG-SEGUNDO
           MOVE SPACES TO DET-PROJECAO
           IF ETH-PROJECAO-FIM NUMERIC AND ETH-PROJECAO-FIM > ZEROS
              MOVE ETH-PROJECAO-FIM(1:2) TO DET-PROJECAO(1:2)
              MOVE ":"                   TO DET-PROJECAO(3:1)
              MOVE ETH-PROJECAO-FIM(3:2) TO DET-PROJECAO(4:2)
           END-IF
           MOVE ETH-RESULTADO TO DET-RESULTADO
           MOVE ETH-ALERTA    TO DET-ALERTA
           MOVE ETH-ARQUIVO   TO DET-ARQUIVO
           PERFORM CONTA-LINHA-ETP
           WRITE LINHA FROM DETALHE-ETP AFTER 1 LINES

           IF ETH-ALERTA NOT = SPACES
              ADD 1 TO WS-ETP-ALERTAS
              ADD 1 TO WS-QTD-ALERTAS
           END-IF
      * MEDIAS E TENDENCIA SO COM AS EXECUCOES BEM SUCEDIDAS: UMA
      * ETAPA QUE CAIU NO MEIO NAO DIZ QUANTO ELA LEVARIA.
           IF ETH-RESULTADO NOT = "S"
              GO TO F-IMPRIME-NOITE
           END-IF
           ADD 1 TO WS-ETP-SUCESSOS
           ADD ETH-SEGUNDOS TO WS-ETP-SOMA-SEG
           ADD ETH-LIDOS    TO WS-ETP-SOMA-VOL
           IF WS-ETP-SUCESSOS = 1 OR ETH-SEGUNDOS < WS-ETP-MIN-SEG
              MOVE ETH-SEGUNDOS TO WS-ETP-MIN-SEG
           END-IF
           IF ETH-SEGUNDOS > WS-ETP-MAX-SEG
              MOVE ETH-SEGUNDOS TO WS-ETP-MAX-SEG
           END-IF
           MOVE ETH-SEGUNDOS TO WS-NOI-SEGUNDOS(WS-ETP-SUCESSOS)
           MOVE ETH-LIDOS    TO WS-NOI-VOLUME(WS-ETP-SUCESSOS).
       F-IMPRIME-NOITE. EXIT.

      * RESUMO DA ETAPA: EXECUCOES, MEDIA/MINIMO/MAXIMO, VOLUME MEDIO
      * E TENDENCIA (METADE MAIS RECENTE CONTRA A MAIS ANTIGA; COM
      * NUMERO IMPAR A NOITE DO MEIO FICA DE FORA).
       IMPRIME-RESUMO-ETAPA.
           MOVE ZEROS TO WS-ETP-MEDIA-SEG WS-ETP-MEDIA-VOL
           IF WS-ETP-SUCESSOS > ZEROS
              COMPUTE WS-ETP-MEDIA-SEG ROUNDED =
                 WS-ETP-SOMA-SEG / WS-ETP-SUCESSOS
              COMPUTE WS-ETP-MEDIA-VOL ROUNDED =
                 WS-ETP-SOMA-VOL / WS-ETP-SUCESSOS
           END-IF
           PERFORM CONTA-LINHA-ETP
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           MOVE WS-ETP-EXECUCOES TO WS-ED-QTD
           MOVE WS-ETP-SUCESSOS  TO WS-ED-QTD-2
           MOVE WS-ETP-ALERTAS   TO WS-ED-QTD-3
           MOVE SPACES TO LINHA-INFO
           STRING "   EXECUCOES: " WS-ED-QTD
                  "   BEM SUCEDIDAS: " WS-ED-QTD-2
                  "   COM ALERTA: " WS-ED-QTD-3
                  DELIMITED BY SIZE INTO LINHA-INFO
           PERFORM CONTA-LINHA-ETP
           WRITE LINHA FROM LINHA-INFO AFTER 1 LINES
           MOVE WS-ETP-MEDIA-SEG TO WS-ED-SEG-1
           MOVE WS-ETP-MIN-SEG   TO WS-ED-SEG-2
           MOVE WS-ETP-MAX-SEG   TO WS-ED-SEG-3
           MOVE WS-ETP-MEDIA-VOL TO WS-ED-VOLUME
           MOVE SPACES TO LINHA-INFO
           STRING "   SEGUNDOS - MEDIA: " WS-ED-SEG-1
                  "   MINIMO: " WS-ED-SEG-2
                  "   MAXIMO: " WS-ED-SEG-3
                  "   VOLUME MEDIO (LIDOS): " WS-ED-VOLUME
                  DELIMITED BY SIZE INTO LINHA-INFO
           PERFORM CONTA-LINHA-ETP
           WRITE LINHA FROM LINHA-INFO AFTER 1 LINES

           MOVE SPACES TO LINHA-INFO
           IF WS-ETP-SUCESSOS < 4
              MOVE "   TENDENCIA: MENOS DE 4 EXECUCOES BEM SUCEDIDAS NO
      -" PERIODO" TO LINHA-INFO
              PERFORM CONTA-LINHA-ETP
              WRITE LINHA FROM LINHA-INFO AFTER 1 LINES
              GO TO F-IMPRIME-RESUMO-ETAPA
           END-IF
           COMPUTE WS-METADE = WS-ETP-SUCESSOS / 2
           MOVE ZEROS TO WS-SOMA-1-SEG WS-SOMA-2-SEG
                         WS-SOMA-1-VOL WS-SOMA-2-VOL
           PERFORM VARYING WS-IDX-NOITE FROM 1 BY 1
              UNTIL WS-IDX-NOITE > WS-METADE
              ADD WS-NOI-SEGUNDOS(WS-IDX-NOITE) TO WS-SOMA-1-SEG
              ADD WS-NOI-VOLUME(WS-IDX-NOITE)   TO WS-SOMA-1-VOL
           END-PERFORM
           COMPUTE WS-IDX-NOITE = WS-ETP-SUCESSOS - WS-METADE + 1
           PERFORM UNTIL WS-IDX-NOITE > WS-ETP-SUCESSOS
              ADD WS-NOI-SEGUNDOS(WS-IDX-NOITE) TO WS-SOMA-2-SEG
              ADD WS-NOI-VOLUME(WS-IDX-NOITE)   TO WS-SOMA-2-VOL
              ADD 1 TO WS-IDX-NOITE
           END-PERFORM
           MOVE ZEROS TO WS-TEND-SEG WS-TEND-VOL
           IF WS-SOMA-1-SEG > ZEROS
              COMPUTE WS-TEND-SEG ROUNDED =
                 (WS-SOMA-2-SEG - WS-SOMA-1-SEG) * 100 / WS-SOMA-1-SEG
                 ON SIZE ERROR
                    MOVE 99999,9 TO WS-TEND-SEG
              END-COMPUTE
           END-IF
           IF WS-SOMA-1-VOL > ZEROS
              COMPUTE WS-TEND-VOL ROUNDED =
                 (WS-SOMA-2-VOL - WS-SOMA-1-VOL) * 100 / WS-SOMA-1-VOL
                 ON SIZE ERROR
                    MOVE 99999,9 TO WS-TEND-VOL
              END-COMPUTE
           END-IF
           MOVE WS-TEND-SEG TO WS-ED-TEND-1
           MOVE WS-TEND-VOL TO WS-ED-TEND-2
           MOVE WS-METADE   TO WS-ED-QTD
           STRING "   TENDENCIA (" WS-ED-QTD
                  " NOITES MAIS RECENTES X MAIS ANTIGAS) - DURACAO: "
                  WS-ED-TEND-1 " %   VOLUME: " WS-ED-TEND-2 " %"
                  DELIMITED BY SIZE INTO LINHA-INFO
           PERFORM CONTA-LINHA-ETP
           WRITE LINHA FROM LINHA-INFO AFTER 1 LINES.
       F-IMPRIME-RESUMO-ETAPA. EXIT.

      * HHMMSSCC EM WS-HORA-TRAB -> HH:MM:SS EM WS-HORA-EDITADA.
       EDITA-HORA.
           MOVE WS-HTR-HH TO WS-HED-HH
           MOVE WS-HTR-MM TO WS-HED-MM
           MOVE WS-HTR-SS TO WS-HED-SS.
       F-EDITA-HORA. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO (RLA-ARQUIVO E
      * RLA-PARAMETROS JA PREENCHIDOS), REGISTRADA NO CATALOGO DE
      * RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           MOVE "PROG90"         TO RLA-PROGRAMA
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           MOVE SPACES           TO RLA-ARQUIVO-COPIA
           MOVE SPACES           TO RLA-RESULTADO
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * NA PRIMEIRA PAGINA SAI TAMBEM O PERIODO E A LEGENDA.
       IMPRIMIR-CABECALHO-ETP.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA
           IF CONTADOR-PAGINA = 1
              MOVE SPACES TO LINHA-INFO
              STRING "PERIODO: " WS-CORTE-DATA " A " DATA-DE-HOJE
                     "   ESPERADO = MEDIA DAS ULTIMAS EXECUCOES BEM SUC
      -"EDIDAS ANTERIORES"
                     DELIMITED BY SIZE INTO LINHA-INFO
              WRITE LINHA FROM LINHA-INFO AFTER 1 LINE
              MOVE SPACES TO LINHA-INFO
              STRING "R = RESULTADO (S/N)   A = ALERTA (D = DURACAO, "
                     "J = JANELA, A = AMBOS)   PROJ. = TERMINO PROJETAD"
                     "O DO BATCH"
                     DELIMITED BY SIZE INTO LINHA-INFO
              WRITE LINHA FROM LINHA-INFO AFTER 1 LINE
              WRITE LINHA FROM CABECALHO-2 AFTER 1 LINE
              ADD 3 TO CONTADOR-LINHA
           END-IF
           WRITE LINHA FROM CABECALHO-ETP    AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           ADD 2 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA-ETP.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO-ETP
           END-IF.

      * REGISTRO DO RESULTADO EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           MOVE "PROG90" TO EXEC-PROGRAMA
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

      * OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON
      * PROG24), REGISTRADO NO EXECUCAO.LOG.
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE ZEROS  TO WS-OPERADOR-NIVEL
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.
