      * PARANDO E ALERTANDO NA TELA SE QUALQUER ETAPA REGISTRAR FALHA
      * EM EXECUCAO.LOG, EM VEZ DE DEPENDER DE CADA PROGRAMA SER
      * DISPARADO A MAO NA SEQUENCIA CORRETA.
      * CADA ETAPA (IMPORT-CLI, IMPORT-VEN, PROG03, PROG04, PROG05) FICA
      * NO HISTORICO DE TEMPOS ETAPAHIST.DAT: INICIO, FIM, SEGUNDOS,
      * RESULTADO E O VOLUME QUE A PROPRIA ETAPA DEIXA NO VOLUME.CTL
      * (ARQUIVO QUE DITOU O VOLUME, REGISTROS LIDOS E GRAVADOS). A
      * DURACAO ESPERADA DE CADA ETAPA E A MEDIA DAS ULTIMAS 10
      * EXECUCOES BEM SUCEDIDAS DE NOITES ANTERIORES; PASSAR DELA MAIS
      * A TOLERANCIA DO BATCH.PRM (PADRAO 50%, COM FOLGA MINIMA DE 60
      * SEGUNDOS) GERA ALERTA NO ALERTABATCH.LOG. COM A HORA LIMITE DA
      * JANELA INFORMADA NO BATCH.PRM, A CADA ETAPA O TERMINO DO
      * ENCADEAMENTO E PROJETADO PELAS MEDIAS DAS ETAPAS QUE FALTAM E,
      * SE PASSAR DA HORA LIMITE, TAMBEM GERA ALERTA (UM POR NOITE).
      * A TENDENCIA DAS ULTIMAS NOITES SAI NO PROG90.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

           SELECT ARQ-CTL-VOLUME ASSIGN TO "VOLUME.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-VOL.

           SELECT ARQ-ETAPA-HIST ASSIGN TO DISK WID-ARQ-ETAPA-HIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ETH-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ETH.

           SELECT ARQ-ALERTA-BATCH ASSIGN TO "ALERTABATCH.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-ALB.

       DATA DIVISION.
       FILE SECTION.


       COPY "ARQ-CTL-OPERADOR.FD".

       COPY "ARQ-CTL-VOLUME.FD".

       COPY "ARQ-ETAPA-HIST.FD".

       COPY "ARQ-ALERTA-BATCH.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULT-TRAVA       PIC X(01) VALUE SPACES.
       77 WS-DETENTOR-TRAVA     PIC X(40) VALUE SPACES.

      * TEMPOS E VOLUMES DAS ETAPAS.
       77 WID-ARQ-ETAPA-HIST    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-VOL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ETH      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ALB      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-HIST        PIC X(01) VALUE "N".
       77 WS-HOJE-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-IDX-ETAPA          PIC 9(01) VALUE ZEROS.
       77 WS-IDX-SOMA           PIC 9(01) VALUE ZEROS.
       77 WS-IDX-ULT            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-MEDIA          PIC 9(02) VALUE 10.
       77 WS-SOMA-SEGUNDOS      PIC 9(08) VALUE ZEROS.
       77 WS-HORA-INICIO-ETAPA  PIC 9(08) VALUE ZEROS.
       77 WS-HORA-FIM-ETAPA     PIC 9(08) VALUE ZEROS.
       77 WS-SEG-INICIO-CADEIA  PIC 9(06) VALUE ZEROS.
       77 WS-SEG-INICIO-ETAPA   PIC 9(06) VALUE ZEROS.
       77 WS-SEG-FIM-ETAPA      PIC 9(06) VALUE ZEROS.
       77 WS-SEG-DURACAO        PIC 9(06) VALUE ZEROS.
       77 WS-SEG-LIMITE         PIC 9(08) VALUE ZEROS.
       77 WS-SEG-AGORA          PIC 9(06) VALUE ZEROS.
       77 WS-SEG-PROJECAO       PIC 9(06) VALUE ZEROS.
       77 WS-SEG-JANELA         PIC 9(06) VALUE ZEROS.
       77 WS-SEG-TRAB           PIC 9(06) VALUE ZEROS.
       77 WS-FOLGA-MINIMA       PIC 9(03) VALUE 60.
       77 WS-TOLERANCIA         PIC 9(03) VALUE 50.
       77 WS-JANELA-ATIVA       PIC X(01) VALUE "N".
       77 WS-JANELA-HHMM        PIC 9(04) VALUE ZEROS.
       77 WS-PROJECAO-HHMM      PIC 9(04) VALUE ZEROS.
       77 WS-ALERTA-JANELA      PIC X(01) VALUE "N".
       77 WS-ALERTA-ETAPA       PIC X(01) VALUE SPACES.
       77 WS-HOUVE-ALERTA       PIC X(01) VALUE "N".
       77 WS-ESPERADO-ED        PIC ZZZZZ9.
       77 WS-REAL-ED            PIC ZZZZZ9.
       77 WS-HORA-ED            PIC 99B99.
       77 WS-PROJECAO-ED        PIC 99B99.

       01 WS-HORA-TRAB.
          02 WS-HTR-HH          PIC 9(02).
          02 WS-HTR-MM          PIC 9(02).
          02 WS-HTR-SS          PIC 9(02).
          02 WS-HTR-CC          PIC 9(02).
       01 WS-HORA-TRAB-NUM REDEFINES WS-HORA-TRAB PIC 9(08).

      * ETAPAS DO ENCADEAMENTO, NA ORDEM DE EXECUCAO, COM O PROGRAMA
      * QUE GRAVA O VOLUME.CTL DE CADA UMA.
       01 WS-TAB-ETAPAS-V.
          02 FILLER PIC X(20) VALUE "IMPORT-CLIIMPORTACAO".
          02 FILLER PIC X(20) VALUE "IMPORT-VENIMPORTACAO".
          02 FILLER PIC X(20) VALUE "PROG03    PROG03    ".
          02 FILLER PIC X(20) VALUE "PROG04    PROG04    ".
          02 FILLER PIC X(20) VALUE "PROG05    PROG05    ".
       01 WS-TAB-ETAPAS REDEFINES WS-TAB-ETAPAS-V.
          02 WS-ETP-DEF OCCURS 5.
             03 WS-ETP-NOME        PIC X(10).
             03 WS-ETP-PROGRAMA    PIC X(10).
       77 WS-QTD-ETAPAS         PIC 9(01) VALUE 5.

      * DURACOES DAS ULTIMAS EXECUCOES BEM SUCEDIDAS DE CADA ETAPA
      * (CIRCULAR, WS-QTD-MEDIA POSICOES) E A MEDIA RESULTANTE.
       01 WS-TAB-MEDIAS.
          02 WS-ETP OCCURS 5.
             03 WS-ETP-QTD         PIC 9(05).
             03 WS-ETP-MEDIA       PIC 9(06).
             03 WS-ETP-ULTIMO OCCURS 10 PIC 9(06).

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

              EXIT PROGRAM
           END-IF

           PERFORM PREPARA-HISTORICO THRU F-PREPARA-HISTORICO

           PERFORM EXECUTA-IMPORTACAO THRU F-EXECUTA-IMPORTACAO

           IF WS-PAROU = "N"
              PERFORM EXECUTA-PROG05 THRU F-EXECUTA-PROG05
           END-IF

           IF WS-EXISTE-HIST = "S"
              CLOSE ARQ-ETAPA-HIST
           END-IF

           MOVE "L"    TO WS-ACAO-TRAVA
           MOVE SPACES TO WS-ARQUIVO-TRAVA
           CALL "TRAVA-ARQUIVO" USING WS-ACAO-TRAVA
              DISPLAY "BATCH DIARIO CONCLUIDO COM SUCESSO ......."
                 AT 2001
           END-IF
           IF WS-HOUVE-ALERTA = "S"
              DISPLAY "ALERTA DE TEMPO NO BATCH - VER ALERTABATCH.LOG"
                 AT 2201
           END-IF
           IF WS-MODO-BATCH NOT = "S"
              ACCEPT  PAUSA AT 2478
           END-IF
       EXECUTA-IMPORTACAO.
           DISPLAY "EXECUTANDO IMPORTACAO - CLIENTES ........." AT 0501
           MOVE "IMPORTACAO" TO WS-JOB-ATUAL
           MOVE 1 TO WS-IDX-ETAPA
           PERFORM INICIA-ETAPA THRU F-INICIA-ETAPA
           MOVE 01 TO WS-TIPO-DADO
           CALL "IMPORTACAO" USING DATA-DE-HOJE WS-TIPO-DADO
           PERFORM VERIFICA-RESULTADO THRU F-VERIFICA-RESULTADO
           PERFORM REGISTRA-ETAPA THRU F-REGISTRA-ETAPA
           IF WS-PAROU = "N"
              DISPLAY "EXECUTANDO IMPORTACAO - VENDEDORES ......."
                 AT 0501
              MOVE 2 TO WS-IDX-ETAPA
              PERFORM INICIA-ETAPA THRU F-INICIA-ETAPA
              MOVE 02 TO WS-TIPO-DADO
              CALL "IMPORTACAO" USING DATA-DE-HOJE WS-TIPO-DADO
              PERFORM VERIFICA-RESULTADO THRU F-VERIFICA-RESULTADO
              PERFORM REGISTRA-ETAPA THRU F-REGISTRA-ETAPA
           END-IF.
       F-EXECUTA-IMPORTACAO. EXIT.

       EXECUTA-PROG03.
           DISPLAY "EXECUTANDO PROG03 (RELATORIO DE CLIENTES) ." AT 0601
           MOVE "PROG03" TO WS-JOB-ATUAL
           MOVE 3 TO WS-IDX-ETAPA
           PERFORM INICIA-ETAPA THRU F-INICIA-ETAPA
           CALL "PROG03" USING DATA-DE-HOJE
           PERFORM VERIFICA-RESULTADO THRU F-VERIFICA-RESULTADO
           PERFORM REGISTRA-ETAPA THRU F-REGISTRA-ETAPA.
       F-EXECUTA-PROG03. EXIT.

       EXECUTA-PROG04.
           DISPLAY "EXECUTANDO PROG04 (RELATORIO DE VENDEDORES)" AT 0701
           MOVE "PROG04" TO WS-JOB-ATUAL
           MOVE 4 TO WS-IDX-ETAPA
           PERFORM INICIA-ETAPA THRU F-INICIA-ETAPA
           CALL "PROG04" USING DATA-DE-HOJE
           PERFORM VERIFICA-RESULTADO THRU F-VERIFICA-RESULTADO
           PERFORM REGISTRA-ETAPA THRU F-REGISTRA-ETAPA.
       F-EXECUTA-PROG04. EXIT.

       EXECUTA-PROG05.
           DISPLAY "EXECUTANDO PROG05 (DISTRIBUICAO DE CARTEIRA)"
              AT 0801
           MOVE "PROG05" TO WS-JOB-ATUAL
           MOVE 5 TO WS-IDX-ETAPA
           PERFORM INICIA-ETAPA THRU F-INICIA-ETAPA
           CALL "PROG05" USING DATA-DE-HOJE
           PERFORM VERIFICA-RESULTADO THRU F-VERIFICA-RESULTADO
           PERFORM REGISTRA-ETAPA THRU F-REGISTRA-ETAPA.
       F-EXECUTA-PROG05. EXIT.

       VERIFICA-RESULTADO.
           END-IF.
       F-VERIFICA-RESULTADO. EXIT.

      * ABRE O HISTORICO DE TEMPOS, CALCULA A DURACAO ESPERADA DE CADA
      * ETAPA E JA PROJETA O TERMINO DO ENCADEAMENTO ANTES DA PRIMEIRA.
      * SEM O HISTORICO O BATCH RODA DO MESMO JEITO, SO NAO FICA
      * REGISTRADO.
       PREPARA-HISTORICO.
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-NUM(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-NUM(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-NUM(7:2)
           ACCEPT WS-HORA-TRAB-NUM FROM TIME
           PERFORM CONVERTE-HORA THRU F-CONVERTE-HORA
           MOVE WS-SEG-TRAB TO WS-SEG-INICIO-CADEIA
           MOVE "N" TO WS-ALERTA-JANELA
           MOVE "N" TO WS-HOUVE-ALERTA
           INITIALIZE WS-TAB-MEDIAS
           IF WS-JANELA-ATIVA = "S"
              COMPUTE WS-SEG-JANELA =
                 FUNCTION INTEGER(WS-JANELA-HHMM / 100) * 3600
                 + FUNCTION MOD(WS-JANELA-HHMM, 100) * 60
      * JANELA QUE TERMINA NA MADRUGADA SEGUINTE AO INICIO.
              IF WS-SEG-JANELA < WS-SEG-INICIO-CADEIA
                 ADD 86400 TO WS-SEG-JANELA
              END-IF
           END-IF

           MOVE "N" TO WS-EXISTE-HIST
           MOVE "ETAPAHIST.DAT" TO WID-ARQ-ETAPA-HIST
           OPEN I-O ARQ-ETAPA-HIST
           IF WS-RESULTADO-ETH = 35
              OPEN OUTPUT ARQ-ETAPA-HIST
              CLOSE ARQ-ETAPA-HIST
              OPEN I-O ARQ-ETAPA-HIST
           END-IF
           IF WS-RESULTADO-ETH NOT = 00
              DISPLAY "ETAPAHIST.DAT INDISPONIVEL - TEMPOS NAO REGISTRAD
      -"OS" AT 2201
              GO TO F-PREPARA-HISTORICO
           END-IF
           MOVE "S" TO WS-EXISTE-HIST

           PERFORM VARYING WS-IDX-ETAPA FROM 1 BY 1
              UNTIL WS-IDX-ETAPA > WS-QTD-ETAPAS
              PERFORM CALCULA-MEDIA-ETAPA THRU F-CALCULA-MEDIA-ETAPA
           END-PERFORM
           MOVE ZEROS TO WS-IDX-ETAPA
           MOVE WS-SEG-INICIO-CADEIA TO WS-SEG-AGORA
           PERFORM VERIFICA-JANELA THRU F-VERIFICA-JANELA.
       F-PREPARA-HISTORICO. EXIT.

      * MEDIA DAS ULTIMAS WS-QTD-MEDIA EXECUCOES BEM SUCEDIDAS DA
      * ETAPA WS-IDX-ETAPA EM NOITES ANTERIORES (A CHAVE DO HISTORICO
      * TRAZ AS NOITES EM ORDEM DE DATA).
       CALCULA-MEDIA-ETAPA.
           MOVE WS-ETP-NOME(WS-IDX-ETAPA) TO ETH-ETAPA
           MOVE ZEROS                     TO ETH-DATA-NUM
           START ARQ-ETAPA-HIST KEY NOT LESS ETH-CHAVE
           IF WS-RESULTADO-ETH NOT = 00
              GO TO F-CALCULA-MEDIA-ETAPA
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-ETAPA-HIST NEXT AT END
                 EXIT PERFORM
              END-READ
              IF ETH-ETAPA NOT = WS-ETP-NOME(WS-IDX-ETAPA)
                 OR ETH-DATA-NUM NOT < WS-HOJE-NUM
                 EXIT PERFORM
              END-IF
              IF ETH-RESULTADO = "S"
                 ADD 1 TO WS-ETP-QTD(WS-IDX-ETAPA)
                 COMPUTE WS-IDX-ULT =
                    FUNCTION MOD(WS-ETP-QTD(WS-IDX-ETAPA) - 1,
                                 WS-QTD-MEDIA) + 1
                 MOVE ETH-SEGUNDOS
                    TO WS-ETP-ULTIMO(WS-IDX-ETAPA, WS-IDX-ULT)
              END-IF
           END-PERFORM
           IF WS-ETP-QTD(WS-IDX-ETAPA) = ZEROS
              GO TO F-CALCULA-MEDIA-ETAPA
           END-IF
           MOVE ZEROS TO WS-SOMA-SEGUNDOS
           PERFORM VARYING WS-IDX-ULT FROM 1 BY 1
              UNTIL WS-IDX-ULT > WS-QTD-MEDIA
              ADD WS-ETP-ULTIMO(WS-IDX-ETAPA, WS-IDX-ULT)
                 TO WS-SOMA-SEGUNDOS
           END-PERFORM
           IF WS-ETP-QTD(WS-IDX-ETAPA) < WS-QTD-MEDIA
              COMPUTE WS-ETP-MEDIA(WS-IDX-ETAPA) ROUNDED =
                 WS-SOMA-SEGUNDOS / WS-ETP-QTD(WS-IDX-ETAPA)
           ELSE
              COMPUTE WS-ETP-MEDIA(WS-IDX-ETAPA) ROUNDED =
                 WS-SOMA-SEGUNDOS / WS-QTD-MEDIA
           END-IF.
       F-CALCULA-MEDIA-ETAPA. EXIT.

      * MARCA O INICIO DA ETAPA E ESVAZIA O VOLUME.CTL, PARA QUE SO O
      * QUE A PROPRIA ETAPA GRAVAR SEJA LIDO NO FIM DELA.
       INICIA-ETAPA.
           ACCEPT WS-HORA-INICIO-ETAPA FROM TIME
           OPEN OUTPUT ARQ-CTL-VOLUME
           IF WS-RESULTADO-VOL = 00
              CLOSE ARQ-CTL-VOLUME
           END-IF.
       F-INICIA-ETAPA. EXIT.

      * FIM DA ETAPA WS-IDX-ETAPA: DURACAO, VOLUME, COMPARACAO COM A
      * DURACAO ESPERADA, PROJECAO DA JANELA E GRAVACAO NO HISTORICO.
       REGISTRA-ETAPA.
           ACCEPT WS-HORA-FIM-ETAPA FROM TIME
           IF WS-EXISTE-HIST NOT = "S"
              GO TO F-REGISTRA-ETAPA
           END-IF
           MOVE WS-HORA-INICIO-ETAPA TO WS-HORA-TRAB-NUM
           PERFORM CONVERTE-HORA THRU F-CONVERTE-HORA
           MOVE WS-SEG-TRAB TO WS-SEG-INICIO-ETAPA
           MOVE WS-HORA-FIM-ETAPA TO WS-HORA-TRAB-NUM
           PERFORM CONVERTE-HORA THRU F-CONVERTE-HORA
           MOVE WS-SEG-TRAB TO WS-SEG-FIM-ETAPA
      * ETAPA QUE ATRAVESSA A MEIA-NOITE.
           IF WS-SEG-FIM-ETAPA < WS-SEG-INICIO-ETAPA
              COMPUTE WS-SEG-DURACAO =
                 WS-SEG-FIM-ETAPA + 86400 - WS-SEG-INICIO-ETAPA
           ELSE
              COMPUTE WS-SEG-DURACAO =
                 WS-SEG-FIM-ETAPA - WS-SEG-INICIO-ETAPA
           END-IF

           INITIALIZE REGISTRO-ETAPA-HIST
           MOVE WS-ETP-NOME(WS-IDX-ETAPA) TO ETH-ETAPA
           MOVE WS-HOJE-NUM               TO ETH-DATA-NUM
           MOVE DATA-DE-HOJE              TO ETH-DATA
           MOVE WS-HORA-INICIO-ETAPA      TO ETH-HORA-INICIO
           MOVE WS-HORA-FIM-ETAPA         TO ETH-HORA-FIM
           MOVE WS-SEG-DURACAO            TO ETH-SEGUNDOS
           MOVE WS-JOB-RESULTADO          TO ETH-RESULTADO
           MOVE WS-ETP-MEDIA(WS-IDX-ETAPA) TO ETH-MEDIA-SEGUNDOS
           MOVE WS-OPERADOR-ATUAL         TO ETH-OPERADOR
           MOVE SPACES                    TO ETH-ARQUIVO
           OPEN INPUT ARQ-CTL-VOLUME
           IF WS-RESULTADO-VOL = 00
              READ ARQ-CTL-VOLUME
                 AT END
                    CONTINUE
                 NOT AT END
                    IF VOL-PROGRAMA = WS-ETP-PROGRAMA(WS-IDX-ETAPA)
                       MOVE VOL-ARQUIVO  TO ETH-ARQUIVO
                       IF VOL-LIDOS NUMERIC
                          MOVE VOL-LIDOS    TO ETH-LIDOS
                       END-IF
                       IF VOL-GRAVADOS NUMERIC
                          MOVE VOL-GRAVADOS TO ETH-GRAVADOS
                       END-IF
                    END-IF
              END-READ
              CLOSE ARQ-CTL-VOLUME
           END-IF

           MOVE SPACES TO WS-ALERTA-ETAPA
           IF WS-JOB-RESULTADO = "S"
              AND WS-ETP-MEDIA(WS-IDX-ETAPA) > ZEROS
              COMPUTE WS-SEG-LIMITE =
                 WS-ETP-MEDIA(WS-IDX-ETAPA) * (100 + WS-TOLERANCIA)
                 / 100
              IF WS-SEG-LIMITE <
                 WS-ETP-MEDIA(WS-IDX-ETAPA) + WS-FOLGA-MINIMA
                 COMPUTE WS-SEG-LIMITE =
                    WS-ETP-MEDIA(WS-IDX-ETAPA) + WS-FOLGA-MINIMA
              END-IF
              IF WS-SEG-DURACAO > WS-SEG-LIMITE
                 MOVE "D" TO WS-ALERTA-ETAPA
                 PERFORM ALERTA-DURACAO THRU F-ALERTA-DURACAO
              END-IF
           END-IF

           MOVE WS-SEG-FIM-ETAPA TO WS-SEG-AGORA
           IF WS-PAROU = "N"
              PERFORM VERIFICA-JANELA THRU F-VERIFICA-JANELA
              MOVE WS-PROJECAO-HHMM TO ETH-PROJECAO-FIM
           END-IF
           MOVE WS-ALERTA-ETAPA TO ETH-ALERTA

           WRITE REGISTRO-ETAPA-HIST
           IF WS-RESULTADO-ETH = 22
              REWRITE REGISTRO-ETAPA-HIST
           END-IF.
       F-REGISTRA-ETAPA. EXIT.

      * TERMINO PROJETADO DO ENCADEAMENTO: AGORA (WS-SEG-AGORA) MAIS
      * AS DURACOES ESPERADAS DAS ETAPAS DEPOIS DE WS-IDX-ETAPA. UM
      * SO ALERTA DE JANELA POR NOITE.
       VERIFICA-JANELA.
           IF WS-SEG-AGORA < WS-SEG-INICIO-CADEIA
              ADD 86400 TO WS-SEG-AGORA
           END-IF
           MOVE WS-SEG-AGORA TO WS-SEG-PROJECAO
           COMPUTE WS-IDX-SOMA = WS-IDX-ETAPA + 1
           PERFORM UNTIL WS-IDX-SOMA > WS-QTD-ETAPAS
              ADD WS-ETP-MEDIA(WS-IDX-SOMA) TO WS-SEG-PROJECAO
              ADD 1 TO WS-IDX-SOMA
           END-PERFORM
           COMPUTE WS-SEG-TRAB = FUNCTION MOD(WS-SEG-PROJECAO, 86400)
           COMPUTE WS-PROJECAO-HHMM =
              FUNCTION INTEGER(WS-SEG-TRAB / 3600) * 100
              + FUNCTION INTEGER(FUNCTION MOD(WS-SEG-TRAB, 3600) / 60)
           IF WS-JANELA-ATIVA NOT = "S"
              OR WS-ALERTA-JANELA = "S"
              OR WS-SEG-PROJECAO NOT > WS-SEG-JANELA
              GO TO F-VERIFICA-JANELA
           END-IF
           MOVE "S" TO WS-ALERTA-JANELA
           IF WS-ALERTA-ETAPA = "D"
              MOVE "A" TO WS-ALERTA-ETAPA
           ELSE
              MOVE "J" TO WS-ALERTA-ETAPA
           END-IF
           INITIALIZE REG-ALERTA-BATCH
           IF WS-IDX-ETAPA = ZEROS
              MOVE "INICIO" TO ALB-ETAPA
           ELSE
              MOVE WS-ETP-NOME(WS-IDX-ETAPA) TO ALB-ETAPA
           END-IF
           MOVE "J"              TO ALB-TIPO
           MOVE WS-JANELA-HHMM   TO ALB-ESPERADO
           MOVE WS-PROJECAO-HHMM TO ALB-REAL
           MOVE WS-JANELA-HHMM   TO WS-HORA-ED
           MOVE WS-PROJECAO-HHMM TO WS-PROJECAO-ED
           STRING "TERMINO PROJETADO " WS-PROJECAO-ED
                  " PASSA DA JANELA (LIMITE " WS-HORA-ED ")"
                  DELIMITED BY SIZE INTO ALB-MENSAGEM
           PERFORM GRAVA-ALERTA THRU F-GRAVA-ALERTA.
       F-VERIFICA-JANELA. EXIT.

       ALERTA-DURACAO.
           INITIALIZE REG-ALERTA-BATCH
           MOVE WS-ETP-NOME(WS-IDX-ETAPA)  TO ALB-ETAPA
           MOVE "D"                        TO ALB-TIPO
           MOVE WS-ETP-MEDIA(WS-IDX-ETAPA) TO ALB-ESPERADO
           MOVE WS-SEG-DURACAO             TO ALB-REAL
           MOVE WS-ETP-MEDIA(WS-IDX-ETAPA) TO WS-ESPERADO-ED
           MOVE WS-SEG-DURACAO             TO WS-REAL-ED
           STRING "ETAPA ACIMA DA DURACAO ESPERADA - "
                  WS-REAL-ED " S, MEDIA " WS-ESPERADO-ED " S"
                  DELIMITED BY SIZE INTO ALB-MENSAGEM
           PERFORM GRAVA-ALERTA THRU F-GRAVA-ALERTA.
       F-ALERTA-DURACAO. EXIT.

       GRAVA-ALERTA.
           MOVE DATA-DE-HOJE TO ALB-DATA
           ACCEPT ALB-HORA FROM TIME
           OPEN EXTEND ARQ-ALERTA-BATCH
           IF WS-RESULTADO-ALB NOT = 00
              OPEN OUTPUT ARQ-ALERTA-BATCH
           END-IF
           WRITE REG-ALERTA-BATCH
           CLOSE ARQ-ALERTA-BATCH
           MOVE "S" TO WS-HOUVE-ALERTA
           DISPLAY "ALERTA:"    AT 2201
           DISPLAY ALB-ETAPA    AT 2209
           DISPLAY ALB-MENSAGEM AT 2220.
       F-GRAVA-ALERTA. EXIT.

      * HHMMSSCC EM WS-HORA-TRAB -> SEGUNDOS DO DIA EM WS-SEG-TRAB.
       CONVERTE-HORA.
           COMPUTE WS-SEG-TRAB =
              WS-HTR-HH * 3600 + WS-HTR-MM * 60 + WS-HTR-SS.
       F-CONVERTE-HORA. EXIT.

      * A LINHA "PROG12" NO BATCH.PRM LIGA O MODO NAO ASSISTIDO DO
      * BATCH DIARIO; AS RESPOSTAS DE CADA ETAPA FICAM NAS LINHAS
      * "IMPORTACAO", "PROG03", "PROG04" E "PROG05" DO MESMO ARQUIVO.
      * RESPOSTAS DA LINHA "PROG12":
      *   1 - HORA LIMITE DA JANELA DO BATCH, HHMM (VAZIO = SEM
      *       CONTROLE DE JANELA);
      *   2 - TOLERANCIA EM % SOBRE A DURACAO MEDIA DA ETAPA ANTES DO
      *       ALERTA (VAZIO = 50).
       LE-PARAMETROS-BATCH.
           MOVE "N"   TO WS-MODO-BATCH
           MOVE "N"   TO WS-JANELA-ATIVA
           MOVE 50    TO WS-TOLERANCIA
           MOVE ZEROS TO WS-FIM-PRM
           OPEN INPUT ARQ-BATCH-PRM
           IF WS-RESULTADO-PRM = 00
                 IF PRM-PROGRAMA = "PROG12"
                    MOVE "S" TO WS-MODO-BATCH
                    MOVE 1 TO WS-FIM-PRM
                    IF PRM-RESPOSTA-1 NOT = SPACES
                       COMPUTE WS-JANELA-HHMM =
                          FUNCTION NUMVAL(PRM-RESPOSTA-1)
                       IF WS-JANELA-HHMM < 2400
                          AND FUNCTION MOD(WS-JANELA-HHMM, 100) < 60
                          MOVE "S" TO WS-JANELA-ATIVA
                       END-IF
                    END-IF
                    IF PRM-RESPOSTA-2 NOT = SPACES
                       COMPUTE WS-TOLERANCIA =
                          FUNCTION NUMVAL(PRM-RESPOSTA-2)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-BATCH-PRM
