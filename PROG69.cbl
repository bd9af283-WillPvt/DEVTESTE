       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG69.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- FECHAMENTO MENSAL E TRAVA DE PERIODO -------
      * FECHAMENTO FORMAL DE UMA COMPETENCIA: ENCADEIA, NESTA ORDEM, A
      * CONCILIACAO DO FATURAMENTO (PROG52), A CLASSIFICACAO ABC
      * (PROG38), O CALCULO DE COMISSOES (PROG33), O META X REALIZADO
      * (PROG34) E A RECEITA POR LINHA DE PRODUTO (PROG59), PARANDO
      * NA PRIMEIRA ETAPA QUE REGISTRAR FALHA EM EXECUCAO.LOG, COMO O
      * BATCH DIARIO DO PROG12. DEPOIS DA CONCILIACAO, TODA DATA DA
      * COMPETENCIA NO CONCILIA.DAT TEM DE ESTAR CONCILIADA (AO MENOS
      * UMA, NENHUMA DIVERGENTE); DEPOIS DAS COMISSOES, A FOLHA DA
      * COMPETENCIA (FOLHAPAG-AAAAMM.DAT, OU FOLHAPAG-Enn-AAAAMM.DAT
      * QUANDO A SESSAO E DE OUTRA EMPRESA QUE NAO A 01) TEM DE
      * EXISTIR. A TRAVA DO PERIODO VALE PARA TODAS AS EMPRESAS: AS
      * DEMAIS CALCULAM SUAS COMISSOES NO PROG33 ANTES DO FECHAMENTO.
      * COM TODAS AS ETAPAS EM ORDEM A COMPETENCIA E MARCADA FECHADA
      * NO PERIODO.DAT: A PARTIR DAI A CARGA DE PEDIDOS (PROG19), A
      * LIBERACAO DE RETIDOS (PROG63), A BAIXA DE PAGAMENTOS (PROG32)
      * E O RECALCULO DE COMISSOES (PROG33) RECUSAM MOVIMENTO DATADO
      * NELA.
      * A REABERTURA EXIGE OPERADOR DE NIVEL 3 E UM MOTIVO; FICA NO
      * PROPRIO PERIODO.DAT E NO AUDITORIA.DAT (TIPO P, OPERACAO R),
      * ASSIM COMO CADA FECHAMENTO (OPERACAO F). O PERIODO REABERTO
      * VOLTA A SER FECHADO RODANDO O FECHAMENTO DE NOVO.
      * SO FECHA COMPETENCIA JA ENCERRADA (ANTERIOR AO MES CORRENTE).
      * AS ETAPAS SAO AS TELAS NORMAIS DE CADA PROGRAMA: O OPERADOR
      * INFORMA NELAS A MESMA COMPETENCIA QUE ESTA FECHANDO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PERIODO ASSIGN TO DISK WID-ARQ-PERIODO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PER-COMPETENCIA
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PER.

           SELECT ARQ-CONCILIA ASSIGN TO DISK WID-ARQ-CONCILIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CON-DATA-NUM
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CON.

           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AUD-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AUD.

           SELECT ARQ-FOLHA ASSIGN TO DISK WS-LOCAL-ARQ-FOLHA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-FOL.

           SELECT ARQ-CTL-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXEC.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PERIODO.FD".

       COPY "ARQ-CONCILIA.FD".

       COPY "ARQ-AUDITORIA.FD".

      * SO A EXISTENCIA DA FOLHA DA COMPETENCIA E CONFERIDA.
       FD ARQ-FOLHA.
       01 LINHA-FOLHA  PIC X(80).

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
       77 WID-ARQ-PERIODO       PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONCILIA      PIC X(50) VALUE SPACES.
       77 WID-ARQ-AUDITORIA     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-FOLHA    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PER      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CON      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AUD      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FOL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-SUFIXO-EMPRESA     PIC X(04) VALUE SPACES.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-ANO-CALCULO        PIC 9(04) VALUE ZEROS.
       77 WS-MES-CALCULO        PIC 9(02) VALUE ZEROS.
       77 WS-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-ATUAL  PIC 9(06) VALUE ZEROS.
       77 WS-MOTIVO             PIC X(40) VALUE SPACES.
       77 WS-PERIODO-EXISTE     PIC X(01) VALUE "N".

      * ENCADEAMENTO DAS ETAPAS (MESMO ESQUEMA DO PROG12); SO VALE O
      * REGISTRO DE EXECUCAO GRAVADO DEPOIS DO INICIO DA ETAPA.
       77 WS-PAROU              PIC X(01) VALUE "N".
       77 WS-JOB-ATUAL          PIC X(10) VALUE SPACES.
       77 WS-JOB-RESULTADO      PIC X(01) VALUE SPACES.
       77 WS-HORA-INICIO        PIC 9(08) VALUE ZEROS.
       77 WS-MOTIVO-PARADA      PIC X(45) VALUE SPACES.

      * CONFERENCIA DA CONCILIACAO DA COMPETENCIA.
       77 WS-DATA-INICIO-MES    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-FIM-MES       PIC 9(08) VALUE ZEROS.
       77 WS-QTD-CONCILIADAS    PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DIVERGENTES    PIC 9(03) VALUE ZEROS.
       77 WS-DATA-DIVERGENTE    PIC X(10) VALUE SPACES.

      * TRAVA DO FECHAMENTO (BLOQUEIO.CTL).
       77 WS-ACAO-TRAVA         PIC X(01) VALUE SPACES.
       77 WS-ARQUIVO-TRAVA      PIC X(20) VALUE SPACES.
       77 WS-PROGRAMA-TRAVA     PIC X(10) VALUE "PROG69".
       77 WS-RESULT-TRAVA       PIC X(01) VALUE SPACES.
       77 WS-DETENTOR-TRAVA     PIC X(40) VALUE SPACES.

      * TRILHA DE AUDITORIA DO PERIODO.
       77 WS-PROXIMA-SEQ-AUD    PIC 9(05) VALUE ZEROS.
       77 WS-OPERACAO-AUD       PIC X(01) VALUE SPACES.
       77 WS-IMAGEM-ANTES       PIC X(100) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS      PIC X(100) VALUE SPACES.

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-FECHAMENTO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  FECHAMENTO MENSAL DO PERIODO  ".
          02 LINE 02 COLUMN 73 VALUE "PROG69".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO: FECHAR (F) OU REABRIR (R).".
          02 LINE 07 COLUMN 01 VALUE
             "ANO DA COMPETENCIA................".
          02 LINE 09 COLUMN 01 VALUE
             "MES DA COMPETENCIA................".

       01 TELA-REABERTURA.
          02 LINE 11 COLUMN 01 VALUE
             "MOTIVO DA REABERTURA..............".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-FECHAMENTO AT 0101
           PERFORM UNTIL WS-FUNCAO = "F" OR = "R"
              ACCEPT WS-FUNCAO AT 0536
           END-PERFORM
           PERFORM UNTIL WS-ANO-CALCULO > 2000
              ACCEPT WS-ANO-CALCULO AT 0736
           END-PERFORM
           PERFORM UNTIL WS-MES-CALCULO > 00
              AND WS-MES-CALCULO < 13
              ACCEPT WS-MES-CALCULO AT 0936
           END-PERFORM
           COMPUTE WS-COMPETENCIA =
              WS-ANO-CALCULO * 100 + WS-MES-CALCULO

           MOVE "PERIODO.DAT" TO WID-ARQ-PERIODO
           OPEN I-O ARQ-PERIODO
           IF WS-RESULTADO-PER = 35
              OPEN OUTPUT ARQ-PERIODO
              CLOSE ARQ-PERIODO
              OPEN I-O ARQ-PERIODO
           END-IF
           IF WS-RESULTADO-PER NOT = 00
              DISPLAY "ERRO NA ABERTURA DO PERIODO.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-PER AT 2444
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "AUDITORIA.DAT" TO WID-ARQ-AUDITORIA
           OPEN I-O ARQ-AUDITORIA
           IF WS-RESULTADO-AUD = 35
              OPEN OUTPUT ARQ-AUDITORIA
              CLOSE ARQ-AUDITORIA
              OPEN I-O ARQ-AUDITORIA
           END-IF

           IF WS-FUNCAO = "R"
              PERFORM REABRE-PERIODO THRU F-REABRE-PERIODO
           ELSE
              PERFORM FECHA-PERIODO THRU F-FECHA-PERIODO
           END-IF

           CLOSE ARQ-PERIODO
           CLOSE ARQ-AUDITORIA
           ACCEPT PAUSA AT 2478
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

      * FECHAMENTO: CONFERE A COMPETENCIA, ENCADEIA AS ETAPAS E, SE
      * NENHUMA PAROU, MARCA O PERIODO FECHADO.
       FECHA-PERIODO.
           MOVE DATA-DE-HOJE(7:4) TO WS-COMPETENCIA-ATUAL(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-COMPETENCIA-ATUAL(5:2)
           IF WS-COMPETENCIA NOT < WS-COMPETENCIA-ATUAL
              DISPLAY "SO FECHA COMPETENCIA ANTERIOR AO MES CORRENTE"
                 AT 2001
              MOVE "N" TO WS-EXEC-RESULTADO
              GO TO F-FECHA-PERIODO
           END-IF
           PERFORM LE-PERIODO THRU F-LE-PERIODO
           IF WS-PERIODO-EXISTE = "S" AND PER-SITUACAO = "F"
              DISPLAY "COMPETENCIA JA FECHADA EM" AT 2001
              DISPLAY PER-DATA-FECHAMENTO        AT 2027
              DISPLAY "PELO OPERADOR"            AT 2038
              DISPLAY PER-OPERADOR-FECHA         AT 2052
              MOVE "N" TO WS-EXEC-RESULTADO
              GO TO F-FECHA-PERIODO
           END-IF

      * TRAVA DO FECHAMENTO: IMPEDE DUAS ESTACOES DE FECHAREM AO
      * MESMO TEMPO.
           MOVE "O"      TO WS-ACAO-TRAVA
           MOVE "PROG69" TO WS-ARQUIVO-TRAVA
           CALL "TRAVA-ARQUIVO" USING WS-ACAO-TRAVA
                                      WS-ARQUIVO-TRAVA
                                      WS-PROGRAMA-TRAVA
                                      WS-OPERADOR-ATUAL
                                      DATA-DE-HOJE
                                      WS-RESULT-TRAVA
                                      WS-DETENTOR-TRAVA
           IF WS-RESULT-TRAVA NOT = "S"
              DISPLAY "FECHAMENTO JA EM EXECUCAO EM OUTRA ESTACAO"
                 AT 2001
              DISPLAY WS-DETENTOR-TRAVA AT 2101
              MOVE "N" TO WS-EXEC-RESULTADO
              GO TO F-FECHA-PERIODO
           END-IF

           MOVE "N" TO WS-PAROU
           MOVE SPACES TO WS-MOTIVO-PARADA
           DISPLAY "INFORME A COMPETENCIA     /     NAS ETAPAS QUE A PE
      -"DIREM" AT 1301
           DISPLAY WS-MES-CALCULO AT 1324
           DISPLAY WS-ANO-CALCULO AT 1328
           ACCEPT PAUSA AT 1378

           PERFORM EXECUTA-PROG52 THRU F-EXECUTA-PROG52
           IF WS-PAROU = "N"
              PERFORM VERIFICA-CONCILIACAO THRU F-VERIFICA-CONCILIACAO
           END-IF
           IF WS-PAROU = "N"
              PERFORM EXECUTA-PROG38 THRU F-EXECUTA-PROG38
           END-IF
           IF WS-PAROU = "N"
              PERFORM EXECUTA-PROG33 THRU F-EXECUTA-PROG33
           END-IF
           IF WS-PAROU = "N"
              PERFORM EXECUTA-PROG34 THRU F-EXECUTA-PROG34
           END-IF
           IF WS-PAROU = "N"
              PERFORM EXECUTA-PROG59 THRU F-EXECUTA-PROG59
           END-IF

           MOVE "L"    TO WS-ACAO-TRAVA
           MOVE SPACES TO WS-ARQUIVO-TRAVA
           CALL "TRAVA-ARQUIVO" USING WS-ACAO-TRAVA
                                      WS-ARQUIVO-TRAVA
                                      WS-PROGRAMA-TRAVA
                                      WS-OPERADOR-ATUAL
                                      DATA-DE-HOJE
                                      WS-RESULT-TRAVA
                                      WS-DETENTOR-TRAVA

           DISPLAY TELA-FECHAMENTO AT 0101
           DISPLAY WS-FUNCAO      AT 0536
           DISPLAY WS-ANO-CALCULO AT 0736
           DISPLAY WS-MES-CALCULO AT 0936
           IF WS-PAROU = "S"
              DISPLAY "FECHAMENTO INTERROMPIDO - FALHA EM: " AT 2001
              DISPLAY WS-JOB-ATUAL                           AT 2038
              DISPLAY WS-MOTIVO-PARADA                       AT 2101
              MOVE "N" TO WS-EXEC-RESULTADO
              GO TO F-FECHA-PERIODO
           END-IF

      * TODAS AS ETAPAS EM ORDEM: A COMPETENCIA FICA FECHADA.
           PERFORM LE-PERIODO THRU F-LE-PERIODO
           IF WS-PERIODO-EXISTE = "S"
              MOVE REGISTRO-PERIODO TO WS-IMAGEM-ANTES
           ELSE
              MOVE SPACES TO WS-IMAGEM-ANTES
              INITIALIZE REGISTRO-PERIODO
              MOVE WS-COMPETENCIA TO PER-COMPETENCIA
           END-IF
           MOVE "F"               TO PER-SITUACAO
           MOVE DATA-DE-HOJE      TO PER-DATA-FECHAMENTO
           MOVE WS-OPERADOR-ATUAL TO PER-OPERADOR-FECHA
           IF WS-PERIODO-EXISTE = "S"
              REWRITE REGISTRO-PERIODO
           ELSE
              WRITE REGISTRO-PERIODO
           END-IF
           MOVE REGISTRO-PERIODO TO WS-IMAGEM-DEPOIS
           MOVE "F" TO WS-OPERACAO-AUD
           PERFORM GRAVA-AUDITORIA THRU F-GRAVA-AUDITORIA
           DISPLAY "COMPETENCIA FECHADA COM SUCESSO ..........."
              AT 2001.
       F-FECHA-PERIODO. EXIT.

      * REABERTURA: SO NIVEL 3, SO DE PERIODO FECHADO, COM MOTIVO.
       REABRE-PERIODO.
           IF WS-OPERADOR-NIVEL < 3
              DISPLAY "REABERTURA EXIGE OPERADOR DE NIVEL 3 ......"
                 AT 2001
              MOVE "N" TO WS-EXEC-RESULTADO
              GO TO F-REABRE-PERIODO
           END-IF
           PERFORM LE-PERIODO THRU F-LE-PERIODO
           IF WS-PERIODO-EXISTE NOT = "S" OR PER-SITUACAO NOT = "F"
              DISPLAY "COMPETENCIA NAO ESTA FECHADA ..............."
                 AT 2001
              MOVE "N" TO WS-EXEC-RESULTADO
              GO TO F-REABRE-PERIODO
           END-IF
           DISPLAY TELA-REABERTURA
           MOVE SPACES TO WS-MOTIVO
           PERFORM UNTIL WS-MOTIVO NOT = SPACES
              ACCEPT WS-MOTIVO AT 1136
           END-PERFORM
           MOVE REGISTRO-PERIODO  TO WS-IMAGEM-ANTES
           MOVE "A"               TO PER-SITUACAO
           MOVE DATA-DE-HOJE      TO PER-DATA-REABERTURA
           MOVE WS-OPERADOR-ATUAL TO PER-OPERADOR-REABRE
           MOVE WS-MOTIVO         TO PER-MOTIVO-REABERTURA
           ADD 1 TO PER-QTD-REABERTURAS
           REWRITE REGISTRO-PERIODO
           MOVE REGISTRO-PERIODO TO WS-IMAGEM-DEPOIS
           MOVE "R" TO WS-OPERACAO-AUD
           PERFORM GRAVA-AUDITORIA THRU F-GRAVA-AUDITORIA
           DISPLAY "COMPETENCIA REABERTA - REFECHE NESTE PROGRAMA"
              AT 2001.
       F-REABRE-PERIODO. EXIT.

       LE-PERIODO.
           MOVE "N" TO WS-PERIODO-EXISTE
           MOVE WS-COMPETENCIA TO PER-COMPETENCIA
           READ ARQ-PERIODO
           IF WS-RESULTADO-PER = 00
              MOVE "S" TO WS-PERIODO-EXISTE
           END-IF.
       F-LE-PERIODO. EXIT.

       EXECUTA-PROG52.
           DISPLAY "EXECUTANDO PROG52 (CONCILIACAO DO FATURAMENTO)"
              AT 1501
           MOVE "PROG52" TO WS-JOB-ATUAL
           ACCEPT WS-HORA-INICIO FROM TIME
           CALL "PROG52" USING DATA-DE-HOJE
           PERFORM VERIFICA-RESULTADO THRU F-VERIFICA-RESULTADO.
       F-EXECUTA-PROG52. EXIT.

       EXECUTA-PROG38.
           DISPLAY "EXECUTANDO PROG38 (CLASSIFICACAO ABC) ......."
              AT 1601
           MOVE "PROG38" TO WS-JOB-ATUAL
           ACCEPT WS-HORA-INICIO FROM TIME
           CALL "PROG38" USING DATA-DE-HOJE
           PERFORM VERIFICA-RESULTADO THRU F-VERIFICA-RESULTADO.
       F-EXECUTA-PROG38. EXIT.

      * ALEM DO RESULTADO DA ETAPA, A FOLHA DA COMPETENCIA QUE ESTA
      * SENDO FECHADA TEM DE TER SIDO GERADA.
       EXECUTA-PROG33.
           DISPLAY "EXECUTANDO PROG33 (CALCULO DE COMISSOES) ...."
              AT 1701
           MOVE "PROG33" TO WS-JOB-ATUAL
           ACCEPT WS-HORA-INICIO FROM TIME
           CALL "PROG33" USING DATA-DE-HOJE
           PERFORM VERIFICA-RESULTADO THRU F-VERIFICA-RESULTADO
           IF WS-PAROU = "S"
              GO TO F-EXECUTA-PROG33
           END-IF
           MOVE SPACES TO WS-LOCAL-ARQ-FOLHA
           STRING "FOLHAPAG" WS-SUFIXO-EMPRESA DELIMITED BY SPACE
                  "-" WS-COMPETENCIA ".DAT"
                  DELIMITED BY SIZE INTO WS-LOCAL-ARQ-FOLHA
           OPEN INPUT ARQ-FOLHA
           IF WS-RESULTADO-FOL = 00
              CLOSE ARQ-FOLHA
           ELSE
              MOVE "S" TO WS-PAROU
              MOVE "FOLHA DA COMPETENCIA NAO FOI GERADA"
                 TO WS-MOTIVO-PARADA
           END-IF.
       F-EXECUTA-PROG33. EXIT.

       EXECUTA-PROG34.
           DISPLAY "EXECUTANDO PROG34 (META X REALIZADO) ........"
              AT 1801
           MOVE "PROG34" TO WS-JOB-ATUAL
           ACCEPT WS-HORA-INICIO FROM TIME
           CALL "PROG34" USING DATA-DE-HOJE
           PERFORM VERIFICA-RESULTADO THRU F-VERIFICA-RESULTADO.
       F-EXECUTA-PROG34. EXIT.

       EXECUTA-PROG59.
           DISPLAY "EXECUTANDO PROG59 (RECEITA POR LINHA) ......."
              AT 1901
           MOVE "PROG59" TO WS-JOB-ATUAL
           ACCEPT WS-HORA-INICIO FROM TIME
           CALL "PROG59" USING DATA-DE-HOJE
           PERFORM VERIFICA-RESULTADO THRU F-VERIFICA-RESULTADO.
       F-EXECUTA-PROG59. EXIT.

      * ULTIMO REGISTRO DA ETAPA EM EXECUCAO.LOG GRAVADO HOJE DEPOIS DO
      * INICIO DELA; ETAPA QUE SAIU SEM REGISTRAR (A MANUTENCAO DE
      * TABELAS DO PROG33/PROG34, POR EXEMPLO) CONTA COMO FALHA.
       VERIFICA-RESULTADO.
           MOVE SPACES TO WS-JOB-RESULTADO
           OPEN INPUT ARQ-CTL-EXECUCAO
           IF WS-RESULTADO-EXEC = 00
              MOVE ZEROS TO CONTROLE-FIM
              PERFORM UNTIL CONTROLE-FIM = 1
                 READ ARQ-CTL-EXECUCAO NEXT
                    AT END
                       MOVE 1 TO CONTROLE-FIM
                       EXIT PERFORM
                 END-READ
                 IF EXEC-PROGRAMA = WS-JOB-ATUAL
                    AND EXEC-DATA = DATA-DE-HOJE
                    AND EXEC-HORA NOT < WS-HORA-INICIO
                    MOVE EXEC-RESULTADO TO WS-JOB-RESULTADO
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTL-EXECUCAO
           END-IF

           IF WS-JOB-RESULTADO NOT = "S"
              MOVE "S" TO WS-PAROU
              MOVE "ETAPA NAO CONCLUIDA" TO WS-MOTIVO-PARADA
           END-IF.
       F-VERIFICA-RESULTADO. EXIT.

      * TODA DATA DA COMPETENCIA NO CONCILIA.DAT TEM DE ESTAR
      * CONCILIADA, E AO MENOS UMA TEM DE TER SIDO CONCILIADA.
       VERIFICA-CONCILIACAO.
           MOVE ZEROS  TO WS-QTD-CONCILIADAS
           MOVE ZEROS  TO WS-QTD-DIVERGENTES
           MOVE SPACES TO WS-DATA-DIVERGENTE
           COMPUTE WS-DATA-INICIO-MES = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-DATA-FIM-MES    = WS-COMPETENCIA * 100 + 31
           MOVE "CONCILIA.DAT" TO WID-ARQ-CONCILIA
           OPEN INPUT ARQ-CONCILIA
           IF WS-RESULTADO-CON = 00
              MOVE WS-DATA-INICIO-MES TO CON-DATA-NUM
              START ARQ-CONCILIA KEY NOT LESS CON-DATA-NUM
              IF WS-RESULTADO-CON = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-CONCILIA NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF CON-DATA-NUM > WS-DATA-FIM-MES
                       EXIT PERFORM
                    END-IF
                    IF CON-SITUACAO = "C"
                       ADD 1 TO WS-QTD-CONCILIADAS
                    ELSE
                       ADD 1 TO WS-QTD-DIVERGENTES
                       IF WS-DATA-DIVERGENTE = SPACES
                          MOVE CON-DATA TO WS-DATA-DIVERGENTE
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE ARQ-CONCILIA
           END-IF
           EVALUATE TRUE
              WHEN WS-QTD-DIVERGENTES > ZEROS
                 MOVE "S" TO WS-PAROU
                 MOVE SPACES TO WS-MOTIVO-PARADA
                 STRING "DATA DIVERGENTE NA CONCILIACAO: "
                        WS-DATA-DIVERGENTE
                        DELIMITED BY SIZE INTO WS-MOTIVO-PARADA
              WHEN WS-QTD-CONCILIADAS = ZEROS
                 MOVE "S" TO WS-PAROU
                 MOVE "NENHUMA DATA DA COMPETENCIA CONCILIADA"
                    TO WS-MOTIVO-PARADA
           END-EVALUATE.
       F-VERIFICA-CONCILIACAO. EXIT.

      * PROXIMA SEQUENCIA DA COMPETENCIA NA TRILHA (TIPO P).
       GRAVA-AUDITORIA.
           MOVE ZEROS TO WS-PROXIMA-SEQ-AUD
           MOVE "P"            TO AUD-TIPO
           MOVE WS-COMPETENCIA TO AUD-CODIGO
           MOVE ZEROS          TO AUD-SEQUENCIA
           START ARQ-AUDITORIA KEY NOT LESS AUD-CHAVE
           IF WS-RESULTADO-AUD = 00
              PERFORM UNTIL EXIT
                 READ ARQ-AUDITORIA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF AUD-TIPO NOT = "P"
                    OR AUD-CODIGO NOT = WS-COMPETENCIA
                    EXIT PERFORM
                 END-IF
                 MOVE AUD-SEQUENCIA TO WS-PROXIMA-SEQ-AUD
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ-AUD
           MOVE "P"                TO AUD-TIPO
           MOVE WS-COMPETENCIA     TO AUD-CODIGO
           MOVE WS-PROXIMA-SEQ-AUD TO AUD-SEQUENCIA
           MOVE WS-OPERACAO-AUD    TO AUD-OPERACAO
           MOVE DATA-DE-HOJE       TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR-ATUAL  TO AUD-OPERADOR
           MOVE WS-IMAGEM-ANTES    TO AUD-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS   TO AUD-IMAGEM-DEPOIS
           WRITE REGISTRO-AUDITORIA.
       F-GRAVA-AUDITORIA. EXIT.

       GRAVA-EXECUCAO.
           MOVE "PROG69" TO EXEC-PROGRAMA
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
      * PROG24): FECHAR EXIGE NIVEL 2, REABRIR EXIGE NIVEL 3. A
      * EMPRESA DA SESSAO DEFINE A FOLHA CONFERIDA (SUFIXO -Enn).
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE ZEROS  TO WS-OPERADOR-NIVEL
           MOVE 01     TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
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
