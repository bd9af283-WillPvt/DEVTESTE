      * E DENTRO DE CADA DIA OS CLIENTES SEGUEM A ORDEM DE ROTEIRO
      * DO VIZINHO MAIS PROXIMO DO PROG20. IMPRIME UMA AGENDA POR
      * VENDEDOR (RAGENDA.TXT), UMA PAGINA POR VENDEDOR.
      * AS VISITAS PLANEJADAS FICAM TAMBEM NO AGENDA.DAT (GERAR DE
      * NOVO O MESMO MES SUBSTITUI A AGENDA DAQUELE MES), BASE DO
      * PLANEJADO X REALIZADO NO SCORECARD DE VENDEDORES (PROG82).
      * OS PROSPECTS EM TRABALHO ATRIBUIDOS AO VENDEDOR PELO PROG83
      * (PROSPATRIB.DAT, JA GEOCODIFICADOS) ENTRAM NO ROTEIRO COM A
      * QUANTIDADE DE VISITAS NO MES INFORMADA NA TELA, ESPACADAS
      * PELAS SEMANAS; SAEM NA AGENDA MARCADOS "(PROSPECT)" E NO
      * AGENDA.DAT COM CLASSE "P".
      * CLIENTE DO GRUPO ALVO DE UMA CAMPANHA DE VENDAS (PROG89) QUE
      * ESTEJA EM ANDAMENTO EM ALGUM DIA DO MES SAI MARCADO
      * "(CAMP NNNNN)" NA AGENDA DO VENDEDOR.
      * OPERADOR DE NIVEL 1 VINCULADO A UMA CARTEIRA (OPERVEN.DAT,
      * PROG24) SO RECEBE A AGENDA DOS CLIENTES E PROSPECTS DELA
      * (VERIFICA-CARTEIRA), SEM GRAVAR NO AGENDA.DAT.
      * SO ENTRAM OS VENDEDORES E CLIENTES DA EMPRESA ESCOLHIDA NO
      * SIGN-ON (TODOS NA SESSAO CONSOLIDADA, EMPRESA 00); NO
      * AGENDA.DAT SO E SUBSTITUIDA A AGENDA DO MES DOS VENDEDORES
      * DELA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-FER.

           SELECT ARQ-AGENDA ASSIGN TO DISK WID-ARQ-AGENDA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AGD-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AGD.

           SELECT ARQ-PROSPECT ASSIGN TO DISK WID-ARQ-PROSPECT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRO.

           SELECT ARQ-PROSPECT-ATRIB ASSIGN TO DISK
                  WID-ARQ-PROSPECT-ATRIB
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PAT-PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PAT.

           SELECT ARQ-CAMPANHA ASSIGN TO DISK WID-ARQ-CAMPANHA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CMP.

           SELECT ARQ-CAMPANHA-CLI ASSIGN TO DISK WID-ARQ-CAMPANHA-CLI
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CPC-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CPC.

           SELECT RELATORIO ASSIGN TO "RAGENDA.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".
       SD ARQ-DIST-SORT.
          01 REG-DIST-SORT.
             02 AGE-VEN-CODIGO-SORT   PIC 9(03).
             02 AGE-TIPO-SORT         PIC X(01).
             02 AGE-CLI-CODIGO-SORT   PIC 9(07).

      * TIPO: C = CLIENTE DA CARTEIRA, P = PROSPECT ATRIBUIDO.
       FD ARQ-DIST-SAI.
          01 REG-DIST-SAI.
             02 AGE-VEN-CODIGO-SAI    PIC 9(03).
             02 AGE-TIPO-SAI          PIC X(01).
             02 AGE-CLI-CODIGO-SAI    PIC 9(07).

       FD ARQ-FERIADOS.
             02 FILLER             PIC X(01).
             02 FER-DESCRICAO      PIC X(40).

       COPY "ARQ-AGENDA.FD".

       COPY "ARQ-PROSPECT.FD".

       COPY "ARQ-PROSPECT-ATRIB.FD".

       COPY "ARQ-CAMPANHA.FD".

       COPY "ARQ-CAMPANHA-CLI.FD".

       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ABC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FER      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-AGENDA        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-AGD      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-PROSPECT      PIC X(50) VALUE SPACES.
       77 WID-ARQ-PROSPECT-ATRIB PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PRO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PAT      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-PROSPECT    PIC X(01) VALUE "N".
       77 WS-VISITAS-PROSPECT   PIC 9(01) VALUE ZEROS.
       77 WS-PASSO-PROSPECT     PIC 9(02) VALUE ZEROS.
       77 WS-VISITAS-PRO-VEN    PIC 9(05) VALUE ZEROS.
       77 WS-COMPETENCIA-AGENDA PIC 9(06) VALUE ZEROS.
       77 WS-SEQ-AGENDA         PIC 9(05) VALUE ZEROS.
       77 WS-EXISTE-CLASSE      PIC X(01) VALUE "N".
       77 WID-ARQ-CAMPANHA      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CAMPANHA-CLI  PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CMP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CPC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EXISTE-CAMPANHA    PIC X(01) VALUE "N".
       77 WS-QTD-CAMPANHAS      PIC 9(02) VALUE ZEROS.
       77 WS-IDX-CMP            PIC 9(02) VALUE ZEROS.
       77 WS-INICIO-MES-NUM     PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MES-NUM        PIC 9(08) VALUE ZEROS.
       01 WS-TABELA-CAMPANHAS.
          02 WS-CMP-CODIGO OCCURS 20    PIC 9(05).
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-ANO-AGENDA         PIC 9(04) VALUE ZEROS.
       77 WS-MES-AGENDA         PIC 9(02) VALUE ZEROS.
             03 WS-AGE-LATITUDE         PIC S9(03)V9(08).
             03 WS-AGE-LONGITUDE        PIC S9(03)V9(08).
             03 WS-AGE-VISITADO         PIC X(01).
             03 WS-AGE-VISITAS-MES      PIC 9(02).
       01 WS-TAB-ROTEIRO.
          02 WS-ROTA-IDX OCCURS 1000    PIC 9(04).
       01 WS-TAB-DEVIDOS.
          02 CAB-MES      PIC 9(02).
          02 FILLER       PIC X(01) VALUE "/".
          02 CAB-ANO      PIC 9(04).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE SPACES.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".
          02 DET-CLI-NOME        PIC X(40).
          02 FILLER              PIC X(10) VALUE "  CLASSE: ".
          02 DET-CLASSE          PIC X(01).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-OBS             PIC X(12).
          02 FILLER              PIC X(52) VALUE SPACES.

       01 LINHA-TOTAL-VEN.
          02 FILLER              PIC X(30) VALUE
             "   VISITAS PLANEJADAS NO MES: ".
          02 TOT-VISITAS         PIC ZZZZ9.
          02 FILLER              PIC X(20) VALUE
             "   A PROSPECTS: ".
          02 TOT-VISITAS-PRO     PIC ZZZZ9.
          02 FILLER              PIC X(72) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".
       COPY "AREA-CARTEIRA.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
             "ANO DA AGENDA (AAAA)..............".
          02 LINE 07 COLUMN 01 VALUE
             "MES DA AGENDA (MM)................".
          02 LINE 09 COLUMN 01 VALUE
             "VISITAS NO MES POR PROSPECT (0-4).".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           DISPLAY TELA-AGENDA AT 0101
           PERFORM UNTIL WS-ANO-AGENDA > 2000
              ACCEPT WS-ANO-AGENDA AT 0536
              AND WS-MES-AGENDA < 13
              ACCEPT WS-MES-AGENDA AT 0736
           END-PERFORM
           MOVE 9 TO WS-VISITAS-PROSPECT
           PERFORM UNTIL WS-VISITAS-PROSPECT < 5
              ACCEPT WS-VISITAS-PROSPECT AT 0936
           END-PERFORM

           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
              EXIT PROGRAM
           END-IF
           CLOSE ARQ-DIST
           INITIALIZE AREA-CARTEIRA
           MOVE "I"          TO CART-ACAO
           MOVE DATA-DE-HOJE TO CART-DATA
           CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
              MOVE "N" TO WS-EXISTE-CLASSE
           END-IF

      * SEM PROSPECT.DAT OU PROSPATRIB.DAT A AGENDA SAI SO COM OS
      * CLIENTES DA CARTEIRA.
           MOVE "N" TO WS-EXISTE-PROSPECT
           IF WS-VISITAS-PROSPECT > ZEROS
              MOVE "PROSPECT.DAT" TO WID-ARQ-PROSPECT
              OPEN INPUT ARQ-PROSPECT
              IF WS-RESULTADO-PRO = 00
                 MOVE "PROSPATRIB.DAT" TO WID-ARQ-PROSPECT-ATRIB
                 OPEN INPUT ARQ-PROSPECT-ATRIB
                 IF WS-RESULTADO-PAT = 00
                    MOVE "S" TO WS-EXISTE-PROSPECT
                 ELSE
                    CLOSE ARQ-PROSPECT
                 END-IF
              END-IF
           END-IF

           PERFORM CARREGA-FERIADOS THRU F-CARREGA-FERIADOS
           PERFORM MONTA-CALENDARIO THRU F-MONTA-CALENDARIO
           IF WS-QTD-DIAS-UTEIS = ZEROS
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              IF WS-EXISTE-PROSPECT = "S"
                 CLOSE ARQ-PROSPECT
                 CLOSE ARQ-PROSPECT-ATRIB
              END-IF
              EXIT PROGRAM
           END-IF

           SORT ARQ-DIST-SORT
                ON ASCENDING KEY AGE-VEN-CODIGO-SORT
                ON ASCENDING KEY AGE-TIPO-SORT
                ON ASCENDING KEY AGE-CLI-CODIGO-SORT
                INPUT PROCEDURE CLASSIFICA-DIST
                GIVING ARQ-DIST-SAI

           COMPUTE WS-COMPETENCIA-AGENDA =
              WS-ANO-AGENDA * 100 + WS-MES-AGENDA
      * A AGENDA DE UMA CARTEIRA SO SAI IMPRESSA: O AGENDA.DAT DO MES
      * CONTINUA SENDO O DA AGENDA COMPLETA.
           IF CART-RESTRITO NOT = "S"
              MOVE "AGENDA.DAT" TO WID-ARQ-AGENDA
              OPEN I-O ARQ-AGENDA
              IF WS-RESULTADO-AGD NOT = 00
                 OPEN OUTPUT ARQ-AGENDA
                 CLOSE ARQ-AGENDA
                 OPEN I-O ARQ-AGENDA
              END-IF
              PERFORM LIMPA-AGENDA-MES THRU F-LIMPA-AGENDA-MES
           END-IF
           PERFORM CARREGA-CAMPANHAS THRU F-CARREGA-CAMPANHAS

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE   TO CAB-DATA
           MOVE WS-MES-AGENDA  TO CAB-MES
           MOVE WS-ANO-AGENDA  TO CAB-ANO
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF

           PERFORM PROCESSA-CARTEIRAS THRU F-PROCESSA-CARTEIRAS

           CLOSE RELATORIO
           IF CART-RESTRITO NOT = "S"
              CLOSE ARQ-AGENDA
           END-IF
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           IF WS-EXISTE-CLASSE = "S"
              CLOSE ARQ-CLASSE-ABC
           END-IF
           IF WS-EXISTE-PROSPECT = "S"
              CLOSE ARQ-PROSPECT
              CLOSE ARQ-PROSPECT-ATRIB
           END-IF
           IF WS-EXISTE-CAMPANHA = "S"
              CLOSE ARQ-CAMPANHA
              CLOSE ARQ-CAMPANHA-CLI
           END-IF

           DISPLAY LIMPA-TELA
           DISPLAY "AGENDAS GERADAS EM RAGENDA.TXT, TECLE ENTER PARA RE
           ACCEPT PAUSA AT 2478
           EXIT PROGRAM.

      * AGENDA JA GRAVADA PARA O MES PEDIDO SAI INTEIRA ANTES DE A
      * NOVA SER GERADA.
       LIMPA-AGENDA-MES.
           MOVE WS-COMPETENCIA-AGENDA TO AGD-COMPETENCIA
           MOVE ZEROS TO AGD-VEN-CODIGO
           MOVE ZEROS TO AGD-SEQUENCIA
           START ARQ-AGENDA KEY NOT LESS AGD-CHAVE
           IF WS-RESULTADO-AGD NOT = 00
              GO TO F-LIMPA-AGENDA-MES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-AGENDA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF AGD-COMPETENCIA NOT = WS-COMPETENCIA-AGENDA
                 EXIT PERFORM
              END-IF
      * NA SESSAO DE UMA EMPRESA FICA A AGENDA DOS VENDEDORES DAS
      * OUTRAS (VENDEDOR JA EXCLUIDO DO CADASTRO VALE COMO EMPRESA 01).
              IF WS-EMPRESA-SESSAO NOT = ZEROS
                 MOVE AGD-VEN-CODIGO TO VEN-CODIGO
                 READ ARQ-VENDEDOR
                 IF WS-RESULTADO-ACESSO NOT = 00
                    MOVE 01 TO VEN-EMPRESA
                 END-IF
                 IF VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              DELETE ARQ-AGENDA RECORD
           END-PERFORM.
       F-LIMPA-AGENDA-MES. EXIT.

      * CAMPANHAS DO PROG89 EM ANDAMENTO EM ALGUM DIA DO MES DA
      * AGENDA; SEM CAMPANHA.DAT OU CAMPCLI.DAT NADA E MARCADO.
       CARREGA-CAMPANHAS.
           MOVE "N"   TO WS-EXISTE-CAMPANHA
           MOVE ZEROS TO WS-QTD-CAMPANHAS
           COMPUTE WS-INICIO-MES-NUM = WS-COMPETENCIA-AGENDA * 100 + 1
           COMPUTE WS-FIM-MES-NUM    = WS-COMPETENCIA-AGENDA * 100 + 31
           MOVE "CAMPANHA.DAT" TO WID-ARQ-CAMPANHA
           OPEN INPUT ARQ-CAMPANHA
           IF WS-RESULTADO-CMP NOT = 00
              GO TO F-CARREGA-CAMPANHAS
           END-IF
           MOVE "CAMPCLI.DAT" TO WID-ARQ-CAMPANHA-CLI
           OPEN INPUT ARQ-CAMPANHA-CLI
           IF WS-RESULTADO-CPC NOT = 00
              CLOSE ARQ-CAMPANHA
              GO TO F-CARREGA-CAMPANHAS
           END-IF
           MOVE "S" TO WS-EXISTE-CAMPANHA
           MOVE ZEROS TO CMP-CODIGO
           START ARQ-CAMPANHA KEY NOT LESS CMP-CODIGO
           IF WS-RESULTADO-CMP = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CAMPANHA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CMP-CRITERIO NOT = SPACES
                    AND CMP-INICIO-NUM NOT > WS-FIM-MES-NUM
                    AND CMP-FIM-NUM NOT < WS-INICIO-MES-NUM
                    AND WS-QTD-CAMPANHAS < 20
                    ADD 1 TO WS-QTD-CAMPANHAS
                    MOVE CMP-CODIGO
                       TO WS-CMP-CODIGO(WS-QTD-CAMPANHAS)
                 END-IF
              END-PERFORM
           END-IF.
       F-CARREGA-CAMPANHAS. EXIT.

      * MARCA O CLIENTE QUE ESTA NO GRUPO ALVO DE UMA DAS CAMPANHAS
      * DO MES (O GRUPO DE CONTROLE NUNCA E SINALIZADO).
       MARCA-CAMPANHA.
           PERFORM VARYING WS-IDX-CMP FROM 1 BY 1
              UNTIL WS-IDX-CMP > WS-QTD-CAMPANHAS
              MOVE WS-CMP-CODIGO(WS-IDX-CMP) TO CPC-CMP-CODIGO
              MOVE WS-AGE-CLI-CODIGO(WS-IDX) TO CPC-CLI-CODIGO
              READ ARQ-CAMPANHA-CLI
              IF WS-RESULTADO-CPC = 00 AND CPC-GRUPO = "A"
                 STRING "(CAMP " CPC-CMP-CODIGO ")"
                        DELIMITED BY SIZE INTO DET-OBS
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       F-MARCA-CAMPANHA. EXIT.

       CARREGA-FERIADOS.
           MOVE ZEROS TO WS-QTD-FERIADOS
           OPEN INPUT ARQ-FERIADOS
           END-PERFORM.
       F-VERIFICA-FERIADO. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG39"      TO RLA-PROGRAMA
           MOVE "RAGENDA.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE  TO RLA-DATA
           IF CART-RESTRITO = "S"
              STRING "EMPRESA " WS-EMPRESA-SESSAO
                     " AGENDA " WS-MES-AGENDA "/" WS-ANO-AGENDA
                     " PROSPECT " WS-VISITAS-PROSPECT
                     " CARTEIRA DE " CART-OPERADOR
                     DELIMITED BY SIZE INTO RLA-PARAMETROS
           ELSE
              STRING "EMPRESA " WS-EMPRESA-SESSAO
                     " AGENDA " WS-MES-AGENDA "/" WS-ANO-AGENDA
                     " VISITAS/PROSPECT " WS-VISITAS-PROSPECT
                     DELIMITED BY SIZE INTO RLA-PARAMETROS
           END-IF
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

       CLASSIFICA-DIST SECTION.
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
              READ ARQ-DIST AT END
                 EXIT PERFORM
              END-READ
              IF CART-RESTRITO = "S"
                 MOVE "V"             TO CART-ACAO
                 MOVE DIST-CLI-CODIGO TO CART-CLI-CODIGO
                 MOVE DIST-VEN-CODIGO TO CART-VEN-TITULAR
                 CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA
                 IF CART-RESULTADO NOT = "S"
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              MOVE DIST-VEN-CODIGO TO AGE-VEN-CODIGO-SORT
              MOVE "C"             TO AGE-TIPO-SORT
              MOVE DIST-CLI-CODIGO TO AGE-CLI-CODIGO-SORT
              RELEASE REG-DIST-SORT
           END-PERFORM
           CLOSE ARQ-DIST
      * PROSPECTS EM TRABALHO, GEOCODIFICADOS E COM VENDEDOR.
           IF WS-EXISTE-PROSPECT = "S"
              MOVE ZEROS TO PAT-PRO-CODIGO
              START ARQ-PROSPECT-ATRIB KEY NOT LESS PAT-PRO-CODIGO
              IF WS-RESULTADO-PAT = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-PROSPECT-ATRIB NEXT AT END
                       EXIT PERFORM
                    END-READ
      * NA AGENDA DE UMA CARTEIRA, SO OS PROSPECTS DOS VENDEDORES
      * DELA (O CODIGO DO VENDEDOR FAZ AS VEZES DE TITULAR).
                    IF CART-RESTRITO = "S" AND PAT-VEN-CODIGO > ZEROS
                       MOVE "V"            TO CART-ACAO
                       MOVE ZEROS          TO CART-CLI-CODIGO
                       MOVE PAT-VEN-CODIGO TO CART-VEN-TITULAR
                       CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA
                       IF CART-RESULTADO NOT = "S"
                          EXIT PERFORM CYCLE
                       END-IF
                    END-IF
                    IF PAT-VEN-CODIGO > ZEROS
                       AND PAT-GEO-ORIGEM NOT = SPACES
                       MOVE PAT-PRO-CODIGO TO PRO-CODIGO
                       READ ARQ-PROSPECT
                       IF WS-RESULTADO-PRO = 00 AND PRO-STATUS = "A"
                          MOVE PAT-VEN-CODIGO TO AGE-VEN-CODIGO-SORT
                          MOVE "P"            TO AGE-TIPO-SORT
                          MOVE PAT-PRO-CODIGO TO AGE-CLI-CODIGO-SORT
                          RELEASE REG-DIST-SORT
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
       F-CLASSIFICA-DIST.
           EXIT.

                 MOVE ZEROS TO WS-QTD-CARTEIRA
                 MOVE "S"   TO WS-TEM-PENDENTE
              END-IF
              IF AGE-TIPO-SAI = "P"
                 PERFORM CARREGA-PROSPECT-AGENDA
                    THRU F-CARREGA-PROSPECT-AGENDA
              ELSE
                 PERFORM CARREGA-CLIENTE-AGENDA
                    THRU F-CARREGA-CLIENTE-AGENDA
              END-IF
           END-PERFORM
           IF WS-TEM-PENDENTE = "S"
              PERFORM GERA-AGENDA-VENDEDOR
              IF WS-RESULTADO-ACESSO = 00
                 AND CLI-STATUS NOT = "I"
                 AND CLI-STATUS NOT = "P"
                 AND (WS-EMPRESA-SESSAO = ZEROS
                 OR CLI-EMPRESA = WS-EMPRESA-SESSAO)
                 ADD 1 TO WS-QTD-CARTEIRA
                 MOVE CLI-CODIGO TO
                    WS-AGE-CLI-CODIGO(WS-QTD-CARTEIRA)
           END-IF.
       F-CARREGA-CLIENTE-AGENDA. EXIT.

      * PROSPECT ATRIBUIDO: ENTRA NO ROTEIRO PELAS COORDENADAS DO
      * PROSPATRIB.DAT, COM CLASSE "P".
       CARREGA-PROSPECT-AGENDA.
           IF WS-QTD-CARTEIRA < 1000
              MOVE AGE-CLI-CODIGO-SAI TO PRO-CODIGO
              READ ARQ-PROSPECT
              MOVE AGE-CLI-CODIGO-SAI TO PAT-PRO-CODIGO
              READ ARQ-PROSPECT-ATRIB
              IF WS-RESULTADO-PRO = 00 AND WS-RESULTADO-PAT = 00
                 ADD 1 TO WS-QTD-CARTEIRA
                 MOVE PRO-CODIGO TO
                    WS-AGE-CLI-CODIGO(WS-QTD-CARTEIRA)
                 MOVE PRO-RAZAO-SOCIAL TO
                    WS-AGE-CLI-NOME(WS-QTD-CARTEIRA)
                 MOVE PAT-LATITUDE TO
                    WS-AGE-LATITUDE(WS-QTD-CARTEIRA)
                 MOVE PAT-LONGITUDE TO
                    WS-AGE-LONGITUDE(WS-QTD-CARTEIRA)
                 MOVE "P" TO WS-AGE-CLASSE(WS-QTD-CARTEIRA)
              END-IF
           END-IF.
       F-CARREGA-PROSPECT-AGENDA. EXIT.

       GERA-AGENDA-VENDEDOR.
           IF WS-QTD-CARTEIRA = ZEROS
              GO TO F-GERA-AGENDA-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = 00 OR VEN-STATUS = "I"
              GO TO F-GERA-AGENDA-VENDEDOR
           END-IF
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
              GO TO F-GERA-AGENDA-VENDEDOR
           END-IF
           MOVE VEN-CODIGO TO CABVEN-CODIGO
           MOVE VEN-NOME   TO CABVEN-NOME
      * CADA VENDEDOR RECEBE A SUA AGENDA EM PAGINA NOVA, PARA QUE

           PERFORM MONTA-ROTEIRO THRU F-MONTA-ROTEIRO
           MOVE ZEROS TO WS-TOTAL-VISITAS-VEN
           MOVE ZEROS TO WS-VISITAS-PRO-VEN
           MOVE ZEROS TO WS-SEQ-AGENDA
           PERFORM VARYING WS-SEMANA FROM 1 BY 1
              UNTIL WS-SEMANA > WS-QTD-SEMANAS
              PERFORM AGENDA-SEMANA THRU F-AGENDA-SEMANA
           END-PERFORM

           MOVE WS-TOTAL-VISITAS-VEN TO TOT-VISITAS
           MOVE WS-VISITAS-PRO-VEN   TO TOT-VISITAS-PRO
           WRITE LINHA FROM CABECALHO-2    AFTER 1 LINES
           WRITE LINHA FROM LINHA-TOTAL-VEN AFTER 1 LINES.
       F-GERA-AGENDA-VENDEDOR. EXIT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-CARTEIRA
              MOVE "N" TO WS-AGE-VISITADO(WS-IDX)
              MOVE ZEROS TO WS-AGE-VISITAS-MES(WS-IDX)
           END-PERFORM
           MOVE VEN-LATITUDE  TO WS-POS-LAT
           MOVE VEN-LONGITUDE TO WS-POS-LON
      * UMA SEMANA DA AGENDA: MONTA A LISTA DOS CLIENTES DEVIDOS NA
      * SEMANA (A = TODA SEMANA; B = SEMANA BASE 1 OU 2 PELO CODIGO,
      * DEPOIS DE DUAS EM DUAS; C = UMA SEMANA DO MES, ESPALHADA
      * PELO CODIGO; P = PROSPECT, NA QUANTIDADE DE VISITAS DO MES
      * PEDIDA, UMA A CADA "PASSO" DE SEMANAS A PARTIR DE UMA SEMANA
      * BASE DADA PELO CODIGO) E DISTRIBUI EM BLOCOS PELOS DIAS
      * UTEIS DA SEMANA, PRESERVANDO A ORDEM DE ROTEIRO DENTRO DO DIA.
       AGENDA-SEMANA.
           MOVE ZEROS TO WS-QTD-DEVIDOS
           PERFORM VARYING WS-IDX-ROTA FROM 1 BY 1
                       ADD 1 TO WS-QTD-DEVIDOS
                       MOVE WS-IDX TO WS-DUE-IDX(WS-QTD-DEVIDOS)
                    END-IF
                 WHEN "P"
                    DIVIDE WS-QTD-SEMANAS BY WS-VISITAS-PROSPECT
                       GIVING WS-PASSO-PROSPECT
                    IF WS-PASSO-PROSPECT = ZEROS
                       MOVE 1 TO WS-PASSO-PROSPECT
                    END-IF
                    COMPUTE WS-SEMANA-BASE = 1 +
                       FUNCTION MOD(WS-AGE-CLI-CODIGO(WS-IDX),
                          WS-PASSO-PROSPECT)
                    IF WS-SEMANA NOT < WS-SEMANA-BASE
                       AND FUNCTION MOD (WS-SEMANA - WS-SEMANA-BASE,
                          WS-PASSO-PROSPECT) = 0
                       AND WS-AGE-VISITAS-MES(WS-IDX) <
                          WS-VISITAS-PROSPECT
                       ADD 1 TO WS-AGE-VISITAS-MES(WS-IDX)
                       ADD 1 TO WS-QTD-DEVIDOS
                       MOVE WS-IDX TO WS-DUE-IDX(WS-QTD-DEVIDOS)
                    END-IF
                 WHEN OTHER
                    COMPUTE WS-SEMANA-BASE = 1 +
                       FUNCTION MOD(WS-AGE-CLI-CODIGO(WS-IDX),
           MOVE WS-AGE-CLI-CODIGO(WS-IDX) TO DET-CLI-CODIGO
           MOVE WS-AGE-CLI-NOME(WS-IDX)   TO DET-CLI-NOME
           MOVE WS-AGE-CLASSE(WS-IDX)     TO DET-CLASSE
           MOVE SPACES                    TO DET-OBS
           IF WS-AGE-CLASSE(WS-IDX) = "P"
              MOVE "(PROSPECT)"           TO DET-OBS
              ADD 1 TO WS-VISITAS-PRO-VEN
           ELSE
              IF WS-QTD-CAMPANHAS > ZEROS
                 PERFORM MARCA-CAMPANHA THRU F-MARCA-CAMPANHA
              END-IF
           END-IF
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO WS-TOTAL-VISITAS-VEN
           ADD 1 TO WS-SEQ-AGENDA
           MOVE WS-COMPETENCIA-AGENDA     TO AGD-COMPETENCIA
           MOVE VEN-CODIGO                TO AGD-VEN-CODIGO
           MOVE WS-SEQ-AGENDA             TO AGD-SEQUENCIA
           MOVE WS-DIA-DATA(WS-IDX-DIA)   TO AGD-DATA
           MOVE WS-DIA-SEMANA(WS-IDX-DIA) TO AGD-SEMANA
           MOVE WS-AGE-CLI-CODIGO(WS-IDX) TO AGD-CLI-CODIGO
           MOVE WS-AGE-CLASSE(WS-IDX)     TO AGD-CLASSE
           IF CART-RESTRITO NOT = "S"
              WRITE REGISTRO-AGENDA
           END-IF.
       F-IMPRIME-VISITA. EXIT.

       CALCULA-DISTANCIA.
