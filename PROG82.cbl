       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG82.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- SCORECARD MENSAL DE VENDEDORES -------
      * JUNTA NUMA UNICA APURACAO POR COMPETENCIA OS NUMEROS QUE A
      * GERENCIA COPIAVA DO RMETA.TXT, RCOMISSAO.TXT, RCOBVISITA.TXT,
      * RAGING.TXT E DA RELACAO DE PROSPECTS PARA CLASSIFICAR A
      * EQUIPE. PARA CADA VENDEDOR ATIVO:
      *   1 META        - REALIZADO DO MES (PEDIDOS MENOS DEVOLUCOES,
      *                   PELO VENDEDOR DE REGISTRO, COMO NO PROG34)
      *                   SOBRE A META DO META.DAT;
      *   2 CRESCIMENTO - REALIZADO CONTRA O MESMO MES DO ANO
      *                   ANTERIOR (INCLUSIVE PEDIDOS JA EXPURGADOS
      *                   NO PEDARQ-AAAA.DAT DO PROG35);
      *   3 VISITAS     - VISITAS REGISTRADAS NO MES (VISITA.DAT)
      *                   SOBRE AS PLANEJADAS NA AGENDA DO PROG39
      *                   (AGENDA.DAT);
      *   4 COBERTURA   - CLIENTES ATIVOS DA CARTEIRA (TITULAR NO
      *                   DISTMEST.DAT) COM ALGUMA VISITA NO MES;
      *   5 CONVERSAO   - PROSPECTS CONVERTIDOS NO MES (PROSPCONV.DAT
      *                   DO PROG46), CONTRA O MELHOR DA EQUIPE;
      *   6 ATRASO      - PARTE DOS RECEBIVEIS DA CARTEIRA EM ABERTO
      *                   NO ULTIMO DIA DO MES HA MAIS DE 30 DIAS.
      * CADA INDICADOR VIRA PONTOS DE 0 A 100 (META: % ATINGIDO ATE
      * 100; CRESCIMENTO: 50 + % DE CRESCIMENTO; VISITAS E COBERTURA:
      * O PROPRIO %; CONVERSAO: % DO MELHOR VENDEDOR; ATRASO: 100
      * MENOS O % VENCIDO) E A PONTUACAO GERAL E A MEDIA PONDERADA
      * PELOS PESOS INFORMADOS. INDICADOR SEM BASE NO MES (SEM META,
      * SEM AGENDA, SEM VENDA NO ANO ANTERIOR ...) FICA FORA DA MEDIA
      * DAQUELE VENDEDOR. O RANKING E A EVOLUCAO DOS ULTIMOS 12 MESES
      * SAEM NO RSCORECARD.TXT E CADA APURACAO FICA NO SCOREHIST.DAT
      * (APURAR DE NOVO A MESMA COMPETENCIA SUBSTITUI A ANTERIOR).
      * SO ENTRAM NO RANKING OS VENDEDORES DA EMPRESA ESCOLHIDA NO
      * SIGN-ON (TODOS NA SESSAO CONSOLIDADA, EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLI.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

           SELECT ARQ-PED-MORTO ASSIGN TO DISK WS-LOCAL-ARQ-MORTO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-MRT.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEV.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-META ASSIGN TO DISK WID-ARQ-META
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MET-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MET.

           SELECT ARQ-AGENDA ASSIGN TO DISK WID-ARQ-AGENDA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AGD-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AGD.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VIS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VIS.

           SELECT ARQ-PROSPECT-CONV ASSIGN TO "PROSPCONV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-PCV.

           SELECT ARQ-SCORE-HIST ASSIGN TO DISK WID-ARQ-SCORE-HIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SCH-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SCH.

           SELECT ARQ-SCORE-SORT ASSIGN TO "SORT".

           SELECT ARQ-SCORE-SAI ASSIGN TO "SCORESAI.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO "RSCORECARD.TXT"
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
       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-PEDIDO.FD".

      * GERACAO ANUAL DE PEDIDOS EXPURGADOS (PEDARQ-AAAA.DAT, PROG35).
       FD ARQ-PED-MORTO.
          01 REG-PED-MORTO.
             02 MRT-CLI-CODIGO        PIC 9(07).
             02 MRT-SEQUENCIA         PIC 9(07).
             02 MRT-DATA              PIC X(10).
             02 MRT-VALOR             PIC 9(09)V9(02).
             02 MRT-SITUACAO          PIC X(01).
             02 MRT-DATA-PGTO         PIC X(10).
             02 MRT-VEN-CODIGO        PIC 9(03).
             02 MRT-EMPRESA           PIC 9(02).

       COPY "ARQ-DEVOLUCAO.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-META.FD".

       COPY "ARQ-AGENDA.FD".

       COPY "ARQ-VISITA.FD".

       COPY "ARQ-PROSPECT-CONV.FD".

       COPY "ARQ-SCORE-HIST.FD".

       SD ARQ-SCORE-SORT.
          01 REG-SCORE-SORT.
             02 SCS-PONTUACAO-SORT    PIC 9(03).
             02 SCS-VEN-CODIGO-SORT   PIC 9(03).

       FD ARQ-SCORE-SAI.
          01 REG-SCORE-SAI.
             02 SCS-PONTUACAO-SAI     PIC 9(03).
             02 SCS-VEN-CODIGO-SAI    PIC 9(03).

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
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WID-ARQ-META          PIC X(50) VALUE SPACES.
       77 WID-ARQ-AGENDA        PIC X(50) VALUE SPACES.
       77 WID-ARQ-VISITA        PIC X(50) VALUE SPACES.
       77 WID-ARQ-SCORE-HIST    PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-MORTO    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLI      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MRT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MET      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AGD      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VIS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PCV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SCH      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EXISTE-DIST-MEST   PIC X(01) VALUE "N".
       77 WS-EXISTE-VISITA      PIC X(01) VALUE "N".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-FIM-MORTO          PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-ARQUIVO    PIC 9(02) VALUE 01.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-ANO-CALCULO        PIC 9(04) VALUE ZEROS.
       77 WS-MES-CALCULO        PIC 9(02) VALUE ZEROS.
       77 WS-MES-ANO            PIC X(07) VALUE SPACES.
       77 WS-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-ANT    PIC 9(06) VALUE ZEROS.
       77 WS-ANO-ARQUIVO        PIC 9(04) VALUE ZEROS.
       77 WS-INICIO-MES         PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MES            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-TRAB          PIC X(10) VALUE SPACES.
       77 WS-DATA-VALIDA        PIC X(01) VALUE "N".
       77 WS-DATA-INTEIRA       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-COMP          PIC 9(06) VALUE ZEROS.
       77 WS-PGTO-INTEIRA       PIC 9(08) VALUE ZEROS.
       77 WS-VEN-CREDITO        PIC 9(03) VALUE ZEROS.
       77 WS-VEN-TITULAR        PIC 9(03) VALUE ZEROS.
       77 WS-CLI-PEDIDO         PIC 9(07) VALUE ZEROS.
       77 WS-VALOR-PEDIDO       PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VISITADO           PIC X(01) VALUE "N".
       77 WS-MAIOR-CONVERSAO    PIC 9(05) VALUE ZEROS.
       77 WS-PCT-TRAB           PIC S9(07)V9(01) VALUE ZEROS.
       77 WS-PTS-TRAB           PIC S9(05) VALUE ZEROS.
       77 WS-SOMA-PESOS         PIC 9(05) VALUE ZEROS.
       77 WS-SOMA-PONDERADA     PIC 9(07) VALUE ZEROS.
       77 WS-IV                 PIC 9(04) VALUE ZEROS.
       77 WS-IND                PIC 9(02) VALUE ZEROS.
       77 WS-IMES               PIC 9(02) VALUE ZEROS.
       77 WS-MES-NUMERO         PIC 9(06) VALUE ZEROS.
       77 WS-MES-EVOLUCAO       PIC 9(02) VALUE ZEROS.
       77 WS-POSICAO            PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-VENDEDORES   PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GRAVADOS     PIC 9(05) VALUE ZEROS.
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

      * PESOS DOS SEIS INDICADORES, NA ORDEM DO SCOREHIST.DAT.
       01 WS-TAB-PESOS.
          02 WS-PESO OCCURS 6          PIC 9(03).

      * APURACAO DO MES POR CODIGO DE VENDEDOR.
       01 WS-TAB-SCORE.
          02 WS-SCO OCCURS 999.
             03 WS-SCO-ATIVO            PIC X(01).
             03 WS-SCO-NOME             PIC X(40).
             03 WS-SCO-META             PIC 9(11)V9(02).
             03 WS-SCO-REAL             PIC S9(11)V9(02).
             03 WS-SCO-REAL-ANT         PIC S9(11)V9(02).
             03 WS-SCO-PLAN             PIC 9(05).
             03 WS-SCO-FEITAS           PIC 9(05).
             03 WS-SCO-CARTEIRA         PIC 9(05).
             03 WS-SCO-COBERTOS         PIC 9(05).
             03 WS-SCO-CONV             PIC 9(05).
             03 WS-SCO-ABERTO           PIC 9(11)V9(02).
             03 WS-SCO-VENCIDO          PIC 9(11)V9(02).
             03 WS-SCO-IND OCCURS 6.
                04 WS-SCO-PCT           PIC S9(04)V9(01).
                04 WS-SCO-PTS           PIC 9(03).
                04 WS-SCO-APL           PIC X(01).
             03 WS-SCO-PONTUACAO        PIC 9(03).

      * COMPETENCIAS DA EVOLUCAO (OS 12 MESES ATE A APURADA).
       01 WS-TAB-EVOLUCAO.
          02 WS-EVO-COMPETENCIA OCCURS 12 PIC 9(06).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(22) VALUE SPACES.
          02 FILLER       PIC X(36) VALUE
             "SCORECARD MENSAL DE VENDEDORES".
          02 FILLER       PIC X(13) VALUE "COMPETENCIA: ".
          02 CAB-MES-ANO  PIC X(07).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 LINHA-PESOS.
          02 FILLER              PIC X(14) VALUE "PESOS - META: ".
          02 PES-1               PIC ZZ9.
          02 FILLER              PIC X(15) VALUE "  CRESCIMENTO: ".
          02 PES-2               PIC ZZ9.
          02 FILLER              PIC X(11) VALUE "  VISITAS: ".
          02 PES-3               PIC ZZ9.
          02 FILLER              PIC X(13) VALUE "  COBERTURA: ".
          02 PES-4               PIC ZZ9.
          02 FILLER              PIC X(13) VALUE "  CONVERSAO: ".
          02 PES-5               PIC ZZ9.
          02 FILLER              PIC X(10) VALUE "  ATRASO: ".
          02 PES-6               PIC ZZ9.
          02 FILLER              PIC X(40) VALUE SPACES.

       01 CABECALHO-1.
          02 FILLER PIC X(04) VALUE "POS".
          02 FILLER PIC X(30) VALUE "VENDEDOR".
          02 FILLER PIC X(14) VALUE "   META % (PT)".
          02 FILLER PIC X(14) VALUE "  CRESC % (PT)".
          02 FILLER PIC X(14) VALUE "VISITAS % (PT)".
          02 FILLER PIC X(14) VALUE " COBERT % (PT)".
          02 FILLER PIC X(14) VALUE " CONVERS. (PT)".
          02 FILLER PIC X(14) VALUE " ATRASO % (PT)".
          02 FILLER PIC X(10) VALUE " PONTUACAO".
          02 FILLER PIC X(04) VALUE SPACES.

       01 DETALHE.
          02 DET-POSICAO         PIC ZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-VEN-CODIGO      PIC 9(03).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-VEN-NOME        PIC X(25).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-INDICADOR OCCURS 6 PIC X(14).
          02 FILLER              PIC X(07) VALUE SPACES.
          02 DET-PONTUACAO       PIC ZZ9.
          02 FILLER              PIC X(04) VALUE SPACES.

      * UM INDICADOR NA LINHA: PERCENTUAL (OU QUANTIDADE) E PONTOS;
      * SEM BASE NO MES SAI SO UM TRACO.
       01 WS-IND-TELA.
          02 WS-IND-VALOR        PIC -ZZZ9,9.
          02 FILLER              PIC X(02) VALUE " (".
          02 WS-IND-PONTOS       PIC ZZ9.
          02 FILLER              PIC X(01) VALUE ")".
       01 WS-IND-QTD-TELA.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 WS-IND-QTD          PIC ZZZ9.
          02 FILLER              PIC X(02) VALUE " (".
          02 WS-IND-QTD-PONTOS   PIC ZZ9.
          02 FILLER              PIC X(01) VALUE ")".

       01 CABECALHO-EVOLUCAO.
          02 FILLER              PIC X(50) VALUE
             "EVOLUCAO DA PONTUACAO NOS ULTIMOS 12 MESES".
          02 FILLER              PIC X(82) VALUE SPACES.

       01 CABECALHO-MESES.
          02 FILLER              PIC X(34) VALUE "VENDEDOR".
          02 CABM-MES OCCURS 12.
             03 FILLER           PIC X(02).
             03 CABM-MES-ANO     PIC X(05).
          02 FILLER              PIC X(14) VALUE SPACES.

       01 DETALHE-EVOLUCAO.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DETE-VEN-CODIGO     PIC 9(03).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DETE-VEN-NOME       PIC X(26).
          02 DETE-MES OCCURS 12.
             03 FILLER           PIC X(04).
             03 DETE-PONTOS      PIC X(03).
          02 FILLER              PIC X(14) VALUE SPACES.

       01 RODAPE-1.
          02 FILLER              PIC X(36) VALUE
             "VENDEDORES CLASSIFICADOS.........: ".
          02 ROD-VENDEDORES      PIC ZZ.ZZ9.
          02 FILLER              PIC X(90) VALUE SPACES.

       01 RODAPE-2.
          02 FILLER              PIC X(80) VALUE
             "INDICADOR COM TRACO NAO TEVE BASE NO MES E FICOU FORA DA M
      -"EDIA DO VENDEDOR.".
          02 FILLER              PIC X(52) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-SCORECARD BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  SCORECARD MENSAL DE VENDEDORES  ".
          02 LINE 02 COLUMN 73 VALUE "PROG82".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "ANO DA COMPETENCIA (0 = MES ANTERIOR)..............".
          02 LINE 07 COLUMN 01 VALUE
             "MES DA COMPETENCIA.................................".
          02 LINE 09 COLUMN 01 VALUE
             "PESO - ATINGIMENTO DA META (VAZIO = 30)............".
          02 LINE 10 COLUMN 01 VALUE
             "PESO - CRESCIMENTO SOBRE O ANO ANTERIOR (20).......".
          02 LINE 11 COLUMN 01 VALUE
             "PESO - VISITAS FEITAS X PLANEJADAS (15)............".
          02 LINE 12 COLUMN 01 VALUE
             "PESO - COBERTURA DA CARTEIRA (15)..................".
          02 LINE 13 COLUMN 01 VALUE
             "PESO - PROSPECTS CONVERTIDOS (10)..................".
          02 LINE 14 COLUMN 01 VALUE
             "PESO - RECEBIVEIS EM ATRASO (10)...................".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  SCORECARD MENSAL DE VENDEDORES  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "COMPETENCIA...........:".
          02 LINE 06 COLUMN 26 PIC X(07) FROM WS-MES-ANO.
          02 LINE 07 COLUMN 01 VALUE "VENDEDORES CLASSIFIC..:".
          02 LINE 07 COLUMN 26 PIC ZZ.ZZ9 FROM WS-TOTAL-VENDEDORES.
          02 LINE 08 COLUMN 01 VALUE "GRAVADOS NO HISTORICO.:".
          02 LINE 08 COLUMN 26 PIC ZZ.ZZ9 FROM WS-TOTAL-GRAVADOS.
          02 LINE 10 COLUMN 01 VALUE
             "RELATORIO GERADO EM RSCORECARD.TXT".
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG82" TO WS-OPERADOR-ATUAL
           END-IF
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-SCORECARD AT 0101
              ACCEPT WS-ANO-CALCULO AT 0554
              IF WS-ANO-CALCULO NOT = ZEROS
                 PERFORM UNTIL WS-MES-CALCULO > 00
                    AND WS-MES-CALCULO < 13
                    ACCEPT WS-MES-CALCULO AT 0754
                 END-PERFORM
              END-IF
              ACCEPT WS-PESO(1) AT 0954
              ACCEPT WS-PESO(2) AT 1054
              ACCEPT WS-PESO(3) AT 1154
              ACCEPT WS-PESO(4) AT 1254
              ACCEPT WS-PESO(5) AT 1354
              ACCEPT WS-PESO(6) AT 1454
           END-IF
      * SEM COMPETENCIA INFORMADA, APURA O MES ANTERIOR.
           IF WS-ANO-CALCULO = ZEROS OR WS-MES-CALCULO = ZEROS
              MOVE DATA-DE-HOJE(7:4) TO WS-ANO-CALCULO
              MOVE DATA-DE-HOJE(4:2) TO WS-MES-CALCULO
              SUBTRACT 1 FROM WS-MES-CALCULO
              IF WS-MES-CALCULO = ZEROS
                 MOVE 12 TO WS-MES-CALCULO
                 SUBTRACT 1 FROM WS-ANO-CALCULO
              END-IF
           END-IF
           IF WS-MES-CALCULO > 12 OR WS-ANO-CALCULO < 1601
              DISPLAY "COMPETENCIA INVALIDA ......................"
                 AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
      * SEM NENHUM PESO INFORMADO VALEM OS PESOS PADRAO; PESO ZERO
      * AO LADO DE OUTROS INFORMADOS DESLIGA O INDICADOR.
           COMPUTE WS-SOMA-PESOS = WS-PESO(1) + WS-PESO(2) +
              WS-PESO(3) + WS-PESO(4) + WS-PESO(5) + WS-PESO(6)
           IF WS-SOMA-PESOS = ZEROS
              MOVE 30 TO WS-PESO(1)
              MOVE 20 TO WS-PESO(2)
              MOVE 15 TO WS-PESO(3)
              MOVE 15 TO WS-PESO(4)
              MOVE 10 TO WS-PESO(5)
              MOVE 10 TO WS-PESO(6)
           END-IF
           MOVE SPACES TO WS-MES-ANO
           STRING WS-MES-CALCULO "/" WS-ANO-CALCULO
                  DELIMITED BY SIZE INTO WS-MES-ANO
           COMPUTE WS-COMPETENCIA =
              WS-ANO-CALCULO * 100 + WS-MES-CALCULO
           COMPUTE WS-COMPETENCIA-ANT = WS-COMPETENCIA - 100
           COMPUTE WS-DATA-AAAAMMDD = WS-COMPETENCIA * 100 + 1
           COMPUTE WS-INICIO-MES =
              FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
           IF WS-MES-CALCULO = 12
              COMPUTE WS-DATA-AAAAMMDD =
                 (WS-ANO-CALCULO + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DATA-AAAAMMDD = WS-DATA-AAAAMMDD + 100
           END-IF
           COMPUTE WS-FIM-MES =
              FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD) - 1

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "VENDEDOR.DAT NAO ENCONTRADO .............."
                 AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PED NOT = 00
              DISPLAY "PEDIDO.DAT NAO ENCONTRADO - EXECUTE O PROG19 PRIM
      -"EIRO" AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              CLOSE ARQ-VENDEDOR
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE "S" TO WS-EXISTE-DIST-MEST
           END-IF
           MOVE "VISITA.DAT" TO WID-ARQ-VISITA
           OPEN INPUT ARQ-VISITA
           IF WS-RESULTADO-VIS = 00
              MOVE "S" TO WS-EXISTE-VISITA
           END-IF

           INITIALIZE WS-TAB-SCORE
           PERFORM CARREGA-VENDEDORES THRU F-CARREGA-VENDEDORES
           PERFORM ACUMULA-PEDIDOS    THRU F-ACUMULA-PEDIDOS
           PERFORM ACUMULA-ARQUIVADOS THRU F-ACUMULA-ARQUIVADOS
           PERFORM ABATE-DEVOLUCOES   THRU F-ABATE-DEVOLUCOES
           PERFORM LE-METAS           THRU F-LE-METAS
           PERFORM CONTA-AGENDA       THRU F-CONTA-AGENDA
           PERFORM CONTA-VISITAS      THRU F-CONTA-VISITAS
           PERFORM CONTA-CARTEIRA     THRU F-CONTA-CARTEIRA
           PERFORM CONTA-CONVERSOES   THRU F-CONTA-CONVERSOES
           PERFORM CALCULA-PONTUACOES THRU F-CALCULA-PONTUACOES

           SORT ARQ-SCORE-SORT
                ON DESCENDING KEY SCS-PONTUACAO-SORT
                ON ASCENDING  KEY SCS-VEN-CODIGO-SORT
                INPUT PROCEDURE CLASSIFICA-VENDEDORES
                GIVING ARQ-SCORE-SAI

           MOVE "SCOREHIST.DAT" TO WID-ARQ-SCORE-HIST
           OPEN I-O ARQ-SCORE-HIST
           IF WS-RESULTADO-SCH NOT = 00
              OPEN OUTPUT ARQ-SCORE-HIST
              CLOSE ARQ-SCORE-HIST
              OPEN I-O ARQ-SCORE-HIST
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
           MOVE WS-PESO(1) TO PES-1
           MOVE WS-PESO(2) TO PES-2
           MOVE WS-PESO(3) TO PES-3
           MOVE WS-PESO(4) TO PES-4
           MOVE WS-PESO(5) TO PES-5
           MOVE WS-PESO(6) TO PES-6
           WRITE LINHA FROM LINHA-PESOS AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1 AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           PERFORM IMPRIME-RANKING THRU F-IMPRIME-RANKING
           MOVE WS-TOTAL-VENDEDORES TO ROD-VENDEDORES
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE-1    AFTER 1 LINES
           WRITE LINHA FROM RODAPE-2    AFTER 1 LINES
           PERFORM IMPRIME-EVOLUCAO THRU F-IMPRIME-EVOLUCAO
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           CLOSE ARQ-SCORE-HIST
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-CLIENTE
           IF WS-EXISTE-DIST-MEST = "S"
              CLOSE ARQ-DIST-MEST
           END-IF
           IF WS-EXISTE-VISITA = "S"
              CLOSE ARQ-VISITA
           END-IF

           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-FIM AT 0101
              ACCEPT  PAUSA    AT 2478
           END-IF
           EXIT PROGRAM.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG82"         TO RLA-PROGRAMA
           MOVE "RSCORECARD.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           STRING "COMPETENCIA " WS-MES-ANO
                  " PESOS " WS-PESO(1) "/" WS-PESO(2) "/" WS-PESO(3)
                  "/" WS-PESO(4) "/" WS-PESO(5) "/" WS-PESO(6)
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * VENDEDORES ATIVOS ENTRAM NO RANKING, MESMO SEM MOVIMENTO.
       CLASSIFICA-VENDEDORES SECTION.
           PERFORM VARYING WS-IV FROM 1 BY 1 UNTIL WS-IV > 999
              IF WS-SCO-ATIVO(WS-IV) = "S"
                 MOVE WS-SCO-PONTUACAO(WS-IV) TO SCS-PONTUACAO-SORT
                 MOVE WS-IV                   TO SCS-VEN-CODIGO-SORT
                 RELEASE REG-SCORE-SORT
              END-IF
           END-PERFORM.
       F-CLASSIFICA-VENDEDORES.
           EXIT.

       APURACAO SECTION.
       CARREGA-VENDEDORES.
           MOVE ZEROS TO VEN-CODIGO
           START ARQ-VENDEDOR KEY NOT LESS VEN-CODIGO
           IF WS-RESULTADO-ACESSO NOT = 00
              GO TO F-CARREGA-VENDEDORES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-VENDEDOR NEXT AT END
                 EXIT PERFORM
              END-READ
              IF WS-EMPRESA-SESSAO NOT = ZEROS
                 AND VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
                 EXIT PERFORM CYCLE
              END-IF
              IF VEN-CODIGO > ZEROS AND VEN-STATUS NOT = "I"
                 MOVE "S"      TO WS-SCO-ATIVO(VEN-CODIGO)
                 MOVE VEN-NOME TO WS-SCO-NOME(VEN-CODIGO)
              END-IF
           END-PERFORM.
       F-CARREGA-VENDEDORES. EXIT.

      * UMA PASSAGEM PELO PEDIDO.DAT: RECEITA DO MES E DO MESMO MES
      * DO ANO ANTERIOR PARA O VENDEDOR DE REGISTRO E, PARA O
      * TITULAR DA CARTEIRA, OS PEDIDOS AINDA EM ABERTO NO ULTIMO DIA
      * DO MES (NAO PAGOS OU PAGOS DEPOIS DELE) E OS VENCIDOS ENTRE
      * ELES (MAIS DE 30 DIAS, A PRIMEIRA FAIXA DO AGING DO PROG32).
       ACUMULA-PEDIDOS.
           MOVE ZEROS TO PED-CLI-CODIGO
           MOVE ZEROS TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED NOT = 00
              GO TO F-ACUMULA-PEDIDOS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PEDIDO NEXT AT END
                 EXIT PERFORM
              END-READ
              MOVE PED-DATA       TO WS-DATA-TRAB
              PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
              IF WS-DATA-VALIDA = "S"
                 MOVE PED-CLI-CODIGO TO WS-CLI-PEDIDO
                 MOVE PED-VEN-CODIGO TO WS-VEN-CREDITO
                 MOVE PED-VALOR      TO WS-VALOR-PEDIDO
                 PERFORM CREDITA-RECEITA THRU F-CREDITA-RECEITA
                 PERFORM ACUMULA-ABERTO THRU F-ACUMULA-ABERTO
              END-IF
           END-PERFORM.
       F-ACUMULA-PEDIDOS. EXIT.

       ACUMULA-ABERTO.
           IF WS-DATA-INTEIRA > WS-FIM-MES
              GO TO F-ACUMULA-ABERTO
           END-IF
           IF PED-SITUACAO = "P"
              MOVE ZEROS TO WS-PGTO-INTEIRA
              IF PED-DATA-PGTO(1:2) NUMERIC
                 AND PED-DATA-PGTO(4:2) NUMERIC
                 AND PED-DATA-PGTO(7:4) NUMERIC
                 MOVE PED-DATA-PGTO(7:4) TO WS-DATA-AAAAMMDD(1:4)
                 MOVE PED-DATA-PGTO(4:2) TO WS-DATA-AAAAMMDD(5:2)
                 MOVE PED-DATA-PGTO(1:2) TO WS-DATA-AAAAMMDD(7:2)
                 COMPUTE WS-PGTO-INTEIRA =
                    FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
              END-IF
              IF WS-PGTO-INTEIRA NOT > WS-FIM-MES
                 GO TO F-ACUMULA-ABERTO
              END-IF
           END-IF
           PERFORM BUSCA-TITULAR THRU F-BUSCA-TITULAR
           IF WS-VEN-TITULAR = ZEROS
              GO TO F-ACUMULA-ABERTO
           END-IF
           ADD PED-VALOR TO WS-SCO-ABERTO(WS-VEN-TITULAR)
           IF WS-FIM-MES - WS-DATA-INTEIRA > 30
              ADD PED-VALOR TO WS-SCO-VENCIDO(WS-VEN-TITULAR)
           END-IF.
       F-ACUMULA-ABERTO. EXIT.

      * RECEITA DO PEDIDO (WS-CLI-PEDIDO, WS-VEN-CREDITO E
      * WS-VALOR-PEDIDO) NO MES APURADO OU NO MESMO MES DO ANO
      * ANTERIOR; SEM VENDEDOR DE REGISTRO VALE O TITULAR ATUAL.
       CREDITA-RECEITA.
           IF WS-DATA-COMP NOT = WS-COMPETENCIA
              AND WS-DATA-COMP NOT = WS-COMPETENCIA-ANT
              GO TO F-CREDITA-RECEITA
           END-IF
           IF WS-VEN-CREDITO = ZEROS
              PERFORM BUSCA-TITULAR THRU F-BUSCA-TITULAR
              MOVE WS-VEN-TITULAR TO WS-VEN-CREDITO
           END-IF
           IF WS-VEN-CREDITO = ZEROS
              GO TO F-CREDITA-RECEITA
           END-IF
           IF WS-DATA-COMP = WS-COMPETENCIA
              ADD WS-VALOR-PEDIDO TO WS-SCO-REAL(WS-VEN-CREDITO)
           ELSE
              ADD WS-VALOR-PEDIDO TO WS-SCO-REAL-ANT(WS-VEN-CREDITO)
           END-IF.
       F-CREDITA-RECEITA. EXIT.

      * TITULAR ATUAL DO CLIENTE WS-CLI-PEDIDO NO DISTMEST.DAT.
       BUSCA-TITULAR.
           MOVE ZEROS TO WS-VEN-TITULAR
           IF WS-EXISTE-DIST-MEST = "S"
              MOVE WS-CLI-PEDIDO TO DM-CLI-CODIGO
              READ ARQ-DIST-MEST
              IF WS-RESULTADO-MEST = 00
                 MOVE DM-VEN-CODIGO TO WS-VEN-TITULAR
              END-IF
           END-IF.
       F-BUSCA-TITULAR. EXIT.

      * GERACOES DO PROG35 DO ANO ANTERIOR E DO ANO APURADO: PEDIDOS
      * JA EXPURGADOS CONTAM NA RECEITA (SO PAGOS SAO EXPURGADOS, POR
      * ISSO NAO ENTRAM NOS RECEBIVEIS). ANO SEM GERACAO E IGNORADO.
       ACUMULA-ARQUIVADOS.
           COMPUTE WS-ANO-ARQUIVO = WS-ANO-CALCULO - 1
           PERFORM UNTIL WS-ANO-ARQUIVO > WS-ANO-CALCULO
              MOVE SPACES TO WS-LOCAL-ARQ-MORTO
              STRING "PEDARQ-" WS-ANO-ARQUIVO ".DAT"
                     DELIMITED BY SIZE INTO WS-LOCAL-ARQ-MORTO
              OPEN INPUT ARQ-PED-MORTO
              IF WS-RESULTADO-MRT = 00
                 MOVE ZEROS TO WS-FIM-MORTO
                 PERFORM UNTIL WS-FIM-MORTO = 1
                    READ ARQ-PED-MORTO NEXT
                       AT END
                          MOVE 1 TO WS-FIM-MORTO
                       NOT AT END
                          PERFORM CREDITA-ARQUIVADO
                             THRU F-CREDITA-ARQUIVADO
                    END-READ
                 END-PERFORM
                 CLOSE ARQ-PED-MORTO
              END-IF
              ADD 1 TO WS-ANO-ARQUIVO
           END-PERFORM.
       F-ACUMULA-ARQUIVADOS. EXIT.

      * PEDIDO ARQUIVADO DE OUTRA EMPRESA NAO ENTRA; GERACAO GRAVADA
      * ANTES DA EMPRESA NO REGISTRO VALE COMO EMPRESA 01.
       CREDITA-ARQUIVADO.
           MOVE 01 TO WS-EMPRESA-ARQUIVO
           IF MRT-EMPRESA NUMERIC
              MOVE MRT-EMPRESA TO WS-EMPRESA-ARQUIVO
           END-IF
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND WS-EMPRESA-ARQUIVO NOT = WS-EMPRESA-SESSAO
              GO TO F-CREDITA-ARQUIVADO
           END-IF
           MOVE MRT-DATA TO WS-DATA-TRAB
           PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
           IF WS-DATA-VALIDA = "S"
              MOVE MRT-CLI-CODIGO TO WS-CLI-PEDIDO
              MOVE MRT-VEN-CODIGO TO WS-VEN-CREDITO
              MOVE MRT-VALOR      TO WS-VALOR-PEDIDO
              PERFORM CREDITA-RECEITA THRU F-CREDITA-RECEITA
           END-IF.
       F-CREDITA-ARQUIVADO. EXIT.

      * DEVOLUCOES LANCADAS NOS DOIS MESES SAEM DA RECEITA DO
      * VENDEDOR DE REGISTRO DO PEDIDO ORIGINAL, COMO NO PROG34.
       ABATE-DEVOLUCOES.
           MOVE "DEVOLUCAO.DAT" TO WID-ARQ-DEVOLUCAO
           OPEN INPUT ARQ-DEVOLUCAO
           IF WS-RESULTADO-DEV NOT = 00
              GO TO F-ABATE-DEVOLUCOES
           END-IF
           MOVE ZEROS TO DEV-CLI-CODIGO
           MOVE ZEROS TO DEV-PED-SEQUENCIA
           MOVE ZEROS TO DEV-SEQUENCIA
           START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
           IF WS-RESULTADO-DEV = 00
              PERFORM UNTIL EXIT
                 READ ARQ-DEVOLUCAO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 PERFORM ABATE-DEVOLUCAO THRU F-ABATE-DEVOLUCAO
              END-PERFORM
           END-IF
           CLOSE ARQ-DEVOLUCAO.
       F-ABATE-DEVOLUCOES. EXIT.

       ABATE-DEVOLUCAO.
           MOVE DEV-DATA TO WS-DATA-TRAB
           PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
           IF WS-DATA-VALIDA NOT = "S"
              GO TO F-ABATE-DEVOLUCAO
           END-IF
           IF WS-DATA-COMP NOT = WS-COMPETENCIA
              AND WS-DATA-COMP NOT = WS-COMPETENCIA-ANT
              GO TO F-ABATE-DEVOLUCAO
           END-IF
           MOVE DEV-VEN-CODIGO TO WS-VEN-CREDITO
           IF WS-VEN-CREDITO = ZEROS
              MOVE DEV-CLI-CODIGO TO WS-CLI-PEDIDO
              PERFORM BUSCA-TITULAR THRU F-BUSCA-TITULAR
              MOVE WS-VEN-TITULAR TO WS-VEN-CREDITO
           END-IF
           IF WS-VEN-CREDITO = ZEROS
              GO TO F-ABATE-DEVOLUCAO
           END-IF
           IF WS-DATA-COMP = WS-COMPETENCIA
              SUBTRACT DEV-VALOR FROM WS-SCO-REAL(WS-VEN-CREDITO)
           ELSE
              SUBTRACT DEV-VALOR FROM WS-SCO-REAL-ANT(WS-VEN-CREDITO)
           END-IF.
       F-ABATE-DEVOLUCAO. EXIT.

      * META DO MES DE CADA VENDEDOR ATIVO (META.DAT, PROG34).
       LE-METAS.
           MOVE "META.DAT" TO WID-ARQ-META
           OPEN INPUT ARQ-META
           IF WS-RESULTADO-MET NOT = 00
              GO TO F-LE-METAS
           END-IF
           PERFORM VARYING WS-IV FROM 1 BY 1 UNTIL WS-IV > 999
              IF WS-SCO-ATIVO(WS-IV) = "S"
                 MOVE WS-IV          TO MET-VEN-CODIGO
                 MOVE WS-COMPETENCIA TO MET-COMPETENCIA
                 READ ARQ-META
                 IF WS-RESULTADO-MET = 00
                    MOVE MET-VALOR TO WS-SCO-META(WS-IV)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-META.
       F-LE-METAS. EXIT.

      * VISITAS PLANEJADAS NA AGENDA DO MES (AGENDA.DAT, PROG39). AS
      * VISITAS DE PROSPECCAO (CLASSE "P") FICAM FORA: O REALIZADO
      * VEM SO DO VISITA.DAT, QUE REGISTRA VISITAS A CLIENTES.
       CONTA-AGENDA.
           MOVE "AGENDA.DAT" TO WID-ARQ-AGENDA
           OPEN INPUT ARQ-AGENDA
           IF WS-RESULTADO-AGD NOT = 00
              GO TO F-CONTA-AGENDA
           END-IF
           MOVE WS-COMPETENCIA TO AGD-COMPETENCIA
           MOVE ZEROS TO AGD-VEN-CODIGO
           MOVE ZEROS TO AGD-SEQUENCIA
           START ARQ-AGENDA KEY NOT LESS AGD-CHAVE
           IF WS-RESULTADO-AGD = 00
              PERFORM UNTIL EXIT
                 READ ARQ-AGENDA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF AGD-COMPETENCIA NOT = WS-COMPETENCIA
                    EXIT PERFORM
                 END-IF
                 IF AGD-VEN-CODIGO > ZEROS AND AGD-CLASSE NOT = "P"
                    ADD 1 TO WS-SCO-PLAN(AGD-VEN-CODIGO)
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-AGENDA.
       F-CONTA-AGENDA. EXIT.

      * VISITAS REGISTRADAS NO MES (VISITA.DAT, PROG40), PELO
      * VENDEDOR QUE AS FEZ.
       CONTA-VISITAS.
           IF WS-EXISTE-VISITA NOT = "S"
              GO TO F-CONTA-VISITAS
           END-IF
           MOVE ZEROS TO VIS-CLI-CODIGO
           MOVE ZEROS TO VIS-SEQUENCIA
           START ARQ-VISITA KEY NOT LESS VIS-CHAVE
           IF WS-RESULTADO-VIS NOT = 00
              GO TO F-CONTA-VISITAS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-VISITA NEXT AT END
                 EXIT PERFORM
              END-READ
              MOVE VIS-DATA TO WS-DATA-TRAB
              PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
              IF WS-DATA-VALIDA = "S"
                 AND WS-DATA-COMP = WS-COMPETENCIA
                 AND VIS-VEN-CODIGO > ZEROS
                 ADD 1 TO WS-SCO-FEITAS(VIS-VEN-CODIGO)
              END-IF
           END-PERFORM.
       F-CONTA-VISITAS. EXIT.

      * CARTEIRA ATIVA DE CADA TITULAR (DISTMEST.DAT, CLIENTES QUE
      * NAO ESTAO INATIVOS NEM PENDENTES DE GEOCODIFICACAO, COMO NA
      * AGENDA) E QUANTOS DELES TIVERAM VISITA NO MES.
       CONTA-CARTEIRA.
           IF WS-EXISTE-DIST-MEST NOT = "S"
              GO TO F-CONTA-CARTEIRA
           END-IF
           MOVE ZEROS TO DM-CLI-CODIGO
           START ARQ-DIST-MEST KEY NOT LESS DM-CLI-CODIGO
           IF WS-RESULTADO-MEST NOT = 00
              GO TO F-CONTA-CARTEIRA
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-DIST-MEST NEXT AT END
                 EXIT PERFORM
              END-READ
              IF DM-VEN-CODIGO > ZEROS
                 MOVE DM-CLI-CODIGO TO CLI-CODIGO
                 READ ARQ-CLIENTE
                 IF WS-RESULTADO-CLI = 00
                    AND CLI-STATUS NOT = "I"
                    AND CLI-STATUS NOT = "P"
                    ADD 1 TO WS-SCO-CARTEIRA(DM-VEN-CODIGO)
                    PERFORM VERIFICA-VISITA THRU F-VERIFICA-VISITA
                    IF WS-VISITADO = "S"
                       ADD 1 TO WS-SCO-COBERTOS(DM-VEN-CODIGO)
                    END-IF
                 END-IF
              END-IF
           END-PERFORM.
       F-CONTA-CARTEIRA. EXIT.

       VERIFICA-VISITA.
           MOVE "N" TO WS-VISITADO
           IF WS-EXISTE-VISITA NOT = "S"
              GO TO F-VERIFICA-VISITA
           END-IF
           MOVE DM-CLI-CODIGO TO VIS-CLI-CODIGO
           MOVE ZEROS         TO VIS-SEQUENCIA
           START ARQ-VISITA KEY NOT LESS VIS-CHAVE
           IF WS-RESULTADO-VIS NOT = 00
              GO TO F-VERIFICA-VISITA
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-VISITA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF VIS-CLI-CODIGO NOT = DM-CLI-CODIGO
                 EXIT PERFORM
              END-IF
              MOVE VIS-DATA TO WS-DATA-TRAB
              PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
              IF WS-DATA-VALIDA = "S"
                 AND WS-DATA-COMP = WS-COMPETENCIA
                 MOVE "S" TO WS-VISITADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       F-VERIFICA-VISITA. EXIT.

      * PROSPECTS CONVERTIDOS NO MES (PROSPCONV.DAT, PROG46); SEM
      * VENDEDOR NA CONVERSAO VALE O TITULAR ATUAL DO NOVO CLIENTE.
       CONTA-CONVERSOES.
           OPEN INPUT ARQ-PROSPECT-CONV
           IF WS-RESULTADO-PCV NOT = 00
              GO TO F-CONTA-CONVERSOES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PROSPECT-CONV AT END
                 EXIT PERFORM
              END-READ
              MOVE PCV-DATA TO WS-DATA-TRAB
              PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
              IF WS-DATA-VALIDA = "S"
                 AND WS-DATA-COMP = WS-COMPETENCIA
                 MOVE PCV-VEN-CODIGO TO WS-VEN-CREDITO
                 IF WS-VEN-CREDITO = ZEROS
                    MOVE PCV-CLI-CODIGO TO WS-CLI-PEDIDO
                    PERFORM BUSCA-TITULAR THRU F-BUSCA-TITULAR
                    MOVE WS-VEN-TITULAR TO WS-VEN-CREDITO
                 END-IF
                 IF WS-VEN-CREDITO > ZEROS
                    ADD 1 TO WS-SCO-CONV(WS-VEN-CREDITO)
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-PROSPECT-CONV.
       F-CONTA-CONVERSOES. EXIT.

      * PONTOS DE CADA INDICADOR E PONTUACAO GERAL PONDERADA.
       CALCULA-PONTUACOES.
           MOVE ZEROS TO WS-MAIOR-CONVERSAO
           PERFORM VARYING WS-IV FROM 1 BY 1 UNTIL WS-IV > 999
              IF WS-SCO-ATIVO(WS-IV) = "S"
                 AND WS-SCO-CONV(WS-IV) > WS-MAIOR-CONVERSAO
                 MOVE WS-SCO-CONV(WS-IV) TO WS-MAIOR-CONVERSAO
              END-IF
           END-PERFORM
           PERFORM VARYING WS-IV FROM 1 BY 1 UNTIL WS-IV > 999
              IF WS-SCO-ATIVO(WS-IV) = "S"
                 PERFORM PONTUA-VENDEDOR THRU F-PONTUA-VENDEDOR
              END-IF
           END-PERFORM.
       F-CALCULA-PONTUACOES. EXIT.

       PONTUA-VENDEDOR.
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
              MOVE ZEROS TO WS-SCO-PCT(WS-IV, WS-IND)
              MOVE ZEROS TO WS-SCO-PTS(WS-IV, WS-IND)
              MOVE "N"   TO WS-SCO-APL(WS-IV, WS-IND)
           END-PERFORM
      * 1 - ATINGIMENTO DA META
           IF WS-SCO-META(WS-IV) > ZEROS
              MOVE ZEROS TO WS-PCT-TRAB
              IF WS-SCO-REAL(WS-IV) > ZEROS
                 COMPUTE WS-PCT-TRAB ROUNDED =
                    WS-SCO-REAL(WS-IV) * 100 / WS-SCO-META(WS-IV)
              END-IF
              MOVE WS-PCT-TRAB TO WS-PTS-TRAB
              MOVE 1 TO WS-IND
              PERFORM GUARDA-INDICADOR THRU F-GUARDA-INDICADOR
           END-IF
      * 2 - CRESCIMENTO SOBRE O MESMO MES DO ANO ANTERIOR
           IF WS-SCO-REAL-ANT(WS-IV) > ZEROS
              COMPUTE WS-PCT-TRAB ROUNDED =
                 (WS-SCO-REAL(WS-IV) - WS-SCO-REAL-ANT(WS-IV)) * 100
                 / WS-SCO-REAL-ANT(WS-IV)
              COMPUTE WS-PTS-TRAB = 50 + WS-PCT-TRAB
              MOVE 2 TO WS-IND
              PERFORM GUARDA-INDICADOR THRU F-GUARDA-INDICADOR
           END-IF
      * 3 - VISITAS FEITAS SOBRE AS PLANEJADAS
           IF WS-SCO-PLAN(WS-IV) > ZEROS
              COMPUTE WS-PCT-TRAB ROUNDED =
                 WS-SCO-FEITAS(WS-IV) * 100 / WS-SCO-PLAN(WS-IV)
              MOVE WS-PCT-TRAB TO WS-PTS-TRAB
              MOVE 3 TO WS-IND
              PERFORM GUARDA-INDICADOR THRU F-GUARDA-INDICADOR
           END-IF
      * 4 - COBERTURA DA CARTEIRA
           IF WS-SCO-CARTEIRA(WS-IV) > ZEROS
              COMPUTE WS-PCT-TRAB ROUNDED =
                 WS-SCO-COBERTOS(WS-IV) * 100 / WS-SCO-CARTEIRA(WS-IV)
              MOVE WS-PCT-TRAB TO WS-PTS-TRAB
              MOVE 4 TO WS-IND
              PERFORM GUARDA-INDICADOR THRU F-GUARDA-INDICADOR
           END-IF
      * 5 - CONVERSOES, CONTRA O MELHOR VENDEDOR DO MES
           IF WS-MAIOR-CONVERSAO > ZEROS
              COMPUTE WS-PCT-TRAB ROUNDED =
                 WS-SCO-CONV(WS-IV) * 100 / WS-MAIOR-CONVERSAO
              MOVE WS-PCT-TRAB TO WS-PTS-TRAB
              MOVE 5 TO WS-IND
              PERFORM GUARDA-INDICADOR THRU F-GUARDA-INDICADOR
           END-IF
      * 6 - RECEBIVEIS DA CARTEIRA VENCIDOS HA MAIS DE 30 DIAS
           IF WS-SCO-ABERTO(WS-IV) > ZEROS
              COMPUTE WS-PCT-TRAB ROUNDED =
                 WS-SCO-VENCIDO(WS-IV) * 100 / WS-SCO-ABERTO(WS-IV)
              COMPUTE WS-PTS-TRAB = 100 - WS-PCT-TRAB
              MOVE 6 TO WS-IND
              PERFORM GUARDA-INDICADOR THRU F-GUARDA-INDICADOR
           END-IF

           MOVE ZEROS TO WS-SOMA-PESOS
           MOVE ZEROS TO WS-SOMA-PONDERADA
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
              IF WS-SCO-APL(WS-IV, WS-IND) = "S"
                 ADD WS-PESO(WS-IND) TO WS-SOMA-PESOS
                 COMPUTE WS-SOMA-PONDERADA = WS-SOMA-PONDERADA +
                    WS-PESO(WS-IND) * WS-SCO-PTS(WS-IV, WS-IND)
              END-IF
           END-PERFORM
           IF WS-SOMA-PESOS > ZEROS
              COMPUTE WS-SCO-PONTUACAO(WS-IV) ROUNDED =
                 WS-SOMA-PONDERADA / WS-SOMA-PESOS
           ELSE
              MOVE ZEROS TO WS-SCO-PONTUACAO(WS-IV)
           END-IF.
       F-PONTUA-VENDEDOR. EXIT.

      * GUARDA O PERCENTUAL (LIMITADO A 9999,9) E OS PONTOS (LIMITADOS
      * ENTRE 0 E 100) DO INDICADOR WS-IND DO VENDEDOR WS-IV.
       GUARDA-INDICADOR.
           IF WS-PCT-TRAB > 9999,9
              MOVE 9999,9 TO WS-PCT-TRAB
           END-IF
           IF WS-PCT-TRAB < -9999,9
              MOVE -9999,9 TO WS-PCT-TRAB
           END-IF
           IF WS-PTS-TRAB < ZEROS
              MOVE ZEROS TO WS-PTS-TRAB
           END-IF
           IF WS-PTS-TRAB > 100
              MOVE 100 TO WS-PTS-TRAB
           END-IF
           MOVE WS-PCT-TRAB TO WS-SCO-PCT(WS-IV, WS-IND)
           MOVE WS-PTS-TRAB TO WS-SCO-PTS(WS-IV, WS-IND)
           MOVE "S"         TO WS-SCO-APL(WS-IV, WS-IND).
       F-GUARDA-INDICADOR. EXIT.

      * DATA DD/MM/AAAA EM WS-DATA-TRAB: NUMERO DE DIAS CORRIDOS E
      * COMPETENCIA AAAAMM.
       CONVERTE-DATA.
           MOVE "N"   TO WS-DATA-VALIDA
           MOVE ZEROS TO WS-DATA-INTEIRA
           MOVE ZEROS TO WS-DATA-COMP
           IF WS-DATA-TRAB(1:2) NUMERIC
              AND WS-DATA-TRAB(4:2) NUMERIC
              AND WS-DATA-TRAB(7:4) NUMERIC
              AND WS-DATA-TRAB(4:2) > "00"
              AND WS-DATA-TRAB(4:2) < "13"
              AND WS-DATA-TRAB(1:2) > "00"
              AND WS-DATA-TRAB(1:2) < "32"
              AND WS-DATA-TRAB(7:4) > "1600"
              MOVE WS-DATA-TRAB(7:4) TO WS-DATA-AAAAMMDD(1:4)
              MOVE WS-DATA-TRAB(4:2) TO WS-DATA-AAAAMMDD(5:2)
              MOVE WS-DATA-TRAB(1:2) TO WS-DATA-AAAAMMDD(7:2)
              COMPUTE WS-DATA-INTEIRA =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
              IF WS-DATA-INTEIRA > ZEROS
                 MOVE "S" TO WS-DATA-VALIDA
                 MOVE WS-DATA-AAAAMMDD(1:6) TO WS-DATA-COMP
              END-IF
           END-IF.
       F-CONVERTE-DATA. EXIT.

      * RANKING DO MES NA ORDEM DA PONTUACAO; CADA VENDEDOR VAI PARA
      * O HISTORICO COM A SUA POSICAO (EMPATE = MESMA POSICAO).
       IMPRIME-RANKING.
           OPEN INPUT ARQ-SCORE-SAI
           MOVE ZEROS TO CONTROLE-FIM
           MOVE ZEROS TO WS-POSICAO
           MOVE 999   TO WS-PTS-TRAB
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-SCORE-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              ADD 1 TO WS-TOTAL-VENDEDORES
              IF SCS-PONTUACAO-SAI NOT = WS-PTS-TRAB
                 MOVE WS-TOTAL-VENDEDORES TO WS-POSICAO
                 MOVE SCS-PONTUACAO-SAI   TO WS-PTS-TRAB
              END-IF
              MOVE SCS-VEN-CODIGO-SAI TO WS-IV
              PERFORM IMPRIME-VENDEDOR THRU F-IMPRIME-VENDEDOR
              PERFORM GRAVA-HISTORICO THRU F-GRAVA-HISTORICO
           END-PERFORM
           CLOSE ARQ-SCORE-SAI.
       F-IMPRIME-RANKING. EXIT.

       IMPRIME-VENDEDOR.
           MOVE WS-POSICAO          TO DET-POSICAO
           MOVE WS-IV               TO DET-VEN-CODIGO
           MOVE WS-SCO-NOME(WS-IV)  TO DET-VEN-NOME
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
              IF WS-SCO-APL(WS-IV, WS-IND) NOT = "S"
                 MOVE "             -" TO DET-INDICADOR(WS-IND)
              ELSE
                 IF WS-IND = 5
                    MOVE WS-SCO-CONV(WS-IV) TO WS-IND-QTD
                    MOVE WS-SCO-PTS(WS-IV, WS-IND)
                       TO WS-IND-QTD-PONTOS
                    MOVE WS-IND-QTD-TELA TO DET-INDICADOR(WS-IND)
                 ELSE
                    MOVE WS-SCO-PCT(WS-IV, WS-IND) TO WS-IND-VALOR
                    MOVE WS-SCO-PTS(WS-IV, WS-IND) TO WS-IND-PONTOS
                    MOVE WS-IND-TELA TO DET-INDICADOR(WS-IND)
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-SCO-PONTUACAO(WS-IV) TO DET-PONTUACAO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES.
       F-IMPRIME-VENDEDOR. EXIT.

       GRAVA-HISTORICO.
           MOVE WS-COMPETENCIA TO SCH-COMPETENCIA
           MOVE WS-IV          TO SCH-VEN-CODIGO
           READ ARQ-SCORE-HIST
           MOVE WS-SCO-NOME(WS-IV)      TO SCH-VEN-NOME
           MOVE WS-SCO-META(WS-IV)      TO SCH-META
           MOVE WS-SCO-REAL(WS-IV)      TO SCH-REALIZADO
           MOVE WS-SCO-REAL-ANT(WS-IV)  TO SCH-REALIZADO-ANT
           MOVE WS-SCO-PLAN(WS-IV)      TO SCH-VISITAS-PLAN
           MOVE WS-SCO-FEITAS(WS-IV)    TO SCH-VISITAS-FEITAS
           MOVE WS-SCO-CARTEIRA(WS-IV)  TO SCH-CARTEIRA
           MOVE WS-SCO-COBERTOS(WS-IV)  TO SCH-COBERTOS
           MOVE WS-SCO-CONV(WS-IV)      TO SCH-CONVERSOES
           MOVE WS-SCO-ABERTO(WS-IV)    TO SCH-ABERTO
           MOVE WS-SCO-VENCIDO(WS-IV)   TO SCH-VENCIDO
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 6
              MOVE WS-SCO-PCT(WS-IV, WS-IND) TO SCH-PERCENTUAL(WS-IND)
              MOVE WS-SCO-PTS(WS-IV, WS-IND) TO SCH-PONTOS(WS-IND)
              MOVE WS-SCO-APL(WS-IV, WS-IND) TO SCH-APLICADO(WS-IND)
           END-PERFORM
           MOVE WS-SCO-PONTUACAO(WS-IV) TO SCH-PONTUACAO
           MOVE WS-POSICAO              TO SCH-POSICAO
           MOVE DATA-DE-HOJE            TO SCH-DATA-GERACAO
           IF WS-RESULTADO-SCH = 00
              REWRITE REGISTRO-SCORE-HIST
           ELSE
              WRITE REGISTRO-SCORE-HIST
           END-IF
           IF WS-RESULTADO-SCH = 00
              ADD 1 TO WS-TOTAL-GRAVADOS
           END-IF.
       F-GRAVA-HISTORICO. EXIT.

      * EVOLUCAO: PONTUACAO DE CADA VENDEDOR NOS 12 MESES ATE O
      * APURADO, LIDA DO SCOREHIST.DAT (MES SEM APURACAO = TRACO),
      * NA MESMA ORDEM DO RANKING.
       IMPRIME-EVOLUCAO.
           COMPUTE WS-MES-NUMERO =
              WS-ANO-CALCULO * 12 + WS-MES-CALCULO - 1 - 11
           PERFORM VARYING WS-IMES FROM 1 BY 1 UNTIL WS-IMES > 12
              DIVIDE WS-MES-NUMERO BY 12 GIVING WS-ANO-ARQUIVO
                 REMAINDER WS-MES-EVOLUCAO
              COMPUTE WS-EVO-COMPETENCIA(WS-IMES) =
                 WS-ANO-ARQUIVO * 100 + WS-MES-EVOLUCAO + 1
              MOVE SPACES TO CABM-MES(WS-IMES)
              STRING WS-EVO-COMPETENCIA(WS-IMES)(5:2) "/"
                     WS-EVO-COMPETENCIA(WS-IMES)(3:2)
                     DELIMITED BY SIZE INTO CABM-MES-ANO(WS-IMES)
              ADD 1 TO WS-MES-NUMERO
           END-PERFORM
           PERFORM IMPRIMIR-CABECALHO
           WRITE LINHA FROM CABECALHO-EVOLUCAO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2        AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-MESES    AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA

           OPEN INPUT ARQ-SCORE-SAI
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-SCORE-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              MOVE SCS-VEN-CODIGO-SAI TO WS-IV
              MOVE WS-IV              TO DETE-VEN-CODIGO
              MOVE WS-SCO-NOME(WS-IV) TO DETE-VEN-NOME
              PERFORM VARYING WS-IMES FROM 1 BY 1 UNTIL WS-IMES > 12
                 MOVE SPACES TO DETE-MES(WS-IMES)
                 MOVE WS-EVO-COMPETENCIA(WS-IMES) TO SCH-COMPETENCIA
                 MOVE WS-IV                       TO SCH-VEN-CODIGO
                 READ ARQ-SCORE-HIST
                 IF WS-RESULTADO-SCH = 00
                    MOVE SCH-PONTUACAO TO WS-IND-PONTOS
                    MOVE WS-IND-PONTOS TO DETE-PONTOS(WS-IMES)
                 ELSE
                    MOVE "  -" TO DETE-PONTOS(WS-IMES)
                 END-IF
              END-PERFORM
              PERFORM CONTA-LINHA
              WRITE LINHA FROM DETALHE-EVOLUCAO AFTER 1 LINES
           END-PERFORM
           CLOSE ARQ-SCORE-SAI.
       F-IMPRIME-EVOLUCAO. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  03 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * REGISTRO DO RESULTADO DA APURACAO EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           MOVE "PROG82" TO EXEC-PROGRAMA
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

      * RESPOSTAS DO BATCH.PRM PARA O PROG82 (EM BRANCO = PADRAO; OS
      * SEIS PESOS EM BRANCO OU ZERO = PESOS PADRAO):
      *   RESPOSTA-1 = COMPETENCIA AAAAMM (VAZIO = MES ANTERIOR)
      *   RESPOSTA-2 = PESO DO ATINGIMENTO DA META (30)
      *   RESPOSTA-3 = PESO DO CRESCIMENTO SOBRE O ANO ANTERIOR (20)
      *   RESPOSTA-4 = PESO DAS VISITAS FEITAS X PLANEJADAS (15)
      *   RESPOSTA-5 = PESO DA COBERTURA DA CARTEIRA (15)
      *   RESPOSTA-6 = PESO DOS PROSPECTS CONVERTIDOS (10)
      *   RESPOSTA-7 = PESO DOS RECEBIVEIS EM ATRASO (10)
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
                 IF PRM-PROGRAMA = "PROG82"
                    MOVE "S" TO WS-MODO-BATCH
                    IF PRM-RESPOSTA-1 NOT = SPACES
                       MOVE PRM-RESPOSTA-1(1:4) TO WS-ANO-CALCULO
                       MOVE PRM-RESPOSTA-1(5:2) TO WS-MES-CALCULO
                    END-IF
                    IF PRM-RESPOSTA-2 NOT = SPACES
                       COMPUTE WS-PESO(1) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-2)
                    END-IF
                    IF PRM-RESPOSTA-3 NOT = SPACES
                       COMPUTE WS-PESO(2) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-3)
                    END-IF
                    IF PRM-RESPOSTA-4 NOT = SPACES
                       COMPUTE WS-PESO(3) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-4)
                    END-IF
                    IF PRM-RESPOSTA-5 NOT = SPACES
                       COMPUTE WS-PESO(4) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-5)
                    END-IF
                    IF PRM-RESPOSTA-6 NOT = SPACES
                       COMPUTE WS-PESO(5) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-6)
                    END-IF
                    IF PRM-RESPOSTA-7 NOT = SPACES
                       COMPUTE WS-PESO(6) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-7)
                    END-IF
                    MOVE 1 TO WS-FIM-PRM
                 END-IF
              END-PERFORM
              CLOSE ARQ-BATCH-PRM
           END-IF.
       F-LE-PARAMETROS-BATCH. EXIT.

      * OPERADOR E EMPRESA DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); O OPERADOR E REGISTRADO NO EXECUCAO.LOG.
      * SESSAO SEM EMPRESA VALE COMO EMPRESA 01.
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
