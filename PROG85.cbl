       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG85.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- RETRATO MENSAL DA BASE E TENDENCIA DE 24 MESES -------
      * O PAINEL DO PROG22 SO MOSTRA A BASE COMO ESTA AGORA. NA VIRADA
      * DO MES ESTE PROGRAMA GUARDA NO BASEHIST.DAT O RETRATO DA BASE
      * DA COMPETENCIA, PARA A BASE INTEIRA, POR UF E POR VENDEDOR
      * TITULAR: CLIENTES ATIVOS, BLOQUEADOS PARA FATURAMENTO, EM
      * EXCECAO NA DISTRIBUICAO, PENDENTES DE GEOCODIFICACAO E DE
      * CLASSE A, A RECEITA DO MES (PEDIDOS MENOS DEVOLUCOES, COMO NO
      * PROG82) E OS RECEBIVEIS EM ABERTO NO ULTIMO DIA DO MES.
      * COMO AS CONTAGENS SAO DA SITUACAO DO DIA, SO SE TIRA O RETRATO
      * DO MES CORRENTE OU DO ANTERIOR (O BATCH DA VIRADA DO MES, SEM
      * COMPETENCIA INFORMADA, RETRATA O MES QUE ACABOU); TIRAR DE
      * NOVO SUBSTITUI O RETRATO DA COMPETENCIA.
      * O RBASETEND.TXT TRAZ OS 24 MESES ATE A COMPETENCIA, UM ABAIXO
      * DO OUTRO, CADA UM COM A VARIACAO SOBRE O MES ANTERIOR E SOBRE
      * O MESMO MES DO ANO ANTERIOR, PARA A BASE INTEIRA E, SE PEDIDO,
      * PARA CADA UF OU CADA VENDEDOR (OU UM SO DELES). MES SEM
      * RETRATO APARECE EM BRANCO E SEM VARIACAO.
      * PEDIDOS JA EXPURGADOS PELO PROG35 NAO ENTRAM: O EXPURGO SO
      * ALCANCA MESES MUITO ANTERIORES AOS RETRATADOS.
      * O RETRATO E SEMPRE DE TODAS AS EMPRESAS E GUARDA TAMBEM A BASE
      * DE CADA EMPRESA (TIPO E). NA SESSAO DE UMA EMPRESA (ESCOLHIDA
      * NO SIGN-ON) A TENDENCIA TRAZ A BASE DA EMPRESA E SO OS
      * VENDEDORES DELA; A QUEBRA POR UF SO SAI NA SESSAO CONSOLIDADA
      * (EMPRESA 00), POIS O RETRATO NAO SEPARA A UF POR EMPRESA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
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

           SELECT ARQ-CLI-ENDERECO ASSIGN TO DISK
                  WID-ARQ-CLI-ENDERECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS END-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-END.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-CLASSE-ABC ASSIGN TO DISK WID-ARQ-CLASSE-ABC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ABC-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ABC.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEV.

           SELECT ARQ-EXCECAO ASSIGN TO DISK WS-LOCAL-ARQ-EXCECAO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXCE.

           SELECT ARQ-BASE-HIST ASSIGN TO DISK WID-ARQ-BASE-HIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS BSH-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-BSH.

           SELECT RELATORIO ASSIGN TO "RBASETEND.TXT"
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
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-CLASSE-ABC.FD".

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-DEVOLUCAO.FD".

       COPY "ARQ-EXCECAO.FD".

       COPY "ARQ-BASE-HIST.FD".

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
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLASSE-ABC    PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-EXCECAO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-BASE-HIST     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ABC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXCE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-BSH      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-QUEBRA             PIC X(01) VALUE SPACES.
       77 WS-FILTRO             PIC X(03) VALUE SPACES.
       77 WS-FILTRO-VEN         PIC 9(03) VALUE ZEROS.
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 WS-EXISTE-DIST-MEST   PIC X(01) VALUE "N".
       77 WS-EXISTE-CLASSE      PIC X(01) VALUE "N".
       77 WS-EXISTE-VENDEDOR    PIC X(01) VALUE "N".
       77 WS-ANO-CALCULO        PIC 9(04) VALUE ZEROS.
       77 WS-MES-CALCULO        PIC 9(02) VALUE ZEROS.
       77 WS-MES-ANO            PIC X(07) VALUE SPACES.
       77 WS-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-HOJE   PIC 9(06) VALUE ZEROS.
       77 WS-COMPETENCIA-ANT    PIC 9(06) VALUE ZEROS.
       77 WS-COMP-TRAB          PIC 9(06) VALUE ZEROS.
       77 WS-ANO-TRAB           PIC 9(04) VALUE ZEROS.
       77 WS-MES-TRAB           PIC 9(02) VALUE ZEROS.
       77 WS-FIM-MES            PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-TRAB          PIC X(10) VALUE SPACES.
       77 WS-DATA-VALIDA        PIC X(01) VALUE "N".
       77 WS-DATA-INTEIRA       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-COMP          PIC 9(06) VALUE ZEROS.
       77 WS-PGTO-INTEIRA       PIC 9(08) VALUE ZEROS.
       77 WS-CLI-RESOLVE        PIC 9(07) VALUE ZEROS.
       77 WS-CLI-RESOLVIDO      PIC 9(07) VALUE ZEROS.
       77 WS-UF-RES             PIC X(02) VALUE SPACES.
       77 WS-VEN-RES            PIC 9(03) VALUE ZEROS.
       77 WS-EMP-RES            PIC 9(02) VALUE 01.
       77 WS-IE                 PIC 9(03) VALUE ZEROS.
       77 WS-ACU-IND            PIC 9(01) VALUE ZEROS.
       77 WS-ACU-VALOR          PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-QTD-UF             PIC 9(02) VALUE ZEROS.
       77 WS-SLOT-UF            PIC 9(02) VALUE ZEROS.
       77 WS-SLOT-VEN           PIC 9(04) VALUE ZEROS.
       77 WS-IV                 PIC 9(04) VALUE ZEROS.
       77 WS-IU                 PIC 9(02) VALUE ZEROS.
       77 WS-IM                 PIC 9(02) VALUE ZEROS.
       77 WS-IN                 PIC 9(01) VALUE ZEROS.
       77 WS-IB                 PIC 9(02) VALUE ZEROS.
       77 WS-ID                 PIC 9(04) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DIMENSOES      PIC 9(04) VALUE ZEROS.
       77 WS-TIPO-TEND          PIC X(01) VALUE SPACES.
       77 WS-DIMENSAO-TEND      PIC X(03) VALUE SPACES.
       77 WS-DESCRICAO-TEND     PIC X(40) VALUE SPACES.
       77 WS-VARIACAO           PIC S9(05)V9(01) VALUE ZEROS.
       77 WS-VARIACAO-ED        PIC -ZZZ9,9.
       77 WS-CELULA             PIC X(07) VALUE SPACES.
       77 WS-BASE-VAR           PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-ATUAL-VAR          PIC S9(13)V9(02) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

      * ACUMULADORES DO RETRATO: 1 ATIVOS, 2 BLOQUEADOS, 3 EM
      * EXCECAO, 4 PENDENTES DE GEOCODIFICACAO, 5 CLASSE A,
      * 6 RECEITA DO MES, 7 EM ABERTO NO FIM DO MES.
       01 WS-ACU-GERAL.
          02 WS-ACG-VALOR OCCURS 7     PIC S9(13)V9(02).
       01 WS-TAB-ACU-UF.
          02 WS-ACU OCCURS 40.
             03 WS-ACU-UF              PIC X(02).
             03 WS-ACU-VALOR-UF OCCURS 7 PIC S9(13)V9(02).
      * POR CODIGO DE VENDEDOR; A POSICAO 1000 ACUMULA OS CLIENTES
      * SEM VENDEDOR TITULAR.
       01 WS-TAB-ACU-VEN.
          02 WS-ACV OCCURS 1000.
             03 WS-ACV-USADO           PIC X(01).
             03 WS-ACV-VALOR OCCURS 7  PIC S9(13)V9(02).
      * POR CODIGO DE EMPRESA DO CLIENTE.
       01 WS-TAB-ACU-EMP.
          02 WS-ACE OCCURS 99.
             03 WS-ACE-USADO           PIC X(01).
             03 WS-ACE-VALOR OCCURS 7  PIC S9(13)V9(02).

      * OS 36 MESES ATE A COMPETENCIA DO RELATORIO (OS 24 IMPRESSOS
      * E OS 12 ANTERIORES, BASE DA VARIACAO ANUAL); POSICAO 36 = A
      * PROPRIA COMPETENCIA.
       01 WS-TAB-TENDENCIA.
          02 WS-TEN OCCURS 36.
             03 WS-TEN-COMPETENCIA     PIC 9(06).
             03 WS-TEN-EXISTE          PIC X(01).
             03 WS-TEN-VALOR OCCURS 7  PIC S9(13)V9(02).

      * UFS OU VENDEDORES COM RETRATO NOS 24 MESES, EM ORDEM.
       01 WS-TAB-DIMENSOES.
          02 WS-DIM OCCURS 1000.
             03 WS-DIM-CHAVE           PIC X(03).
             03 WS-DIM-DESCRICAO       PIC X(40).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(40) VALUE
             "TENDENCIA DA BASE DE CLIENTES - 24 MESES".
          02 FILLER       PIC X(05) VALUE SPACES.
          02 FILLER       PIC X(07) VALUE "ATE ".
          02 CAB-MES-ANO  PIC X(07).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(08) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-1.
          02 FILLER PIC X(09) VALUE "COMPET.".
          02 FILLER PIC X(10) VALUE SPACES.
          02 FILLER PIC X(10) VALUE "    ATIVOS".
          02 FILLER PIC X(10) VALUE "  BLOQUEAD".
          02 FILLER PIC X(10) VALUE "  EXCECOES".
          02 FILLER PIC X(10) VALUE "  PEND.GEO".
          02 FILLER PIC X(10) VALUE "  CLASSE A".
          02 FILLER PIC X(19) VALUE "      RECEITA MES".
          02 FILLER PIC X(19) VALUE "    RECEB. ABERTO".
          02 FILLER PIC X(25) VALUE SPACES.

       01 LINHA-BLOCO.
          02 FILLER              PIC X(12) VALUE "TENDENCIA - ".
          02 BLO-TIPO            PIC X(10).
          02 BLO-DIMENSAO        PIC X(04).
          02 BLO-DESCRICAO       PIC X(40).
          02 FILLER              PIC X(66) VALUE SPACES.

       01 DETALHE-TEND.
          02 DTT-COMPETENCIA     PIC X(09).
          02 DTT-LINHA           PIC X(10).
          02 DTT-QTD OCCURS 5.
             03 FILLER           PIC X(03).
             03 DTT-QTD-V        PIC ZZZ.ZZ9.
          02 DTT-VAL OCCURS 2.
             03 FILLER           PIC X(01).
             03 DTT-VAL-V        PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(25).

       01 DETALHE-VAR.
          02 DTV-COMPETENCIA     PIC X(09).
          02 DTV-LINHA           PIC X(10).
          02 DTV-QTD OCCURS 5.
             03 FILLER           PIC X(03).
             03 DTV-QTD-V        PIC X(07).
          02 DTV-VAL OCCURS 2.
             03 FILLER           PIC X(12).
             03 DTV-VAL-V        PIC X(07).
          02 FILLER              PIC X(25).

       01 DETALHE-SEM-RETRATO.
          02 DTS-COMPETENCIA     PIC X(09).
          02 FILLER              PIC X(123) VALUE
             "SEM RETRATO NESTE MES".

       01 RODAPE-1.
          02 FILLER              PIC X(45) VALUE
             "VARIACOES EM %: MES = SOBRE O MES ANTERIOR, ".
          02 FILLER              PIC X(45) VALUE
             "ANO = SOBRE O MESMO MES DO ANO ANTERIOR; ".
          02 FILLER              PIC X(42) VALUE
             "N/D = SEM BASE DE COMPARACAO.".
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-BASETEND BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  RETRATO MENSAL E TENDENCIA DA BASE  ".
          02 LINE 02 COLUMN 73 VALUE "PROG85".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO (R = RETRATO E TENDENCIA, T = SO TENDENCIA)......".
          02 LINE 07 COLUMN 01 VALUE
             "ANO DA COMPETENCIA (ZERO = MES ANTERIOR)................".
          02 LINE 09 COLUMN 01 VALUE
             "MES DA COMPETENCIA......................................".
          02 LINE 11 COLUMN 01 VALUE
             "QUEBRA DA TENDENCIA (G = GERAL, U = UF, V = VENDEDOR)...".
          02 LINE 13 COLUMN 01 VALUE
             "SOMENTE A UF / O VENDEDOR (EM BRANCO = TODOS)...........".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  RETRATO MENSAL E TENDENCIA DA BASE  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "COMPETENCIA...........:".
          02 LINE 06 COLUMN 26 PIC X(07) FROM WS-MES-ANO.
          02 LINE 07 COLUMN 01 VALUE "REGISTROS DE RETRATO..:".
          02 LINE 07 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-GRAVADOS.
          02 LINE 11 COLUMN 01 VALUE
             "RELATORIO GERADO EM RBASETEND.TXT".
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG85" TO WS-OPERADOR-ATUAL
           END-IF
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-BASETEND AT 0101
              PERFORM UNTIL WS-FUNCAO = "R" OR = "T"
                 ACCEPT WS-FUNCAO AT 0558
              END-PERFORM
      * O RETRATO GRAVA NO HISTORICO E SEGUE O NIVEL DAS DEMAIS
      * MANUTENCOES; A TENDENCIA E SO CONSULTA.
              IF WS-FUNCAO = "R" AND WS-OPERADOR-NIVEL < 2
                 DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                    AT 2401
                 ACCEPT PAUSA AT 2478
                 EXIT PROGRAM
              END-IF
              ACCEPT WS-ANO-CALCULO AT 0758
              IF WS-ANO-CALCULO NOT = ZEROS
                 PERFORM UNTIL WS-MES-CALCULO > 00
                    AND WS-MES-CALCULO < 13
                    ACCEPT WS-MES-CALCULO AT 0958
                 END-PERFORM
              END-IF
              PERFORM UNTIL WS-QUEBRA = "G" OR = "U" OR = "V"
                 ACCEPT WS-QUEBRA AT 1158
              END-PERFORM
              IF WS-QUEBRA NOT = "G"
                 ACCEPT WS-FILTRO AT 1358
              END-IF
           END-IF
           IF WS-QUEBRA = "U" AND WS-EMPRESA-SESSAO NOT = ZEROS
              DISPLAY "QUEBRA POR UF SO NA SESSAO CONSOLIDADA ..."
                 AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "G"    TO WS-QUEBRA
              MOVE SPACES TO WS-FILTRO
           END-IF
           IF WS-QUEBRA = "V" AND WS-FILTRO NOT = SPACES
              COMPUTE WS-FILTRO-VEN = FUNCTION NUMVAL(WS-FILTRO)
              MOVE WS-FILTRO-VEN TO WS-FILTRO
           END-IF

      * SEM COMPETENCIA INFORMADA, O MES ANTERIOR.
           MOVE DATA-DE-HOJE(7:4) TO WS-ANO-TRAB
           MOVE DATA-DE-HOJE(4:2) TO WS-MES-TRAB
           COMPUTE WS-COMPETENCIA-HOJE = WS-ANO-TRAB * 100 + WS-MES-TRAB
           IF WS-MES-TRAB = 01
              COMPUTE WS-COMPETENCIA-ANT = (WS-ANO-TRAB - 1) * 100 + 12
           ELSE
              COMPUTE WS-COMPETENCIA-ANT = WS-COMPETENCIA-HOJE - 1
           END-IF
           IF WS-ANO-CALCULO = ZEROS OR WS-MES-CALCULO = ZEROS
              COMPUTE WS-COMPETENCIA = WS-COMPETENCIA-ANT
           ELSE
              COMPUTE WS-COMPETENCIA =
                 WS-ANO-CALCULO * 100 + WS-MES-CALCULO
           END-IF
           IF WS-COMPETENCIA(5:2) > "12" OR WS-COMPETENCIA(1:4) < "1601"
              DISPLAY "COMPETENCIA INVALIDA ......................"
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE SPACES TO WS-MES-ANO
           STRING WS-COMPETENCIA(5:2) "/" WS-COMPETENCIA(1:4)
                  DELIMITED BY SIZE INTO WS-MES-ANO

           MOVE "BASEHIST.DAT" TO WID-ARQ-BASE-HIST
           OPEN I-O ARQ-BASE-HIST
           IF WS-RESULTADO-BSH = 35
              OPEN OUTPUT ARQ-BASE-HIST
              CLOSE ARQ-BASE-HIST
              OPEN I-O ARQ-BASE-HIST
           END-IF
           IF WS-RESULTADO-BSH NOT = 00
              DISPLAY "ERRO NA ABERTURA DO BASEHIST.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-BSH AT 2445
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-EXISTE-VENDEDOR
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VEN = 00
              MOVE "S" TO WS-EXISTE-VENDEDOR
           END-IF

           IF WS-MODO-BATCH = "S" OR WS-FUNCAO = "R"
              PERFORM TIRA-RETRATO THRU F-TIRA-RETRATO
           END-IF
           IF WS-EXEC-RESULTADO = "S"
              PERFORM EMITE-TENDENCIA THRU F-EMITE-TENDENCIA
           END-IF

           CLOSE ARQ-BASE-HIST
           IF WS-EXISTE-VENDEDOR = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           IF WS-MODO-BATCH NOT = "S" AND WS-EXEC-RESULTADO = "S"
              DISPLAY TELA-FIM AT 0101
              ACCEPT  PAUSA    AT 2478
           END-IF
           EXIT PROGRAM.

      * MENSAGEM DE ERRO NA LINHA 24; NO BATCH SEGUE SEM PAUSA.
       MOSTRA-ERRO.
           IF WS-MODO-BATCH NOT = "S"
              ACCEPT PAUSA AT 2478
           END-IF
           MOVE "N" TO WS-EXEC-RESULTADO.
       F-MOSTRA-ERRO. EXIT.

      *-----------------------------------------------------------------
      * RETRATO DA COMPETENCIA
      *-----------------------------------------------------------------
       TIRA-RETRATO.
           IF WS-COMPETENCIA NOT = WS-COMPETENCIA-HOJE
              AND WS-COMPETENCIA NOT = WS-COMPETENCIA-ANT
              DISPLAY "RETRATO SO DO MES CORRENTE OU DO ANTERIOR ..."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-TIRA-RETRATO
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-TIRA-RETRATO
           END-IF
           MOVE "N" TO WS-EXISTE-ENDERECO
           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN INPUT ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END = 00
              MOVE "S" TO WS-EXISTE-ENDERECO
           END-IF
           MOVE "N" TO WS-EXISTE-DIST-MEST
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE "S" TO WS-EXISTE-DIST-MEST
           END-IF
           MOVE "N" TO WS-EXISTE-CLASSE
           MOVE "CLASSEABC.DAT" TO WID-ARQ-CLASSE-ABC
           OPEN INPUT ARQ-CLASSE-ABC
           IF WS-RESULTADO-ABC = 00
              MOVE "S" TO WS-EXISTE-CLASSE
           END-IF

           COMPUTE WS-DATA-AAAAMMDD = WS-COMPETENCIA * 100 + 1
           IF WS-COMPETENCIA(5:2) = "12"
              MOVE WS-COMPETENCIA(1:4) TO WS-ANO-TRAB
              COMPUTE WS-DATA-AAAAMMDD =
                 (WS-ANO-TRAB + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DATA-AAAAMMDD = WS-DATA-AAAAMMDD + 100
           END-IF
           COMPUTE WS-FIM-MES =
              FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD) - 1

           INITIALIZE WS-ACU-GERAL
           INITIALIZE WS-TAB-ACU-UF
           INITIALIZE WS-TAB-ACU-VEN
           INITIALIZE WS-TAB-ACU-EMP
           MOVE ZEROS TO WS-QTD-UF
           MOVE ZEROS TO WS-CLI-RESOLVIDO
           PERFORM CONTA-CLIENTES     THRU F-CONTA-CLIENTES
           PERFORM CONTA-EXCECOES     THRU F-CONTA-EXCECOES
           PERFORM ACUMULA-PEDIDOS    THRU F-ACUMULA-PEDIDOS
           PERFORM ABATE-DEVOLUCOES   THRU F-ABATE-DEVOLUCOES
           PERFORM APAGA-RETRATO      THRU F-APAGA-RETRATO
           PERFORM GRAVA-RETRATO      THRU F-GRAVA-RETRATO

           CLOSE ARQ-CLIENTE
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           IF WS-EXISTE-DIST-MEST = "S"
              CLOSE ARQ-DIST-MEST
           END-IF
           IF WS-EXISTE-CLASSE = "S"
              CLOSE ARQ-CLASSE-ABC
           END-IF.
       F-TIRA-RETRATO. EXIT.

      * SITUACAO DE CADA CLIENTE NO DIA, COMO NO PAINEL DO PROG22.
       CONTA-CLIENTES.
           MOVE ZEROS TO CLI-CODIGO
           START ARQ-CLIENTE KEY NOT LESS CLI-CODIGO
           IF WS-RESULTADO-ACESSO NOT = 00
              GO TO F-CONTA-CLIENTES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-CLIENTE NEXT AT END
                 EXIT PERFORM
              END-READ
              MOVE CLI-CODIGO TO WS-CLI-RESOLVE
              PERFORM RESOLVE-DIMENSOES THRU F-RESOLVE-DIMENSOES
              MOVE 1 TO WS-ACU-VALOR
              EVALUATE CLI-STATUS
                 WHEN "I"
                    CONTINUE
                 WHEN "P"
                    MOVE 4 TO WS-ACU-IND
                    PERFORM ACUMULA THRU F-ACUMULA
                 WHEN OTHER
                    MOVE 1 TO WS-ACU-IND
                    PERFORM ACUMULA THRU F-ACUMULA
                    IF CLI-BLOQUEIO = "S"
                       MOVE 2 TO WS-ACU-IND
                       PERFORM ACUMULA THRU F-ACUMULA
                    END-IF
                    IF WS-EXISTE-CLASSE = "S"
                       MOVE CLI-CODIGO TO ABC-CLI-CODIGO
                       READ ARQ-CLASSE-ABC
                       IF WS-RESULTADO-ABC = 00 AND ABC-CLASSE = "A"
                          MOVE 5 TO WS-ACU-IND
                          PERFORM ACUMULA THRU F-ACUMULA
                       END-IF
                    END-IF
              END-EVALUATE
           END-PERFORM.
       F-CONTA-CLIENTES. EXIT.

       CONTA-EXCECOES.
           MOVE "EXCECAO.CSV" TO WS-LOCAL-ARQ-EXCECAO
           OPEN INPUT ARQ-EXCECAO
           IF WS-RESULTADO-EXCE NOT = 00
              GO TO F-CONTA-EXCECOES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-EXCECAO AT END
                 EXIT PERFORM
              END-READ
              IF EXCE-CLI-CODIGO IS NUMERIC
                 MOVE EXCE-CLI-CODIGO TO WS-CLI-RESOLVE
                 PERFORM RESOLVE-DIMENSOES THRU F-RESOLVE-DIMENSOES
                 MOVE 3 TO WS-ACU-IND
                 MOVE 1 TO WS-ACU-VALOR
                 PERFORM ACUMULA THRU F-ACUMULA
              END-IF
           END-PERFORM
           CLOSE ARQ-EXCECAO.
       F-CONTA-EXCECOES. EXIT.

      * RECEITA DA COMPETENCIA E RECEBIVEIS EM ABERTO NO ULTIMO DIA
      * DO MES (PEDIDO AINDA NAO PAGO OU PAGO DEPOIS DELE), NA UF E
      * NO TITULAR DO CLIENTE.
       ACUMULA-PEDIDOS.
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PED NOT = 00
              GO TO F-ACUMULA-PEDIDOS
           END-IF
           MOVE ZEROS TO PED-CLI-CODIGO
           MOVE ZEROS TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 MOVE PED-DATA TO WS-DATA-TRAB
                 PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
                 IF WS-DATA-VALIDA = "S"
                    AND WS-DATA-INTEIRA NOT > WS-FIM-MES
                    PERFORM ACUMULA-PEDIDO THRU F-ACUMULA-PEDIDO
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-PEDIDO.
       F-ACUMULA-PEDIDOS. EXIT.

       ACUMULA-PEDIDO.
           MOVE PED-CLI-CODIGO TO WS-CLI-RESOLVE
           PERFORM RESOLVE-DIMENSOES THRU F-RESOLVE-DIMENSOES
           IF WS-DATA-COMP = WS-COMPETENCIA
              MOVE 6         TO WS-ACU-IND
              MOVE PED-VALOR TO WS-ACU-VALOR
              PERFORM ACUMULA THRU F-ACUMULA
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
                 GO TO F-ACUMULA-PEDIDO
              END-IF
           END-IF
           MOVE 7         TO WS-ACU-IND
           MOVE PED-VALOR TO WS-ACU-VALOR
           PERFORM ACUMULA THRU F-ACUMULA.
       F-ACUMULA-PEDIDO. EXIT.

      * DEVOLUCOES LANCADAS NA COMPETENCIA SAEM DA RECEITA.
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
                 MOVE DEV-DATA TO WS-DATA-TRAB
                 PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
                 IF WS-DATA-VALIDA = "S"
                    AND WS-DATA-COMP = WS-COMPETENCIA
                    MOVE DEV-CLI-CODIGO TO WS-CLI-RESOLVE
                    PERFORM RESOLVE-DIMENSOES
                       THRU F-RESOLVE-DIMENSOES
                    MOVE 6 TO WS-ACU-IND
                    COMPUTE WS-ACU-VALOR = DEV-VALOR * -1
                    PERFORM ACUMULA THRU F-ACUMULA
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-DEVOLUCAO.
       F-ABATE-DEVOLUCOES. EXIT.

      * UF DO ENDERECO, VENDEDOR TITULAR E EMPRESA DO CLIENTE
      * WS-CLI-RESOLVE; O ULTIMO CLIENTE RESOLVIDO FICA GUARDADO (OS
      * PEDIDOS VEM EM ORDEM DE CLIENTE). CLIENTE NAO CADASTRADO VALE
      * COMO EMPRESA 01.
       RESOLVE-DIMENSOES.
           IF WS-CLI-RESOLVE = WS-CLI-RESOLVIDO
              GO TO F-RESOLVE-DIMENSOES
           END-IF
           MOVE WS-CLI-RESOLVE TO WS-CLI-RESOLVIDO
           MOVE "--"  TO WS-UF-RES
           MOVE ZEROS TO WS-VEN-RES
           MOVE 01    TO WS-EMP-RES
           MOVE WS-CLI-RESOLVE TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00 AND CLI-EMPRESA > ZEROS
              MOVE CLI-EMPRESA TO WS-EMP-RES
           END-IF
           IF WS-EXISTE-ENDERECO = "S"
              MOVE WS-CLI-RESOLVE TO END-CLI-CODIGO
              READ ARQ-CLI-ENDERECO
              IF WS-RESULTADO-END = 00 AND END-UF NOT = SPACES
                 MOVE END-UF TO WS-UF-RES
              END-IF
           END-IF
           IF WS-EXISTE-DIST-MEST = "S"
              MOVE WS-CLI-RESOLVE TO DM-CLI-CODIGO
              READ ARQ-DIST-MEST
              IF WS-RESULTADO-MEST = 00
                 MOVE DM-VEN-CODIGO TO WS-VEN-RES
              END-IF
           END-IF
           MOVE ZEROS TO WS-SLOT-UF
           PERFORM VARYING WS-IU FROM 1 BY 1 UNTIL WS-IU > WS-QTD-UF
              IF WS-ACU-UF(WS-IU) = WS-UF-RES
                 MOVE WS-IU TO WS-SLOT-UF
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-SLOT-UF = ZEROS AND WS-QTD-UF < 40
              ADD 1 TO WS-QTD-UF
              MOVE WS-QTD-UF TO WS-SLOT-UF
              MOVE WS-UF-RES TO WS-ACU-UF(WS-SLOT-UF)
           END-IF
           IF WS-VEN-RES = ZEROS
              MOVE 1000 TO WS-SLOT-VEN
           ELSE
              MOVE WS-VEN-RES TO WS-SLOT-VEN
           END-IF.
       F-RESOLVE-DIMENSOES. EXIT.

      * SOMA WS-ACU-VALOR NO INDICADOR WS-ACU-IND DA BASE, DA UF, DO
      * VENDEDOR E DA EMPRESA RESOLVIDOS.
       ACUMULA.
           ADD WS-ACU-VALOR TO WS-ACG-VALOR(WS-ACU-IND)
           IF WS-SLOT-UF > ZEROS
              ADD WS-ACU-VALOR TO WS-ACU-VALOR-UF(WS-SLOT-UF WS-ACU-IND)
           END-IF
           ADD WS-ACU-VALOR TO WS-ACV-VALOR(WS-SLOT-VEN WS-ACU-IND)
           MOVE "S" TO WS-ACV-USADO(WS-SLOT-VEN)
           ADD WS-ACU-VALOR TO WS-ACE-VALOR(WS-EMP-RES WS-ACU-IND)
           MOVE "S" TO WS-ACE-USADO(WS-EMP-RES).
       F-ACUMULA. EXIT.

      * RETRATO REFEITO: SAEM TODOS OS REGISTROS DA COMPETENCIA.
       APAGA-RETRATO.
           MOVE LOW-VALUES     TO BSH-CHAVE
           MOVE WS-COMPETENCIA TO BSH-COMPETENCIA
           START ARQ-BASE-HIST KEY NOT LESS BSH-CHAVE
           IF WS-RESULTADO-BSH NOT = 00
              GO TO F-APAGA-RETRATO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-BASE-HIST NEXT AT END
                 EXIT PERFORM
              END-READ
              IF BSH-COMPETENCIA NOT = WS-COMPETENCIA
                 EXIT PERFORM
              END-IF
              DELETE ARQ-BASE-HIST RECORD
           END-PERFORM.
       F-APAGA-RETRATO. EXIT.

       GRAVA-RETRATO.
           MOVE ZEROS TO WS-QTD-GRAVADOS
           INITIALIZE REGISTRO-BASE-HIST
           MOVE "G"              TO BSH-TIPO
           MOVE "TOT"            TO BSH-DIMENSAO
           MOVE "BASE INTEIRA"   TO BSH-DESCRICAO
           PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > 7
              MOVE WS-ACG-VALOR(WS-IN) TO WS-ACU-VALOR
              PERFORM MOVE-INDICADOR THRU F-MOVE-INDICADOR
           END-PERFORM
           PERFORM GRAVA-REGISTRO-HIST THRU F-GRAVA-REGISTRO-HIST

           PERFORM VARYING WS-IE FROM 1 BY 1 UNTIL WS-IE > 99
              IF WS-ACE-USADO(WS-IE) = "S"
                 INITIALIZE REGISTRO-BASE-HIST
                 MOVE "E"   TO BSH-TIPO
                 MOVE WS-IE TO BSH-DIMENSAO
                 STRING "EMPRESA " WS-IE(2:2)
                        DELIMITED BY SIZE INTO BSH-DESCRICAO
                 PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > 7
                    MOVE WS-ACE-VALOR(WS-IE WS-IN) TO WS-ACU-VALOR
                    PERFORM MOVE-INDICADOR THRU F-MOVE-INDICADOR
                 END-PERFORM
                 PERFORM GRAVA-REGISTRO-HIST
                    THRU F-GRAVA-REGISTRO-HIST
              END-IF
           END-PERFORM

           PERFORM VARYING WS-IU FROM 1 BY 1 UNTIL WS-IU > WS-QTD-UF
              INITIALIZE REGISTRO-BASE-HIST
              MOVE "U"              TO BSH-TIPO
              MOVE WS-ACU-UF(WS-IU) TO BSH-DIMENSAO
              IF WS-ACU-UF(WS-IU) = "--"
                 MOVE "SEM ENDERECO" TO BSH-DESCRICAO
              ELSE
                 MOVE WS-ACU-UF(WS-IU) TO BSH-DESCRICAO
              END-IF
              PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > 7
                 MOVE WS-ACU-VALOR-UF(WS-IU WS-IN) TO WS-ACU-VALOR
                 PERFORM MOVE-INDICADOR THRU F-MOVE-INDICADOR
              END-PERFORM
              PERFORM GRAVA-REGISTRO-HIST THRU F-GRAVA-REGISTRO-HIST
           END-PERFORM

           PERFORM VARYING WS-IV FROM 1 BY 1 UNTIL WS-IV > 1000
              IF WS-ACV-USADO(WS-IV) = "S"
                 INITIALIZE REGISTRO-BASE-HIST
                 MOVE "V" TO BSH-TIPO
                 IF WS-IV = 1000
                    MOVE "000"          TO BSH-DIMENSAO
                    MOVE "SEM VENDEDOR" TO BSH-DESCRICAO
                 ELSE
                    MOVE WS-IV(2:3)     TO BSH-DIMENSAO
                    IF WS-EXISTE-VENDEDOR = "S"
                       MOVE WS-IV TO VEN-CODIGO
                       READ ARQ-VENDEDOR
                       IF WS-RESULTADO-VEN = 00
                          MOVE VEN-NOME TO BSH-DESCRICAO
                       END-IF
                    END-IF
                 END-IF
                 PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > 7
                    MOVE WS-ACV-VALOR(WS-IV WS-IN) TO WS-ACU-VALOR
                    PERFORM MOVE-INDICADOR THRU F-MOVE-INDICADOR
                 END-PERFORM
                 PERFORM GRAVA-REGISTRO-HIST
                    THRU F-GRAVA-REGISTRO-HIST
              END-IF
           END-PERFORM.
       F-GRAVA-RETRATO. EXIT.

       MOVE-INDICADOR.
           EVALUATE WS-IN
              WHEN 1 MOVE WS-ACU-VALOR TO BSH-CLI-ATIVOS
              WHEN 2 MOVE WS-ACU-VALOR TO BSH-CLI-BLOQUEADOS
              WHEN 3 MOVE WS-ACU-VALOR TO BSH-CLI-EXCECAO
              WHEN 4 MOVE WS-ACU-VALOR TO BSH-CLI-PEND-GEO
              WHEN 5 MOVE WS-ACU-VALOR TO BSH-CLI-CLASSE-A
              WHEN 6 MOVE WS-ACU-VALOR TO BSH-RECEITA
              WHEN 7 MOVE WS-ACU-VALOR TO BSH-ABERTO
           END-EVALUATE.
       F-MOVE-INDICADOR. EXIT.

       GRAVA-REGISTRO-HIST.
           MOVE WS-COMPETENCIA TO BSH-COMPETENCIA
           MOVE DATA-DE-HOJE   TO BSH-DATA-RETRATO
           WRITE REGISTRO-BASE-HIST
           ADD 1 TO WS-QTD-GRAVADOS.
       F-GRAVA-REGISTRO-HIST. EXIT.

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

      *-----------------------------------------------------------------
      * TENDENCIA DE 24 MESES (RBASETEND.TXT)
      *-----------------------------------------------------------------
       EMITE-TENDENCIA.
      * AS 36 COMPETENCIAS, DA MAIS ANTIGA (POSICAO 1) ATE A DO
      * RELATORIO (POSICAO 36).
           MOVE WS-COMPETENCIA TO WS-COMP-TRAB
           PERFORM VARYING WS-IM FROM 36 BY -1 UNTIL WS-IM < 1
              MOVE WS-COMP-TRAB TO WS-TEN-COMPETENCIA(WS-IM)
              IF WS-COMP-TRAB(5:2) = "01"
                 SUBTRACT 89 FROM WS-COMP-TRAB
              ELSE
                 SUBTRACT 1 FROM WS-COMP-TRAB
              END-IF
           END-PERFORM

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           MOVE WS-MES-ANO   TO CAB-MES-ANO
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           MOVE ZEROS TO CONTADOR-PAGINA
           PERFORM IMPRIMIR-CABECALHO

           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "G"            TO WS-TIPO-TEND
              MOVE "TOT"          TO WS-DIMENSAO-TEND
              MOVE "BASE INTEIRA" TO WS-DESCRICAO-TEND
           ELSE
              MOVE "E"               TO WS-TIPO-TEND
              MOVE WS-EMPRESA-SESSAO TO WS-IE
              MOVE WS-IE             TO WS-DIMENSAO-TEND
              MOVE SPACES            TO WS-DESCRICAO-TEND
              STRING "EMPRESA " WS-EMPRESA-SESSAO
                     DELIMITED BY SIZE INTO WS-DESCRICAO-TEND
           END-IF
           PERFORM IMPRIME-BLOCO THRU F-IMPRIME-BLOCO

           IF WS-QUEBRA = "U" OR WS-QUEBRA = "V"
              MOVE WS-QUEBRA TO WS-TIPO-TEND
              PERFORM LISTA-DIMENSOES THRU F-LISTA-DIMENSOES
              PERFORM VARYING WS-ID FROM 1 BY 1
                      UNTIL WS-ID > WS-QTD-DIMENSOES
                 MOVE WS-DIM-CHAVE(WS-ID)     TO WS-DIMENSAO-TEND
                 MOVE WS-DIM-DESCRICAO(WS-ID) TO WS-DESCRICAO-TEND
                 PERFORM IMPRIMIR-CABECALHO
                 PERFORM IMPRIME-BLOCO THRU F-IMPRIME-BLOCO
              END-PERFORM
           END-IF

           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE-1    AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO.
       F-EMITE-TENDENCIA. EXIT.

      * UFS OU VENDEDORES (WS-TIPO-TEND) COM RETRATO EM ALGUM DOS 24
      * MESES, EM ORDEM DE CHAVE, COM A DESCRICAO MAIS RECENTE; COM
      * FILTRO, SO O PEDIDO. NA SESSAO DE UMA EMPRESA, SO OS
      * VENDEDORES DELA (SEM VENDEDOR E NAO CADASTRADO VALEM COMO
      * EMPRESA 01).
       LISTA-DIMENSOES.
           MOVE ZEROS TO WS-QTD-DIMENSOES
           MOVE LOW-VALUES TO BSH-CHAVE
           MOVE WS-TEN-COMPETENCIA(13) TO BSH-COMPETENCIA
           START ARQ-BASE-HIST KEY NOT LESS BSH-CHAVE
           IF WS-RESULTADO-BSH NOT = 00
              GO TO F-LISTA-DIMENSOES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-BASE-HIST NEXT AT END
                 EXIT PERFORM
              END-READ
              IF BSH-COMPETENCIA > WS-COMPETENCIA
                 EXIT PERFORM
              END-IF
              IF BSH-TIPO = WS-TIPO-TEND
                 AND (WS-FILTRO = SPACES OR BSH-DIMENSAO = WS-FILTRO)
                 PERFORM VERIFICA-EMPRESA-DIM
                    THRU F-VERIFICA-EMPRESA-DIM
                 IF WS-EMP-RES = WS-EMPRESA-SESSAO
                    OR WS-EMPRESA-SESSAO = ZEROS
                    PERFORM GUARDA-DIMENSAO THRU F-GUARDA-DIMENSAO
                 END-IF
              END-IF
           END-PERFORM.
       F-LISTA-DIMENSOES. EXIT.

      * EMPRESA DO VENDEDOR DA DIMENSAO LIDA (WS-EMP-RES).
       VERIFICA-EMPRESA-DIM.
           MOVE 01 TO WS-EMP-RES
           IF WS-EMPRESA-SESSAO = ZEROS OR BSH-TIPO NOT = "V"
              OR WS-EXISTE-VENDEDOR NOT = "S"
              OR BSH-DIMENSAO NOT NUMERIC
              GO TO F-VERIFICA-EMPRESA-DIM
           END-IF
           MOVE BSH-DIMENSAO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VEN = 00
              MOVE VEN-EMPRESA TO WS-EMP-RES
           END-IF.
       F-VERIFICA-EMPRESA-DIM. EXIT.

      * INSERE A DIMENSAO NA POSICAO DE ORDEM (OU ATUALIZA A
      * DESCRICAO SE JA ESTA NA LISTA).
       GUARDA-DIMENSAO.
           PERFORM VARYING WS-ID FROM 1 BY 1
                   UNTIL WS-ID > WS-QTD-DIMENSOES
              IF WS-DIM-CHAVE(WS-ID) NOT < BSH-DIMENSAO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-ID NOT > WS-QTD-DIMENSOES
              AND WS-DIM-CHAVE(WS-ID) = BSH-DIMENSAO
              MOVE BSH-DESCRICAO TO WS-DIM-DESCRICAO(WS-ID)
              GO TO F-GUARDA-DIMENSAO
           END-IF
           IF WS-QTD-DIMENSOES NOT < 1000
              GO TO F-GUARDA-DIMENSAO
           END-IF
           PERFORM VARYING WS-IV FROM WS-QTD-DIMENSOES BY -1
                   UNTIL WS-IV < WS-ID
              MOVE WS-DIM(WS-IV) TO WS-DIM(WS-IV + 1)
           END-PERFORM
           MOVE BSH-DIMENSAO  TO WS-DIM-CHAVE(WS-ID)
           MOVE BSH-DESCRICAO TO WS-DIM-DESCRICAO(WS-ID)
           ADD 1 TO WS-QTD-DIMENSOES.
       F-GUARDA-DIMENSAO. EXIT.

      * BLOCO DE 24 MESES DA DIMENSAO WS-TIPO-TEND/WS-DIMENSAO-TEND:
      * LINHA DE VALORES E, ABAIXO, AS VARIACOES MENSAL E ANUAL.
       IMPRIME-BLOCO.
           PERFORM VARYING WS-IM FROM 1 BY 1 UNTIL WS-IM > 36
              MOVE "N" TO WS-TEN-EXISTE(WS-IM)
              MOVE WS-TEN-COMPETENCIA(WS-IM) TO BSH-COMPETENCIA
              MOVE WS-TIPO-TEND              TO BSH-TIPO
              MOVE WS-DIMENSAO-TEND          TO BSH-DIMENSAO
              READ ARQ-BASE-HIST
              IF WS-RESULTADO-BSH = 00
                 MOVE "S" TO WS-TEN-EXISTE(WS-IM)
                 MOVE BSH-CLI-ATIVOS     TO WS-TEN-VALOR(WS-IM 1)
                 MOVE BSH-CLI-BLOQUEADOS TO WS-TEN-VALOR(WS-IM 2)
                 MOVE BSH-CLI-EXCECAO    TO WS-TEN-VALOR(WS-IM 3)
                 MOVE BSH-CLI-PEND-GEO   TO WS-TEN-VALOR(WS-IM 4)
                 MOVE BSH-CLI-CLASSE-A   TO WS-TEN-VALOR(WS-IM 5)
                 MOVE BSH-RECEITA        TO WS-TEN-VALOR(WS-IM 6)
                 MOVE BSH-ABERTO         TO WS-TEN-VALOR(WS-IM 7)
              END-IF
           END-PERFORM

           EVALUATE WS-TIPO-TEND
              WHEN "G" MOVE "GERAL"      TO BLO-TIPO
              WHEN "E" MOVE "GERAL"      TO BLO-TIPO
              WHEN "U" MOVE "UF"         TO BLO-TIPO
              WHEN "V" MOVE "VENDEDOR"   TO BLO-TIPO
           END-EVALUATE
           IF WS-TIPO-TEND = "G" OR WS-TIPO-TEND = "E"
              MOVE SPACES TO BLO-DIMENSAO
           ELSE
              MOVE WS-DIMENSAO-TEND TO BLO-DIMENSAO
           END-IF
           MOVE WS-DESCRICAO-TEND TO BLO-DESCRICAO
           WRITE LINHA FROM LINHA-BLOCO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1 AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA

           PERFORM VARYING WS-IM FROM 13 BY 1 UNTIL WS-IM > 36
              PERFORM IMPRIME-MES THRU F-IMPRIME-MES
           END-PERFORM.
       F-IMPRIME-BLOCO. EXIT.

       IMPRIME-MES.
           MOVE SPACES TO DTS-COMPETENCIA
           STRING WS-TEN-COMPETENCIA(WS-IM)(5:2) "/"
                  WS-TEN-COMPETENCIA(WS-IM)(1:4)
                  DELIMITED BY SIZE INTO DTS-COMPETENCIA
           IF WS-TEN-EXISTE(WS-IM) NOT = "S"
              PERFORM CONTA-LINHA
              WRITE LINHA FROM DETALHE-SEM-RETRATO AFTER 1 LINES
              GO TO F-IMPRIME-MES
           END-IF

           MOVE SPACES TO DETALHE-TEND
           MOVE DTS-COMPETENCIA TO DTT-COMPETENCIA
           MOVE "VALOR"         TO DTT-LINHA
           PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > 5
              MOVE WS-TEN-VALOR(WS-IM WS-IN) TO DTT-QTD-V(WS-IN)
           END-PERFORM
           MOVE WS-TEN-VALOR(WS-IM 6) TO DTT-VAL-V(1)
           MOVE WS-TEN-VALOR(WS-IM 7) TO DTT-VAL-V(2)
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE-TEND AFTER 1 LINES

           MOVE SPACES   TO DETALHE-VAR
           MOVE "VAR.MES %" TO DTV-LINHA
           COMPUTE WS-IB = WS-IM - 1
           PERFORM MONTA-VARIACOES THRU F-MONTA-VARIACOES
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE-VAR AFTER 1 LINES

           MOVE SPACES   TO DETALHE-VAR
           MOVE "VAR.ANO %" TO DTV-LINHA
           COMPUTE WS-IB = WS-IM - 12
           PERFORM MONTA-VARIACOES THRU F-MONTA-VARIACOES
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE-VAR AFTER 1 LINES.
       F-IMPRIME-MES. EXIT.

      * VARIACAO DE CADA INDICADOR DO MES WS-IM SOBRE O MES WS-IB.
       MONTA-VARIACOES.
           PERFORM VARYING WS-IN FROM 1 BY 1 UNTIL WS-IN > 7
              MOVE "    N/D" TO WS-CELULA
              IF WS-TEN-EXISTE(WS-IB) = "S"
                 AND WS-TEN-VALOR(WS-IB WS-IN) > ZEROS
                 MOVE WS-TEN-VALOR(WS-IB WS-IN) TO WS-BASE-VAR
                 MOVE WS-TEN-VALOR(WS-IM WS-IN) TO WS-ATUAL-VAR
                 COMPUTE WS-VARIACAO ROUNDED =
                    (WS-ATUAL-VAR - WS-BASE-VAR) * 100 / WS-BASE-VAR
                    ON SIZE ERROR
                       MOVE " >9999" TO WS-CELULA
                    NOT ON SIZE ERROR
                       MOVE WS-VARIACAO TO WS-VARIACAO-ED
                       MOVE WS-VARIACAO-ED TO WS-CELULA
                 END-COMPUTE
              END-IF
              IF WS-IN < 6
                 MOVE WS-CELULA TO DTV-QTD-V(WS-IN)
              ELSE
                 MOVE WS-CELULA TO DTV-VAL-V(WS-IN - 5)
              END-IF
           END-PERFORM.
       F-MONTA-VARIACOES. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG85"         TO RLA-PROGRAMA
           MOVE "RBASETEND.TXT"  TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           STRING "ATE " WS-MES-ANO " QUEBRA " WS-QUEBRA
                  " FILTRO " WS-FILTRO
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              WRITE LINHA FROM CABECALHO-1 AFTER 1 LINES
              WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
              ADD 3 TO CONTADOR-LINHA
           END-IF.

      * REGISTRO DO RESULTADO EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           MOVE "PROG85" TO EXEC-PROGRAMA
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

      * RESPOSTAS DO BATCH.PRM PARA O PROG85 (EM BRANCO = PADRAO); NO
      * BATCH O PROGRAMA SEMPRE TIRA O RETRATO E EMITE A TENDENCIA:
      *   RESPOSTA-1 = COMPETENCIA AAAAMM (MES ANTERIOR)
      *   RESPOSTA-2 = QUEBRA DA TENDENCIA U = UF, V = VENDEDOR
      *                (EM BRANCO = SO A BASE INTEIRA)
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
                 IF PRM-PROGRAMA = "PROG85"
                    MOVE "S" TO WS-MODO-BATCH
                    MOVE "R" TO WS-FUNCAO
                    IF PRM-RESPOSTA-1(1:6) IS NUMERIC
                       MOVE PRM-RESPOSTA-1(1:4) TO WS-ANO-CALCULO
                       MOVE PRM-RESPOSTA-1(5:2) TO WS-MES-CALCULO
                    END-IF
                    MOVE PRM-RESPOSTA-2(1:1) TO WS-QUEBRA
                    IF WS-QUEBRA NOT = "U" AND WS-QUEBRA NOT = "V"
                       MOVE "G" TO WS-QUEBRA
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
           END-IF.
       F-LE-OPERADOR. EXIT.
