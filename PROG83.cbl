       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG83.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- DISTRIBUICAO DE PROSPECTS E FUNIL POR VENDEDOR -------
      * DA DONO AOS PROSPECTS EM TRABALHO (PROSPECT.DAT, SITUACAO "A")
      * COM AS MESMAS REGRAS DA DISTRIBUICAO DE CARTEIRA (PROG05):
      * SO VENDEDORES ATIVOS, TERRITORIO (UF DO PROSPECT NA LISTA DO
      * TERRITORIO.DAT), CAPACIDADE (CLIENTES DA CARTEIRA MAIS
      * PROSPECTS EM ABERTO JA ATRIBUIDOS CONTRA VEN-CAPACIDADE-MAX),
      * O MAIS PROXIMO PELA MESMA DISTANCIA (COM O FATOR RODOVIARIO
      * OPCIONAL) E A DISTANCIA MAXIMA. A ESPECIALIZACAO POR CNAE NAO
      * SE APLICA: O PROSPECT AINDA NAO TEM CNAE CADASTRADO.
      * O RESULTADO VAI PARA O PROSPATRIB.DAT; DIST.CSV E DISTMEST.DAT
      * NAO SAO TOCADOS. PROSPECT SEM COORDENADAS E GEOCODIFICADO PELA
      * TABELA DE CEP (CEPGEO.CSV); SEM CEP NA TABELA VAI PARA AS
      * EXCECOES (GEOCODIFICAR A MAO NO PROG46). PROSPECT JA ATRIBUIDO
      * A VENDEDOR AINDA ATIVO FICA COM ELE, SALVO SE PEDIDA A
      * REDISTRIBUICAO. O RPROSPDIST.TXT TRAZ AS ATRIBUICOES, AS
      * EXCECOES E O FUNIL POR VENDEDOR (ATRIBUIDOS, EM ABERTO,
      * VISITADOS, CONVERTIDOS E DESCARTADOS).
      * SO VENDEDORES DA EMPRESA ESCOLHIDA NO SIGN-ON RECEBEM PROSPECTS
      * (TODOS NA SESSAO CONSOLIDADA, EMPRESA 00); PROSPECT JA COM
      * VENDEDOR DE OUTRA EMPRESA NAO E TOCADO NEM LISTADO, INCLUSIVE
      * NO FUNIL.

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

           SELECT ARQ-TERRITORIO ASSIGN TO DISK WID-ARQ-TERRITORIO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-VEN-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TER.

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

           SELECT RELATORIO ASSIGN TO "RPROSPDIST.TXT"
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

       COPY "ARQ-TERRITORIO.FD".

       COPY "ARQ-PROSPECT.FD".

       COPY "ARQ-PROSPECT-ATRIB.FD".

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
       77 WID-ARQ-TERRITORIO    PIC X(50) VALUE SPACES.
       77 WID-ARQ-PROSPECT      PIC X(50) VALUE SPACES.
       77 WID-ARQ-PROSPECT-ATRIB PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TER      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRO      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PAT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-OUTRA-EMPRESA      PIC X(01) VALUE "N".
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-DISTANCIA-MAXIMA   PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-USA-FATOR-ROTA     PIC X(01) VALUE SPACES.
       77 WS-REDISTRIBUI        PIC X(01) VALUE SPACES.
       77 WS-SOMENTE-FUNIL      PIC X(01) VALUE SPACES.
       77 WS-PAT-EXISTE         PIC X(01) VALUE "N".
       77 WS-PAT-ALTERADO       PIC X(01) VALUE "N".
       77 WS-TERRITORIO-OK      PIC X(01) VALUE "S".
       77 WS-CAPACIDADE-OK      PIC X(01) VALUE "S".
       77 WS-PRO-UF             PIC X(02) VALUE SPACES.
       77 WS-SITUACAO           PIC X(30) VALUE SPACES.
       77 WS-GEO-CEP            PIC 9(08) VALUE ZEROS.
       77 WS-GEO-LATITUDE       PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-GEO-LONGITUDE      PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-GEO-RETORNO        PIC X(01) VALUE SPACES.
       77 WS-QTD-TAB-VEN        PIC 9(04) VALUE ZEROS.
       77 WS-TIDX               PIC 9(04) VALUE ZEROS.
       77 WS-UIDX               PIC 9(02) VALUE ZEROS.
       77 WS-SLOT               PIC 9(04) VALUE ZEROS.
       77 WS-SLOT-TERR          PIC 9(04) VALUE ZEROS.
       77 WS-IV                 PIC 9(04) VALUE ZEROS.
       77 WS-MELHOR-SLOT        PIC 9(04) VALUE ZEROS.
       77 WS-MELHOR-DISTANCIA   PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-QTD-CANDIDATOS     PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-LIDOS        PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-ATRIBUIDOS   PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-MANTIDOS     PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-GEOCODIF     PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-EXCECOES     PIC 9(05) VALUE ZEROS.
       77 WS-PCT-TRAB           PIC 9(03)V9(01) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

       77 LAT1                  PIC S9(03)V9(08).
       77 LON1                  PIC S9(03)V9(08).
       77 LAT2                  PIC S9(03)V9(08).
       77 LON2                  PIC S9(03)V9(08).
       77 DLAT                  PIC S9(03)V9(08).
       77 DLON                  PIC S9(03)V9(08).
       77 A                     PIC S9(09)V9(08).
       77 C                     PIC S9(09)V9(08).
       77 D                     PIC S9(09)V9(08).
       77 R                     PIC S9(09)V9(08).
       77 WS-DIST-CALCULADA     PIC S9(03)V9(08).
       77 WS-DIST-RODOVIARIA    PIC S9(03)V9(08).

      * VENDEDORES ATIVOS, COMO NA TABELA DO PROG05; A CARGA SOMA OS
      * CLIENTES DA CARTEIRA E OS PROSPECTS EM ABERTO DO VENDEDOR.
       01 WS-TAB-VENDEDORES.
          02 WS-TVEN-ENTRADA OCCURS 999.
             03 WS-TVEN-CODIGO          PIC 9(03).
             03 WS-TVEN-NOME            PIC X(40).
             03 WS-TVEN-LATITUDE        PIC S9(03)V9(08).
             03 WS-TVEN-LONGITUDE       PIC S9(03)V9(08).
             03 WS-TVEN-CAPACIDADE      PIC 9(04).
             03 WS-TVEN-CARGA           PIC 9(05).
             03 WS-TVEN-UFS.
                04 WS-TVEN-UF OCCURS 10 PIC X(02).
       01 WS-TAB-SLOT-VENDEDOR.
          02 WS-TVEN-SLOT OCCURS 999    PIC 9(04).

      * FUNIL POR CODIGO DE VENDEDOR; A POSICAO 1000 ACUMULA OS
      * PROSPECTS SEM VENDEDOR.
       01 WS-TAB-FUNIL.
          02 WS-FUN OCCURS 1000.
             03 WS-FUN-ATRIBUIDOS       PIC 9(05).
             03 WS-FUN-ABERTOS          PIC 9(05).
             03 WS-FUN-VISITADOS        PIC 9(05).
             03 WS-FUN-CONVERTIDOS      PIC 9(05).
             03 WS-FUN-DESCARTADOS      PIC 9(05).
       01 WS-TOTAL-FUNIL.
          02 WS-TFU-ATRIBUIDOS          PIC 9(05).
          02 WS-TFU-ABERTOS             PIC 9(05).
          02 WS-TFU-VISITADOS           PIC 9(05).
          02 WS-TFU-CONVERTIDOS         PIC 9(05).
          02 WS-TFU-DESCARTADOS         PIC 9(05).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(22) VALUE SPACES.
          02 FILLER       PIC X(46) VALUE
             "DISTRIBUICAO DE PROSPECTS E FUNIL POR VENDEDOR".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(19) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 LINHA-PARAMETROS.
          02 FILLER              PIC X(20) VALUE "DISTANCIA MAXIMA: ".
          02 PAR-DISTANCIA       PIC ZZ9,99.
          02 FILLER              PIC X(22) VALUE
             "   FATOR RODOVIARIO: ".
          02 PAR-FATOR-ROTA      PIC X(01).
          02 FILLER              PIC X(19) VALUE
             "   REDISTRIBUIR: ".
          02 PAR-REDISTRIBUI     PIC X(01).
          02 FILLER              PIC X(63) VALUE SPACES.

       01 CABECALHO-1.
          02 FILLER PIC X(09) VALUE "PROSPECT".
          02 FILLER PIC X(37) VALUE "NOME/RAZAO SOCIAL".
          02 FILLER PIC X(04) VALUE "UF".
          02 FILLER PIC X(31) VALUE "VENDEDOR".
          02 FILLER PIC X(11) VALUE " DISTANCIA".
          02 FILLER PIC X(40) VALUE "  SITUACAO".

       01 DETALHE.
          02 DET-PRO-CODIGO      PIC 9(07).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-PRO-RAZAO       PIC X(35).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-UF              PIC X(02).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-VEN-CODIGO      PIC ZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-VEN-NOME        PIC X(25).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-DISTANCIA       PIC ZZZ9,9999.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DET-SITUACAO        PIC X(30).
          02 FILLER              PIC X(08) VALUE SPACES.

       01 RODAPE-1.
          02 FILLER              PIC X(36) VALUE
             "PROSPECTS EM TRABALHO LIDOS.......: ".
          02 ROD-LIDOS           PIC ZZ.ZZ9.
          02 FILLER              PIC X(90) VALUE SPACES.
       01 RODAPE-2.
          02 FILLER              PIC X(36) VALUE
             "ATRIBUIDOS NESTA EXECUCAO.........: ".
          02 ROD-ATRIBUIDOS      PIC ZZ.ZZ9.
          02 FILLER              PIC X(90) VALUE SPACES.
       01 RODAPE-3.
          02 FILLER              PIC X(36) VALUE
             "MANTIDOS COM O VENDEDOR ATUAL.....: ".
          02 ROD-MANTIDOS        PIC ZZ.ZZ9.
          02 FILLER              PIC X(90) VALUE SPACES.
       01 RODAPE-4.
          02 FILLER              PIC X(36) VALUE
             "GEOCODIFICADOS PELA TABELA DE CEP.: ".
          02 ROD-GEOCODIF        PIC ZZ.ZZ9.
          02 FILLER              PIC X(90) VALUE SPACES.
       01 RODAPE-5.
          02 FILLER              PIC X(36) VALUE
             "EXCECOES (SEM VENDEDOR)...........: ".
          02 ROD-EXCECOES        PIC ZZ.ZZ9.
          02 FILLER              PIC X(90) VALUE SPACES.

       01 CABECALHO-FUNIL.
          02 FILLER              PIC X(50) VALUE
             "FUNIL DE PROSPECTS POR VENDEDOR".
          02 FILLER              PIC X(82) VALUE SPACES.

       01 CABECALHO-FUNIL-1.
          02 FILLER PIC X(34) VALUE "VENDEDOR".
          02 FILLER PIC X(12) VALUE "  ATRIBUIDOS".
          02 FILLER PIC X(12) VALUE "   EM ABERTO".
          02 FILLER PIC X(12) VALUE "   VISITADOS".
          02 FILLER PIC X(12) VALUE " CONVERTIDOS".
          02 FILLER PIC X(12) VALUE " DESCARTADOS".
          02 FILLER PIC X(12) VALUE " % VISITADOS".
          02 FILLER PIC X(12) VALUE " % CONVERSAO".
          02 FILLER PIC X(14) VALUE SPACES.

       01 DETALHE-FUNIL.
          02 DETF-VEN-CODIGO     PIC ZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DETF-VEN-NOME       PIC X(30).
          02 FILLER              PIC X(06) VALUE SPACES.
          02 DETF-ATRIBUIDOS     PIC ZZ.ZZ9.
          02 FILLER              PIC X(06) VALUE SPACES.
          02 DETF-ABERTOS        PIC ZZ.ZZ9.
          02 FILLER              PIC X(06) VALUE SPACES.
          02 DETF-VISITADOS      PIC ZZ.ZZ9.
          02 FILLER              PIC X(06) VALUE SPACES.
          02 DETF-CONVERTIDOS    PIC ZZ.ZZ9.
          02 FILLER              PIC X(06) VALUE SPACES.
          02 DETF-DESCARTADOS    PIC ZZ.ZZ9.
          02 FILLER              PIC X(07) VALUE SPACES.
          02 DETF-PCT-VISITADOS  PIC ZZ9,9.
          02 FILLER              PIC X(07) VALUE SPACES.
          02 DETF-PCT-CONVERSAO  PIC ZZ9,9.
          02 FILLER              PIC X(14) VALUE SPACES.

       01 RODAPE-FUNIL.
          02 FILLER              PIC X(38) VALUE
             "ATRIBUIDOS = PROSPECTS DO VENDEDOR NO ".
          02 FILLER              PIC X(44) VALUE
             "PROSPATRIB.DAT, EM QUALQUER SITUACAO.".
          02 FILLER              PIC X(50) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-PROSPDIST BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  DISTRIBUICAO DE PROSPECTS E FUNIL  ".
          02 LINE 02 COLUMN 73 VALUE "PROG83".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "DISTANCIA MAXIMA POR VENDEDOR (0 = SEM LIMITE).....".
          02 LINE 07 COLUMN 01 VALUE
             "PONDERAR DISTANCIA RODOVIARIA (S/N)................".
          02 LINE 09 COLUMN 01 VALUE
             "REDISTRIBUIR PROSPECTS JA ATRIBUIDOS (S/N).........".
          02 LINE 11 COLUMN 01 VALUE
             "SOMENTE O FUNIL, SEM DISTRIBUIR (S/N)..............".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  DISTRIBUICAO DE PROSPECTS E FUNIL  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "PROSPECTS LIDOS.......:".
          02 LINE 06 COLUMN 26 PIC ZZ.ZZ9 FROM WS-TOTAL-LIDOS.
          02 LINE 07 COLUMN 01 VALUE "ATRIBUIDOS............:".
          02 LINE 07 COLUMN 26 PIC ZZ.ZZ9 FROM WS-TOTAL-ATRIBUIDOS.
          02 LINE 08 COLUMN 01 VALUE "MANTIDOS..............:".
          02 LINE 08 COLUMN 26 PIC ZZ.ZZ9 FROM WS-TOTAL-MANTIDOS.
          02 LINE 09 COLUMN 01 VALUE "EXCECOES..............:".
          02 LINE 09 COLUMN 26 PIC ZZ.ZZ9 FROM WS-TOTAL-EXCECOES.
          02 LINE 11 COLUMN 01 VALUE
             "RELATORIO GERADO EM RPROSPDIST.TXT".
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG83" TO WS-OPERADOR-ATUAL
           END-IF
           IF WS-MODO-BATCH NOT = "S"
      * A DISTRIBUICAO GRAVA NO PROSPATRIB.DAT E SEGUE O NIVEL DAS
      * DEMAIS MANUTENCOES; O BATCH NOTURNO RODA SEM OPERADOR.
              IF WS-OPERADOR-NIVEL < 2
                 DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                    AT 2401
                 ACCEPT PAUSA AT 2478
                 EXIT PROGRAM
              END-IF
              DISPLAY TELA-PROSPDIST AT 0101
              ACCEPT WS-DISTANCIA-MAXIMA AT 0554
              PERFORM UNTIL WS-USA-FATOR-ROTA = "S" OR = "N"
                 ACCEPT WS-USA-FATOR-ROTA AT 0754
              END-PERFORM
              PERFORM UNTIL WS-REDISTRIBUI = "S" OR = "N"
                 ACCEPT WS-REDISTRIBUI AT 0954
              END-PERFORM
              PERFORM UNTIL WS-SOMENTE-FUNIL = "S" OR = "N"
                 ACCEPT WS-SOMENTE-FUNIL AT 1154
              END-PERFORM
           END-IF

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
           MOVE "PROSPECT.DAT" TO WID-ARQ-PROSPECT
           OPEN INPUT ARQ-PROSPECT
           IF WS-RESULTADO-PRO NOT = 00
              DISPLAY "PROSPECT.DAT NAO ENCONTRADO .............."
                 AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              CLOSE ARQ-VENDEDOR
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "PROSPATRIB.DAT" TO WID-ARQ-PROSPECT-ATRIB
           OPEN I-O ARQ-PROSPECT-ATRIB
           IF WS-RESULTADO-PAT = 35
              OPEN OUTPUT ARQ-PROSPECT-ATRIB
              CLOSE ARQ-PROSPECT-ATRIB
              OPEN I-O ARQ-PROSPECT-ATRIB
           END-IF
           IF WS-RESULTADO-PAT NOT = 00
              DISPLAY "ERRO NA ABERTURA DO PROSPATRIB.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-PAT AT 2447
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              CLOSE ARQ-VENDEDOR
              CLOSE ARQ-PROSPECT
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           MOVE WS-DISTANCIA-MAXIMA TO PAR-DISTANCIA
           MOVE WS-USA-FATOR-ROTA   TO PAR-FATOR-ROTA
           MOVE WS-REDISTRIBUI      TO PAR-REDISTRIBUI
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO

           IF WS-SOMENTE-FUNIL NOT = "S"
              PERFORM CARREGA-TAB-VENDEDORES
                 THRU F-CARREGA-TAB-VENDEDORES
              PERFORM CARREGA-TERRITORIOS
                 THRU F-CARREGA-TERRITORIOS
              PERFORM SOMA-PROSPECTS-ABERTOS
                 THRU F-SOMA-PROSPECTS-ABERTOS
              WRITE LINHA FROM LINHA-PARAMETROS AFTER 1 LINES
              WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
              WRITE LINHA FROM CABECALHO-1      AFTER 1 LINES
              WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
              ADD 4 TO CONTADOR-LINHA
              PERFORM DISTRIBUI-PROSPECTS THRU F-DISTRIBUI-PROSPECTS
              MOVE WS-TOTAL-LIDOS      TO ROD-LIDOS
              MOVE WS-TOTAL-ATRIBUIDOS TO ROD-ATRIBUIDOS
              MOVE WS-TOTAL-MANTIDOS   TO ROD-MANTIDOS
              MOVE WS-TOTAL-GEOCODIF   TO ROD-GEOCODIF
              MOVE WS-TOTAL-EXCECOES   TO ROD-EXCECOES
              WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
              WRITE LINHA FROM RODAPE-1    AFTER 1 LINES
              WRITE LINHA FROM RODAPE-2    AFTER 1 LINES
              WRITE LINHA FROM RODAPE-3    AFTER 1 LINES
              WRITE LINHA FROM RODAPE-4    AFTER 1 LINES
              WRITE LINHA FROM RODAPE-5    AFTER 1 LINES
              PERFORM IMPRIMIR-CABECALHO
           END-IF

           PERFORM APURA-FUNIL  THRU F-APURA-FUNIL
           PERFORM IMPRIME-FUNIL THRU F-IMPRIME-FUNIL
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-PROSPECT
           CLOSE ARQ-PROSPECT-ATRIB

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
           MOVE "PROG83"         TO RLA-PROGRAMA
           MOVE "RPROSPDIST.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           STRING "EMPRESA " WS-EMPRESA-SESSAO
                  " DIST.MAX " PAR-DISTANCIA
                  " ROTA " WS-USA-FATOR-ROTA
                  " REDISTRIBUIR " WS-REDISTRIBUI
                  " SO FUNIL " WS-SOMENTE-FUNIL
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * TABELA DOS VENDEDORES ATIVOS, COMO NO PROG05; A CARGA PARTE
      * DOS CLIENTES JA NA CARTEIRA (VEN-QTD-CARTEIRA).
       CARREGA-TAB-VENDEDORES.
           MOVE ZEROS TO WS-QTD-TAB-VEN
           INITIALIZE WS-TAB-VENDEDORES
           INITIALIZE WS-TAB-SLOT-VENDEDOR
           MOVE ZEROS TO VEN-CODIGO
           START ARQ-VENDEDOR KEY NOT LESS VEN-CODIGO
           IF WS-RESULTADO-ACESSO = 00
              PERFORM UNTIL EXIT
                 READ ARQ-VENDEDOR NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF VEN-STATUS NOT = "I" AND VEN-CODIGO > ZEROS
                    AND WS-QTD-TAB-VEN < 999
                    AND (WS-EMPRESA-SESSAO = ZEROS
                    OR VEN-EMPRESA = WS-EMPRESA-SESSAO)
                    ADD 1 TO WS-QTD-TAB-VEN
                    MOVE VEN-CODIGO TO
                       WS-TVEN-CODIGO(WS-QTD-TAB-VEN)
                    MOVE VEN-NOME   TO WS-TVEN-NOME(WS-QTD-TAB-VEN)
                    MOVE VEN-LATITUDE TO
                       WS-TVEN-LATITUDE(WS-QTD-TAB-VEN)
                    MOVE VEN-LONGITUDE TO
                       WS-TVEN-LONGITUDE(WS-QTD-TAB-VEN)
                    MOVE VEN-CAPACIDADE-MAX TO
                       WS-TVEN-CAPACIDADE(WS-QTD-TAB-VEN)
                    MOVE VEN-QTD-CARTEIRA TO
                       WS-TVEN-CARGA(WS-QTD-TAB-VEN)
                    MOVE WS-QTD-TAB-VEN TO WS-TVEN-SLOT(VEN-CODIGO)
                 END-IF
              END-PERFORM
           END-IF.
       F-CARREGA-TAB-VENDEDORES. EXIT.

      * UFS PERMITIDAS DE CADA VENDEDOR (TERRITORIO.DAT); SEM
      * REGISTRO A LISTA FICA EM BRANCO E ATENDE QUALQUER REGIAO.
       CARREGA-TERRITORIOS.
           MOVE "TERRITORIO.DAT" TO WID-ARQ-TERRITORIO
           OPEN INPUT ARQ-TERRITORIO
           IF WS-RESULTADO-TER = 00
              MOVE ZEROS TO TER-VEN-CODIGO
              START ARQ-TERRITORIO KEY NOT LESS TER-VEN-CODIGO
              IF WS-RESULTADO-TER = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-TERRITORIO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF TER-VEN-CODIGO > ZEROS
                       MOVE WS-TVEN-SLOT(TER-VEN-CODIGO) TO WS-SLOT
                       IF WS-SLOT > ZEROS
                          MOVE TER-LISTA-UF TO WS-TVEN-UFS(WS-SLOT)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE ARQ-TERRITORIO
           END-IF.
       F-CARREGA-TERRITORIOS. EXIT.

      * PROSPECTS EM ABERTO JA ATRIBUIDOS OCUPAM CAPACIDADE DO
      * VENDEDOR TANTO QUANTO OS CLIENTES DA CARTEIRA.
       SOMA-PROSPECTS-ABERTOS.
           MOVE ZEROS TO PAT-PRO-CODIGO
           START ARQ-PROSPECT-ATRIB KEY NOT LESS PAT-PRO-CODIGO
           IF WS-RESULTADO-PAT NOT = 00
              GO TO F-SOMA-PROSPECTS-ABERTOS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PROSPECT-ATRIB NEXT AT END
                 EXIT PERFORM
              END-READ
              IF PAT-VEN-CODIGO > ZEROS
                 MOVE WS-TVEN-SLOT(PAT-VEN-CODIGO) TO WS-SLOT
                 MOVE PAT-PRO-CODIGO TO PRO-CODIGO
                 READ ARQ-PROSPECT
                 IF WS-SLOT > ZEROS AND WS-RESULTADO-PRO = 00
                    AND PRO-STATUS = "A"
                    ADD 1 TO WS-TVEN-CARGA(WS-SLOT)
                 END-IF
              END-IF
           END-PERFORM.
       F-SOMA-PROSPECTS-ABERTOS. EXIT.

       DISTRIBUI-PROSPECTS.
           MOVE ZEROS TO PRO-CODIGO
           START ARQ-PROSPECT KEY NOT LESS PRO-CODIGO
           IF WS-RESULTADO-PRO NOT = 00
              GO TO F-DISTRIBUI-PROSPECTS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PROSPECT NEXT AT END
                 EXIT PERFORM
              END-READ
              IF PRO-STATUS = "A"
                 PERFORM DISTRIBUI-PROSPECT THRU F-DISTRIBUI-PROSPECT
              END-IF
           END-PERFORM.
       F-DISTRIBUI-PROSPECTS. EXIT.

      * UM PROSPECT EM TRABALHO: COORDENADAS, PERMANENCIA COM O
      * VENDEDOR ATUAL OU ESCOLHA DO MAIS PROXIMO ELEGIVEL.
       DISTRIBUI-PROSPECT.
           MOVE "N" TO WS-PAT-ALTERADO
           MOVE PRO-CODIGO TO PAT-PRO-CODIGO
           READ ARQ-PROSPECT-ATRIB
           IF WS-RESULTADO-PAT = 00
              MOVE "S" TO WS-PAT-EXISTE
           ELSE
              MOVE "N" TO WS-PAT-EXISTE
              INITIALIZE REGISTRO-PROSPECT-ATRIB
              MOVE PRO-CODIGO TO PAT-PRO-CODIGO
           END-IF
           PERFORM VERIFICA-EMPRESA-DONO THRU F-VERIFICA-EMPRESA-DONO
           IF WS-OUTRA-EMPRESA = "S"
              GO TO F-DISTRIBUI-PROSPECT
           END-IF
           ADD 1 TO WS-TOTAL-LIDOS

           IF PAT-GEO-ORIGEM = SPACES AND PRO-CEP > ZEROS
              MOVE PRO-CEP TO WS-GEO-CEP
              CALL "GEOCODIFICA-CEP" USING WS-GEO-CEP
                                           WS-GEO-LATITUDE
                                           WS-GEO-LONGITUDE
                                           WS-GEO-RETORNO
              IF WS-GEO-RETORNO = "S"
                 MOVE WS-GEO-LATITUDE  TO PAT-LATITUDE
                 MOVE WS-GEO-LONGITUDE TO PAT-LONGITUDE
                 MOVE "C"              TO PAT-GEO-ORIGEM
                 MOVE "S"              TO WS-PAT-ALTERADO
                 ADD 1 TO WS-TOTAL-GEOCODIF
              END-IF
           END-IF

           MOVE ZEROS TO WS-SLOT
           IF PAT-VEN-CODIGO > ZEROS
              MOVE WS-TVEN-SLOT(PAT-VEN-CODIGO) TO WS-SLOT
           END-IF

           EVALUATE TRUE
              WHEN PAT-GEO-ORIGEM = SPACES
                 MOVE "SEM COORDENADAS (PROG46)" TO WS-SITUACAO
                 ADD 1 TO WS-TOTAL-EXCECOES
              WHEN WS-SLOT > ZEROS AND WS-REDISTRIBUI NOT = "S"
                 MOVE "MANTIDO COM O VENDEDOR" TO WS-SITUACAO
                 ADD 1 TO WS-TOTAL-MANTIDOS
              WHEN OTHER
      * A CARGA DO VENDEDOR ANTERIOR (AINDA ATIVO) E LIBERADA ANTES
      * DA NOVA ESCOLHA, QUE PODE RECAIR NELE MESMO.
                 IF WS-SLOT > ZEROS
                    SUBTRACT 1 FROM WS-TVEN-CARGA(WS-SLOT)
                 END-IF
                 PERFORM ESCOLHE-VENDEDOR THRU F-ESCOLHE-VENDEDOR
                 MOVE "S" TO WS-PAT-ALTERADO
           END-EVALUATE

           IF WS-PAT-ALTERADO = "S"
              IF WS-PAT-EXISTE = "S"
                 REWRITE REGISTRO-PROSPECT-ATRIB
              ELSE
                 WRITE REGISTRO-PROSPECT-ATRIB
              END-IF
           END-IF
           PERFORM IMPRIME-ATRIBUICAO THRU F-IMPRIME-ATRIBUICAO.
       F-DISTRIBUI-PROSPECT. EXIT.

      * PROSPECT DO PROSPATRIB.DAT EM PAUTA COM VENDEDOR DE OUTRA
      * EMPRESA QUE NAO A DA SESSAO; SEM VENDEDOR, OU COM VENDEDOR JA
      * EXCLUIDO DO CADASTRO, O PROSPECT E DE QUALQUER EMPRESA.
       VERIFICA-EMPRESA-DONO.
           MOVE "N" TO WS-OUTRA-EMPRESA
           IF WS-EMPRESA-SESSAO = ZEROS OR PAT-VEN-CODIGO = ZEROS
              GO TO F-VERIFICA-EMPRESA-DONO
           END-IF
           MOVE PAT-VEN-CODIGO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO = 00
              AND VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
              MOVE "S" TO WS-OUTRA-EMPRESA
           END-IF.
       F-VERIFICA-EMPRESA-DONO. EXIT.

      * MAIS PROXIMO ENTRE OS VENDEDORES NO TERRITORIO E COM
      * CAPACIDADE; ACIMA DA DISTANCIA MAXIMA O PROSPECT FICA SEM
      * VENDEDOR E SAI COMO EXCECAO.
       ESCOLHE-VENDEDOR.
           MOVE ZEROS TO WS-QTD-CANDIDATOS
           MOVE ZEROS TO WS-MELHOR-SLOT
           MOVE ZEROS TO WS-MELHOR-DISTANCIA
           MOVE PRO-UF TO WS-PRO-UF
           PERFORM VARYING WS-TIDX FROM 1 BY 1
              UNTIL WS-TIDX > WS-QTD-TAB-VEN
              MOVE WS-TIDX TO WS-SLOT-TERR
              PERFORM VERIFICA-TERRITORIO THRU F-VERIFICA-TERRITORIO
              PERFORM VERIFICA-CAPACIDADE THRU F-VERIFICA-CAPACIDADE
              IF WS-TERRITORIO-OK = "S" AND WS-CAPACIDADE-OK = "S"
                 MOVE WS-TVEN-LATITUDE(WS-TIDX)  TO LAT2
                 MOVE WS-TVEN-LONGITUDE(WS-TIDX) TO LON2
                 PERFORM CALCULA-DISTANCIA THRU F-CALCULA-DISTANCIA
                 IF WS-QTD-CANDIDATOS = ZEROS
                    OR WS-DIST-CALCULADA < WS-MELHOR-DISTANCIA
                    MOVE WS-TIDX           TO WS-MELHOR-SLOT
                    MOVE WS-DIST-CALCULADA TO WS-MELHOR-DISTANCIA
                 END-IF
                 ADD 1 TO WS-QTD-CANDIDATOS
              END-IF
           END-PERFORM

           MOVE ZEROS TO PAT-VEN-CODIGO
           MOVE ZEROS TO PAT-DISTANCIA
           EVALUATE TRUE
              WHEN WS-QTD-CANDIDATOS = ZEROS
                 MOVE "SEM VENDEDOR DISPONIVEL" TO WS-SITUACAO
                 ADD 1 TO WS-TOTAL-EXCECOES
              WHEN WS-DISTANCIA-MAXIMA > ZEROS
                 AND WS-MELHOR-DISTANCIA > WS-DISTANCIA-MAXIMA
                 MOVE "ACIMA DA DISTANCIA MAXIMA" TO WS-SITUACAO
                 MOVE WS-MELHOR-DISTANCIA TO PAT-DISTANCIA
                 ADD 1 TO WS-TOTAL-EXCECOES
              WHEN OTHER
                 MOVE WS-TVEN-CODIGO(WS-MELHOR-SLOT) TO PAT-VEN-CODIGO
                 MOVE WS-MELHOR-DISTANCIA TO PAT-DISTANCIA
                 MOVE DATA-DE-HOJE        TO PAT-DATA-ATRIBUICAO
                 ADD 1 TO WS-TVEN-CARGA(WS-MELHOR-SLOT)
                 MOVE "ATRIBUIDO" TO WS-SITUACAO
                 ADD 1 TO WS-TOTAL-ATRIBUIDOS
           END-EVALUATE.
       F-ESCOLHE-VENDEDOR. EXIT.

      * MESMO CRITERIO DO PROG05: VENDEDOR SEM TERRITORIO ATENDE
      * QUALQUER UF; PROSPECT SEM UF NAO E RESTRINGIDO.
       VERIFICA-TERRITORIO.
           MOVE "S" TO WS-TERRITORIO-OK
           IF WS-TVEN-UFS(WS-SLOT-TERR) NOT = SPACES
              AND WS-PRO-UF NOT = SPACES
              MOVE "N" TO WS-TERRITORIO-OK
              PERFORM VARYING WS-UIDX FROM 1 BY 1
                 UNTIL WS-UIDX > 10
                 IF WS-TVEN-UF(WS-SLOT-TERR WS-UIDX) = WS-PRO-UF
                    MOVE "S" TO WS-TERRITORIO-OK
                 END-IF
              END-PERFORM
           END-IF.
       F-VERIFICA-TERRITORIO. EXIT.

       VERIFICA-CAPACIDADE.
           MOVE "S" TO WS-CAPACIDADE-OK
           IF WS-TVEN-CAPACIDADE(WS-SLOT-TERR) > ZEROS
              AND WS-TVEN-CARGA(WS-SLOT-TERR) NOT <
                  WS-TVEN-CAPACIDADE(WS-SLOT-TERR)
              MOVE "N" TO WS-CAPACIDADE-OK
           END-IF.
       F-VERIFICA-CAPACIDADE. EXIT.

      * LAT2/LON2 (COORDENADAS DO VENDEDOR ALVO) SAO PREENCHIDAS POR
      * QUEM CHAMA, A PARTIR DA TABELA DE VENDEDORES EM MEMORIA.
       CALCULA-DISTANCIA.
          MOVE PAT-LATITUDE     TO LAT1
          MOVE PAT-LONGITUDE    TO LON1
          MOVE 6371 TO R

          COMPUTE DLAT = (LAT2 - LAT1) * (FUNCTION PI / 180)
          COMPUTE DLON = (LON2 - LON1) * (FUNCTION PI / 180).

          COMPUTE A = FUNCTION SIN(DLAT / 2) * FUNCTION SIN(DLAT / 2) +
      - FUNCTION COS(LAT1 * (FUNCTION PI / 180)) * FUNCTION COS(LAT2 *
      - (FUNCTION PI / 180)) * FUNCTION SIN(DLON / 2) * FUNCTION SIN(
      - DLON / 2).
          COMPUTE C = 2 * FUNCTION ATAN(FUNCTION SQRT(A))
        COMPUTE D = (R * C) / 1000.
        MOVE D TO WS-DIST-CALCULADA.
           IF WS-USA-FATOR-ROTA = "S"
              CALL "CALCULA-DISTANCIA-ROTA" USING WS-DIST-CALCULADA
                                                    WS-DIST-RODOVIARIA
              MOVE WS-DIST-RODOVIARIA TO WS-DIST-CALCULADA
           END-IF.
       F-CALCULA-DISTANCIA. EXIT.

       IMPRIME-ATRIBUICAO.
           MOVE PRO-CODIGO          TO DET-PRO-CODIGO
           MOVE PRO-RAZAO-SOCIAL    TO DET-PRO-RAZAO
           MOVE PRO-UF              TO DET-UF
           MOVE PAT-VEN-CODIGO      TO DET-VEN-CODIGO
           MOVE SPACES              TO DET-VEN-NOME
           IF PAT-VEN-CODIGO > ZEROS
              MOVE WS-TVEN-SLOT(PAT-VEN-CODIGO) TO WS-SLOT
              IF WS-SLOT > ZEROS
                 MOVE WS-TVEN-NOME(WS-SLOT) TO DET-VEN-NOME
              END-IF
           END-IF
           MOVE PAT-DISTANCIA       TO DET-DISTANCIA
           MOVE WS-SITUACAO         TO DET-SITUACAO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES.
       F-IMPRIME-ATRIBUICAO. EXIT.

      * FUNIL: TODO PROSPECT CONTA PARA O VENDEDOR DO PROSPATRIB.DAT
      * (OU PARA "SEM VENDEDOR"), PELA SITUACAO NO PROSPECT.DAT E PELAS
      * VISITAS REGISTRADAS NO PROG46.
       APURA-FUNIL.
           INITIALIZE WS-TAB-FUNIL
           INITIALIZE WS-TOTAL-FUNIL
           MOVE ZEROS TO PRO-CODIGO
           START ARQ-PROSPECT KEY NOT LESS PRO-CODIGO
           IF WS-RESULTADO-PRO NOT = 00
              GO TO F-APURA-FUNIL
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PROSPECT NEXT AT END
                 EXIT PERFORM
              END-READ
              MOVE PRO-CODIGO TO PAT-PRO-CODIGO
              READ ARQ-PROSPECT-ATRIB
              IF WS-RESULTADO-PAT NOT = 00
                 INITIALIZE REGISTRO-PROSPECT-ATRIB
              END-IF
              PERFORM VERIFICA-EMPRESA-DONO
                 THRU F-VERIFICA-EMPRESA-DONO
              IF WS-OUTRA-EMPRESA = "S"
                 EXIT PERFORM CYCLE
              END-IF
              IF PAT-VEN-CODIGO > ZEROS
                 MOVE PAT-VEN-CODIGO TO WS-IV
              ELSE
                 MOVE 1000 TO WS-IV
              END-IF
              ADD 1 TO WS-FUN-ATRIBUIDOS(WS-IV)
              EVALUATE PRO-STATUS
                 WHEN "A"
                    ADD 1 TO WS-FUN-ABERTOS(WS-IV)
                 WHEN "C"
                    ADD 1 TO WS-FUN-CONVERTIDOS(WS-IV)
                 WHEN "D"
                    ADD 1 TO WS-FUN-DESCARTADOS(WS-IV)
              END-EVALUATE
              IF PAT-QTD-VISITAS > ZEROS
                 ADD 1 TO WS-FUN-VISITADOS(WS-IV)
              END-IF
           END-PERFORM.
       F-APURA-FUNIL. EXIT.

       IMPRIME-FUNIL.
           WRITE LINHA FROM CABECALHO-FUNIL   AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-FUNIL-1 AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINES
           ADD 4 TO CONTADOR-LINHA
           PERFORM VARYING WS-IV FROM 1 BY 1 UNTIL WS-IV > 1000
              IF WS-FUN-ATRIBUIDOS(WS-IV) > ZEROS
                 IF WS-IV = 1000
                    MOVE ZEROS TO DETF-VEN-CODIGO
                    MOVE "SEM VENDEDOR" TO DETF-VEN-NOME
                 ELSE
                    MOVE WS-IV TO DETF-VEN-CODIGO
                    MOVE WS-IV TO VEN-CODIGO
                    READ ARQ-VENDEDOR
                    IF WS-RESULTADO-ACESSO = 00
                       MOVE VEN-NOME TO DETF-VEN-NOME
                    ELSE
                       MOVE "VENDEDOR NAO CADASTRADO" TO DETF-VEN-NOME
                    END-IF
                 END-IF
                 MOVE WS-FUN-ATRIBUIDOS(WS-IV)   TO DETF-ATRIBUIDOS
                 MOVE WS-FUN-ABERTOS(WS-IV)      TO DETF-ABERTOS
                 MOVE WS-FUN-VISITADOS(WS-IV)    TO DETF-VISITADOS
                 MOVE WS-FUN-CONVERTIDOS(WS-IV)  TO DETF-CONVERTIDOS
                 MOVE WS-FUN-DESCARTADOS(WS-IV)  TO DETF-DESCARTADOS
                 COMPUTE WS-PCT-TRAB ROUNDED =
                    WS-FUN-VISITADOS(WS-IV) * 100 /
                    WS-FUN-ATRIBUIDOS(WS-IV)
                 MOVE WS-PCT-TRAB TO DETF-PCT-VISITADOS
                 COMPUTE WS-PCT-TRAB ROUNDED =
                    WS-FUN-CONVERTIDOS(WS-IV) * 100 /
                    WS-FUN-ATRIBUIDOS(WS-IV)
                 MOVE WS-PCT-TRAB TO DETF-PCT-CONVERSAO
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM DETALHE-FUNIL AFTER 1 LINES
                 ADD WS-FUN-ATRIBUIDOS(WS-IV)   TO WS-TFU-ATRIBUIDOS
                 ADD WS-FUN-ABERTOS(WS-IV)      TO WS-TFU-ABERTOS
                 ADD WS-FUN-VISITADOS(WS-IV)    TO WS-TFU-VISITADOS
                 ADD WS-FUN-CONVERTIDOS(WS-IV)  TO WS-TFU-CONVERTIDOS
                 ADD WS-FUN-DESCARTADOS(WS-IV)  TO WS-TFU-DESCARTADOS
              END-IF
           END-PERFORM
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           MOVE ZEROS                TO DETF-VEN-CODIGO
           MOVE "TOTAL GERAL"        TO DETF-VEN-NOME
           MOVE WS-TFU-ATRIBUIDOS    TO DETF-ATRIBUIDOS
           MOVE WS-TFU-ABERTOS       TO DETF-ABERTOS
           MOVE WS-TFU-VISITADOS     TO DETF-VISITADOS
           MOVE WS-TFU-CONVERTIDOS   TO DETF-CONVERTIDOS
           MOVE WS-TFU-DESCARTADOS   TO DETF-DESCARTADOS
           MOVE ZEROS TO DETF-PCT-VISITADOS
           MOVE ZEROS TO DETF-PCT-CONVERSAO
           IF WS-TFU-ATRIBUIDOS > ZEROS
              COMPUTE WS-PCT-TRAB ROUNDED =
                 WS-TFU-VISITADOS * 100 / WS-TFU-ATRIBUIDOS
              MOVE WS-PCT-TRAB TO DETF-PCT-VISITADOS
              COMPUTE WS-PCT-TRAB ROUNDED =
                 WS-TFU-CONVERTIDOS * 100 / WS-TFU-ATRIBUIDOS
              MOVE WS-PCT-TRAB TO DETF-PCT-CONVERSAO
           END-IF
           WRITE LINHA FROM DETALHE-FUNIL AFTER 1 LINES
           WRITE LINHA FROM RODAPE-FUNIL  AFTER 1 LINES.
       F-IMPRIME-FUNIL. EXIT.

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
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * REGISTRO DO RESULTADO DA DISTRIBUICAO EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           MOVE "PROG83" TO EXEC-PROGRAMA
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

      * RESPOSTAS DO BATCH.PRM PARA O PROG83 (EM BRANCO = PADRAO):
      *   RESPOSTA-1 = DISTANCIA MAXIMA POR VENDEDOR (0 = SEM LIMITE)
      *   RESPOSTA-2 = PONDERAR DISTANCIA RODOVIARIA S/N (N)
      *   RESPOSTA-3 = REDISTRIBUIR PROSPECTS JA ATRIBUIDOS S/N (N)
      *   RESPOSTA-4 = SOMENTE O FUNIL, SEM DISTRIBUIR S/N (N)
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
                 IF PRM-PROGRAMA = "PROG83"
                    MOVE "S" TO WS-MODO-BATCH
                    IF PRM-RESPOSTA-1 = SPACES
                       MOVE ZEROS TO WS-DISTANCIA-MAXIMA
                    ELSE
                       COMPUTE WS-DISTANCIA-MAXIMA =
                          FUNCTION NUMVAL(PRM-RESPOSTA-1)
                    END-IF
                    MOVE PRM-RESPOSTA-2(1:1) TO WS-USA-FATOR-ROTA
                    IF WS-USA-FATOR-ROTA NOT = "S"
                       MOVE "N" TO WS-USA-FATOR-ROTA
                    END-IF
                    MOVE PRM-RESPOSTA-3(1:1) TO WS-REDISTRIBUI
                    IF WS-REDISTRIBUI NOT = "S"
                       MOVE "N" TO WS-REDISTRIBUI
                    END-IF
                    MOVE PRM-RESPOSTA-4(1:1) TO WS-SOMENTE-FUNIL
                    IF WS-SOMENTE-FUNIL NOT = "S"
                       MOVE "N" TO WS-SOMENTE-FUNIL
                    END-IF
                    MOVE 1 TO WS-FIM-PRM
                 END-IF
              END-PERFORM
              CLOSE ARQ-BATCH-PRM
           END-IF.
       F-LE-PARAMETROS-BATCH. EXIT.

      * OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON
      * PROG24), REGISTRADO NO EXECUCAO.LOG, E A EMPRESA DA SESSAO;
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
