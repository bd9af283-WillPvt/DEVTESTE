       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG86.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- CARTEIRA INICIAL DE VENDEDOR NOVO -------
      * O INVERSO DO PROG42: O VENDEDOR RECEM CADASTRADO NO PROG06
      * COMECA SEM CLIENTES, E ESPERAR A RODADA COMPLETA DO PROG05
      * MEXERIA NA CARTEIRA DE TODO MUNDO. AQUI, DADOS O CODIGO DO
      * VENDEDOR NOVO E O TAMANHO DESEJADO DA CARTEIRA, SAO
      * ESCOLHIDOS CLIENTES DOS DEMAIS VENDEDORES, NESTA ORDEM:
      *   1 - FIXADOS NO FIXACAO.DAT PARA O VENDEDOR NOVO;
      *   2 - QUE JA TEM O VENDEDOR NOVO COMO ALTERNATIVO NO DIST.CSV;
      *   3 - MAIS PERTO DO VENDEDOR NOVO QUE DO TITULAR ATUAL;
      * E, DENTRO DE CADA GRUPO, DO MAIS PERTO PARA O MAIS LONGE.
      * CLIENTE FIXADO EM OUTRO VENDEDOR NAO SAI; FORA O FIXADO NO
      * VENDEDOR NOVO, SO ENTRA CLIENTE DO TERRITORIO E DO SEGMENTO
      * DELE, E NENHUM CEDENTE FICA ABAIXO DA CARTEIRA MINIMA
      * INFORMADA; CLIENTE DE OUTRA EMPRESA NUNCA ENTRA. A PREVIA
      * (TELA E RCARTINI.TXT) MOSTRA O QUE SAI DE QUEM; SO DEPOIS DA
      * CONFIRMACAO O DIST.CSV, O DISTMEST.DAT E AS CARTEIRAS DO
      * VENDEDOR.DAT SAO ATUALIZADOS E AS TROCAS ENTRAM NA TRILHA
      * REALOC.CSV.

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

           SELECT ARQ-TERRITORIO ASSIGN TO DISK WID-ARQ-TERRITORIO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-VEN-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TER.

           SELECT ARQ-CLI-CNAE ASSIGN TO DISK WID-ARQ-CLI-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNA.

           SELECT ARQ-ESPECIALIZACAO ASSIGN TO DISK
                  WID-ARQ-ESPECIALIZACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ESP-VEN-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ESP.

           SELECT ARQ-FIXACAO ASSIGN TO DISK WID-ARQ-FIXACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FIX-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FIX.

           SELECT ARQ-DIST ASSIGN TO DISK WS-LOCAL-ARQ-DIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-DIST.

           SELECT ARQ-DIST-TRAB ASSIGN TO "REDISTRAB.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-REALOC ASSIGN TO DISK WS-LOCAL-ARQ-REALOC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-REAL.

           SELECT ARQ-CAND-SORT ASSIGN TO "SORT".

           SELECT ARQ-CAND-SAI ASSIGN TO "CARTTRAB.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO "RCARTINI.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-TERRITORIO.FD".

       COPY "ARQ-CLI-CNAE.FD".

       COPY "ARQ-ESPECIALIZACAO.FD".

       COPY "ARQ-FIXACAO.FD".

       COPY "ARQ-DIST.FD".

       COPY "ARQ-DIST-MEST.FD".

       FD ARQ-DIST-TRAB.
          01 REGISTRO-DIST-TRAB         PIC X(260).

       FD ARQ-REALOC.
          01 REGISTRO-REALOC.
             02 REALOC-CLI-CODIGO          PIC 9(07).
             02 FILLER                     PIC X(01) VALUE ";".
             02 REALOC-CLI-RAZAO-SOCIAL    PIC X(40).
             02 FILLER                     PIC X(01) VALUE ";".
             02 REALOC-VEN-CODIGO-ANT      PIC 9(03).
             02 FILLER                     PIC X(01) VALUE ";".
             02 REALOC-VEN-CODIGO-NOVO     PIC 9(03).

      * CANDIDATOS A IR PARA O VENDEDOR NOVO, NA ORDEM DE PREFERENCIA
      * (PRIORIDADE 1 = FIXADO NELE, 2 = ALTERNATIVO, 3 = MAIS PERTO
      * DELE QUE DO TITULAR) E DE DISTANCIA ATE ELE.
       SD ARQ-CAND-SORT.
          01 REG-CAND-SORT.
             02 CDS-PRIORIDADE        PIC 9(01).
             02 CDS-DIST-NOVA         PIC S9(03)V9(08).
             02 CDS-CLI-CODIGO        PIC 9(07).
             02 CDS-CLI-RAZAO         PIC X(40).
             02 CDS-VEN-CEDENTE       PIC 9(03).
             02 CDS-DIST-ATUAL        PIC S9(03)V9(08).

       FD ARQ-CAND-SAI.
          01 REG-CAND-SAI.
             02 CDT-PRIORIDADE        PIC 9(01).
             02 CDT-DIST-NOVA         PIC S9(03)V9(08).
             02 CDT-CLI-CODIGO        PIC 9(07).
             02 CDT-CLI-RAZAO         PIC X(40).
             02 CDT-VEN-CEDENTE       PIC 9(03).
             02 CDT-DIST-ATUAL        PIC S9(03)V9(08).

       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-TERRITORIO    PIC X(50) VALUE SPACES.
       77 WID-ARQ-FIXACAO       PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-DIST     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-REALOC   PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TER      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-CLI-CNAE      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNA      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-ESPECIALIZACAO PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ESP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FIX      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REAL     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-VEN-NOVO           PIC 9(03) VALUE ZEROS.
       77 WS-EMPRESA-VEN-NOVO   PIC 9(02) VALUE 01.
       77 WS-CARTEIRA-DESEJADA  PIC 9(04) VALUE ZEROS.
       77 WS-CARTEIRA-MINIMA    PIC 9(04) VALUE ZEROS.
       77 WS-QTD-PEDIDA         PIC 9(04) VALUE ZEROS.
       77 WS-USA-FATOR-ROTA     PIC X(01) VALUE SPACES.
       77 WS-CONFIRMA           PIC X(01) VALUE SPACES.
       77 WS-VENDEDOR-OK        PIC X(01) VALUE "N".
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 WS-EXISTE-FIXACAO     PIC X(01) VALUE "N".
       77 WS-EXISTE-CNAE        PIC X(01) VALUE "N".
       77 WS-CLI-UF             PIC X(02) VALUE SPACES.
       77 WS-CLI-CNAE           PIC X(07) VALUE SPACES.
       77 WS-TERRITORIO-OK      PIC X(01) VALUE "S".
       77 WS-ESPECIALIZACAO-OK  PIC X(01) VALUE "S".
       77 WS-PRIORIDADE         PIC 9(01) VALUE ZEROS.
       77 WS-SLOT               PIC 9(04) VALUE ZEROS.
       77 WS-SLOT-NOVO          PIC 9(04) VALUE ZEROS.
       77 WS-SLOT-TERR          PIC 9(04) VALUE ZEROS.
       77 WS-UIDX               PIC 9(02) VALUE ZEROS.
       77 WS-TAM-PREFIXO        PIC 9(02) VALUE ZEROS.
       77 WS-IDX                PIC 9(05) VALUE ZEROS.
       77 WS-LINHA-TELA         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CANDIDATOS     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-BARRADOS-MIN   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CEDENTES       PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MOVIDOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MANTIDOS       PIC 9(07) VALUE ZEROS.
       77 WS-ACAO-TRAVA         PIC X(01) VALUE SPACES.
       77 WS-ARQUIVO-TRAVA      PIC X(20) VALUE SPACES.
       77 WS-PROGRAMA-TRAVA     PIC X(10) VALUE "PROG86".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-RESULT-TRAVA       PIC X(01) VALUE SPACES.
       77 WS-DETENTOR-TRAVA     PIC X(40) VALUE SPACES.
       77 WS-DETENTOR-GUARDA    PIC X(40) VALUE SPACES.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

      * TABELA DOS VENDEDORES ATIVOS (O NOVO E OS CEDENTES), COM AS
      * CARTEIRAS ATUAIS DO VENDEDOR.DAT E O QUE CADA UM CEDE; AS
      * CARTEIRAS AJUSTADAS VOLTAM PARA O DISCO NA EFETIVACAO.
       77 WS-QTD-TAB-VEN        PIC 9(04) VALUE ZEROS.
       77 WS-TIDX               PIC 9(04) VALUE ZEROS.
       01 WS-TAB-VENDEDORES.
          02 WS-TVEN-ENTRADA OCCURS 999.
             03 WS-TVEN-CODIGO          PIC 9(03).
             03 WS-TVEN-NOME            PIC X(40).
             03 WS-TVEN-LATITUDE        PIC S9(03)V9(08).
             03 WS-TVEN-LONGITUDE       PIC S9(03)V9(08).
             03 WS-TVEN-CAPACIDADE      PIC 9(04).
             03 WS-TVEN-CARTEIRA        PIC 9(04).
             03 WS-TVEN-CEDIDOS         PIC 9(04).
             03 WS-TVEN-UFS.
                04 WS-TVEN-UF OCCURS 10 PIC X(02).
             03 WS-TVEN-CNAES.
                04 WS-TVEN-CNAE OCCURS 10 PIC X(07).
       01 WS-TAB-SLOT-VENDEDOR.
          02 WS-TVEN-SLOT OCCURS 999    PIC 9(04).

      * CLIENTES ESCOLHIDOS NA PREVIA, COM A DISTANCIA ATE O VENDEDOR
      * NOVO (VIRA A DISTANCIA DO TITULAR NA EFETIVACAO).
       77 WS-QTD-ESCOLHIDOS     PIC 9(04) VALUE ZEROS.
       01 WS-TAB-ESCOLHIDOS.
          02 WS-ESC-ENTRADA OCCURS 9999.
             03 WS-ESC-CLI-CODIGO       PIC 9(07).
             03 WS-ESC-DIST-NOVA        PIC S9(03)V9(08).

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

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(35) VALUE
             "CARTEIRA INICIAL DO VENDEDOR NOVO".
          02 CAB-VEN-CODIGO PIC 9(03).
          02 FILLER       PIC X(03) VALUE " - ".
          02 CAB-VEN-NOME PIC X(40).
          02 FILLER       PIC X(09) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-1.
          02 FILLER PIC X(09) VALUE "CLIENTE".
          02 FILLER PIC X(41) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(45) VALUE "VENDEDOR QUE CEDE".
          02 FILLER PIC X(12) VALUE "MOTIVO".
          02 FILLER PIC X(12) VALUE "  DIST.ATUAL".
          02 FILLER PIC X(13) VALUE "   DIST.NOVA".

       01 DETALHE-CANDIDATO.
          02 DET-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-CLI-RAZAO       PIC X(40).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-VEN-CEDENTE     PIC 9(03).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-VEN-NOME        PIC X(40).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-MOTIVO          PIC X(12).
          02 DET-DIST-ATUAL      PIC ZZ.ZZ9,999.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-DIST-NOVA       PIC ZZ.ZZ9,999.
          02 FILLER              PIC X(03) VALUE SPACES.

       01 LINHA-CEDENTE.
          02 FILLER              PIC X(09) VALUE SPACES.
          02 FILLER              PIC X(20) VALUE "CEDIDOS POR ".
          02 LCE-VEN-CODIGO      PIC 9(03).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 LCE-VEN-NOME        PIC X(40).
          02 FILLER              PIC X(02) VALUE ": ".
          02 LCE-QTD             PIC ZZZ.ZZ9.
          02 FILLER              PIC X(10) VALUE "  FICA COM".
          02 LCE-SALDO           PIC ZZZ.ZZ9.
          02 FILLER              PIC X(33) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER              PIC X(40).
          02 LTO-VALOR           PIC ZZZ.ZZ9.
          02 FILLER              PIC X(85) VALUE SPACES.

      * RESUMO DA PREVIA NA TELA: UM CEDENTE POR LINHA.
       01 WS-LINHA-PREVIA.
          02 WPR-VEN-CODIGO      PIC 9(03).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 WPR-VEN-NOME        PIC X(40).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 WPR-QTD             PIC ZZZ9.
          02 FILLER              PIC X(05) VALUE SPACES.
          02 WPR-SALDO           PIC ZZZ9.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CARTINI BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  CARTEIRA INICIAL DE VENDEDOR NOVO  ".
          02 LINE 02 COLUMN 73 VALUE "PROG86".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "CODIGO DO VENDEDOR NOVO...........................:".
          02 LINE 07 COLUMN 01 VALUE
             "TAMANHO DESEJADO DA CARTEIRA......................:".
          02 LINE 09 COLUMN 01 VALUE
             "CARTEIRA MINIMA DE QUEM CEDE (ZERO = SEM MINIMO)..:".
          02 LINE 11 COLUMN 01 VALUE
             "PONDERAR DISTANCIA RODOVIARIA (ROTEIRIZACAO) (S/N):".

       01 TELA-PREVIA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  CARTEIRA INICIAL DE VENDEDOR NOVO  ".
          02 LINE 02 COLUMN 73 VALUE "PROG86".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "PREVIA PARA O VENDEDOR".
          02 LINE 04 COLUMN 24 PIC 9(03) FROM WS-VEN-NOVO.
          02 LINE 04 COLUMN 28 PIC X(40) FROM VEN-NOME.
          02 LINE 05 COLUMN 01 VALUE "CLIENTES ESCOLHIDOS....:".
          02 LINE 05 COLUMN 26 PIC ZZZ9 FROM WS-QTD-ESCOLHIDOS.
          02 LINE 05 COLUMN 32 VALUE "DE".
          02 LINE 05 COLUMN 35 PIC ZZZ9 FROM WS-QTD-PEDIDA.
          02 LINE 05 COLUMN 41 VALUE "PEDIDOS".
          02 LINE 07 COLUMN 01 VALUE
             "CED NOME DO VENDEDOR QUE CEDE".
          02 LINE 07 COLUMN 48 VALUE "CEDE  FICA COM".
          02 LINE 20 COLUMN 01 VALUE
             "LISTA COMPLETA EM RCARTINI.TXT".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  CARTEIRA INICIAL DE VENDEDOR NOVO  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "CLIENTES TRANSFERIDOS..:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-MOVIDOS.
          02 LINE 07 COLUMN 01 VALUE "VENDEDORES CEDENTES....:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-CEDENTES.
          02 LINE 08 COLUMN 01 VALUE "LINHAS INALTERADAS.....:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-MANTIDOS.
          02 LINE 15 COLUMN 01
          VALUE "CARTEIRA INICIAL GRAVADA, TECLE ENTER PARA RETORNAR AO
      -" MENU INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN I-O ARQ-VENDEDOR
           IF WS-RESULTADO-VEN NOT = 00
              DISPLAY "VENDEDOR.DAT NAO ENCONTRADO .............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           DISPLAY TELA-CARTINI AT 0101
           PERFORM PEDE-VENDEDOR THRU F-PEDE-VENDEDOR
           PERFORM UNTIL WS-CARTEIRA-DESEJADA > VEN-QTD-CARTEIRA
              ACCEPT WS-CARTEIRA-DESEJADA AT 0753
           END-PERFORM
           ACCEPT WS-CARTEIRA-MINIMA AT 0953
           PERFORM UNTIL WS-USA-FATOR-ROTA = "S" OR = "N"
              ACCEPT WS-USA-FATOR-ROTA AT 1153
           END-PERFORM

      * O VENDEDOR NOVO NAO PASSA DA PROPRIA CAPACIDADE.
           IF VEN-CAPACIDADE-MAX > ZEROS
              AND WS-CARTEIRA-DESEJADA > VEN-CAPACIDADE-MAX
              MOVE VEN-CAPACIDADE-MAX TO WS-CARTEIRA-DESEJADA
           END-IF
           IF WS-CARTEIRA-DESEJADA NOT > VEN-QTD-CARTEIRA
              DISPLAY "VENDEDOR JA ESTA NA CAPACIDADE MAXIMA ......"
                 AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-VENDEDOR
              EXIT PROGRAM
           END-IF
           COMPUTE WS-QTD-PEDIDA =
              WS-CARTEIRA-DESEJADA - VEN-QTD-CARTEIRA

      * TRAVA DE EXECUCAO (BLOQUEIO.CTL) JA NA PREVIA, PARA QUE O
      * DIST.CSV CONFIRMADO SEJA O MESMO QUE FOI MOSTRADO.
           PERFORM OBTEM-TRAVAS THRU F-OBTEM-TRAVAS
           IF WS-RESULT-TRAVA NOT = "S"
              DISPLAY "ARQUIVOS TRAVADOS POR OUTRA EXECUCAO:"
                 AT 2401
              DISPLAY WS-DETENTOR-TRAVA AT 2440
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-VENDEDOR
              EXIT PROGRAM
           END-IF

           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
           IF WS-RESULTADO-DIST NOT = 00
              DISPLAY "DIST.CSV NAO ENCONTRADO - EXECUTE A DISTRIBUICAO
      -"PRIMEIRO" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-VENDEDOR
              PERFORM LIBERA-TRAVAS THRU F-LIBERA-TRAVAS
              EXIT PROGRAM
           END-IF
           CLOSE ARQ-DIST

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-VENDEDOR
              PERFORM LIBERA-TRAVAS THRU F-LIBERA-TRAVAS
              EXIT PROGRAM
           END-IF
           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN INPUT ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END = 00
              MOVE "S" TO WS-EXISTE-ENDERECO
           ELSE
              MOVE "N" TO WS-EXISTE-ENDERECO
           END-IF
           MOVE "CLICNAE.DAT" TO WID-ARQ-CLI-CNAE
           OPEN INPUT ARQ-CLI-CNAE
           IF WS-RESULTADO-CNA = 00
              MOVE "S" TO WS-EXISTE-CNAE
           ELSE
              MOVE "N" TO WS-EXISTE-CNAE
           END-IF
           MOVE "FIXACAO.DAT" TO WID-ARQ-FIXACAO
           OPEN INPUT ARQ-FIXACAO
           IF WS-RESULTADO-FIX = 00
              MOVE "S" TO WS-EXISTE-FIXACAO
           ELSE
              MOVE "N" TO WS-EXISTE-FIXACAO
           END-IF

           PERFORM CARREGA-TAB-VENDEDORES
              THRU F-CARREGA-TAB-VENDEDORES
           PERFORM CARREGA-TERRITORIOS
              THRU F-CARREGA-TERRITORIOS
           PERFORM CARREGA-ESPECIALIZACOES
              THRU F-CARREGA-ESPECIALIZACOES
           MOVE WS-TVEN-SLOT(WS-VEN-NOVO) TO WS-SLOT-NOVO

           SORT ARQ-CAND-SORT
                ON ASCENDING KEY CDS-PRIORIDADE
                ON ASCENDING KEY CDS-DIST-NOVA
                ON ASCENDING KEY CDS-CLI-CODIGO
                INPUT PROCEDURE SELECIONA-CANDIDATOS
                GIVING ARQ-CAND-SAI
           PERFORM ESCOLHE-CLIENTES THRU F-ESCOLHE-CLIENTES
           PERFORM MOSTRA-PREVIA THRU F-MOSTRA-PREVIA

           IF WS-QTD-ESCOLHIDOS > ZEROS AND WS-CONFIRMA = "S"
              PERFORM TRANSFERE-CARTEIRA
                 THRU F-TRANSFERE-CARTEIRA
              PERFORM GRAVA-CARTEIRAS THRU F-GRAVA-CARTEIRAS
              PERFORM GRAVA-DIST-MESTRE THRU F-GRAVA-DIST-MESTRE
           END-IF
           PERFORM LIBERA-TRAVAS THRU F-LIBERA-TRAVAS

           IF WS-EXISTE-FIXACAO = "S"
              CLOSE ARQ-FIXACAO
           END-IF
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           IF WS-EXISTE-CNAE = "S"
              CLOSE ARQ-CLI-CNAE
           END-IF
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

           IF WS-QTD-ESCOLHIDOS = ZEROS
              DISPLAY "NENHUM CLIENTE PODE SER CEDIDO AO VENDEDOR ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           IF WS-CONFIRMA NOT = "S"
              DISPLAY "TRANSFERENCIA CANCELADA PELO OPERADOR ......"
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

      * O VENDEDOR NOVO PRECISA EXISTIR, ESTAR ATIVO E TER AS
      * COORDENADAS DO CADASTRO (SEM ELAS NAO HA DISTANCIA).
       PEDE-VENDEDOR.
           PERFORM UNTIL EXIT
              MOVE ZEROS TO WS-VEN-NOVO
              PERFORM UNTIL WS-VEN-NOVO > ZEROS
                 ACCEPT WS-VEN-NOVO AT 0553
              END-PERFORM
              MOVE "N" TO WS-VENDEDOR-OK
              MOVE WS-VEN-NOVO TO VEN-CODIGO
              READ ARQ-VENDEDOR
              EVALUATE TRUE
                 WHEN WS-RESULTADO-VEN NOT = 00
                    DISPLAY "VENDEDOR NAO CADASTRADO ..........."
                       AT 2401
                 WHEN VEN-STATUS = "I"
                    DISPLAY "VENDEDOR INATIVO .................."
                       AT 2401
                 WHEN VEN-LATITUDE = ZEROS AND VEN-LONGITUDE = ZEROS
                    DISPLAY "VENDEDOR SEM COORDENADAS NO CADASTRO"
                       AT 2401
                 WHEN OTHER
                    MOVE "S" TO WS-VENDEDOR-OK
              END-EVALUATE
              IF WS-VENDEDOR-OK = "S"
                 EXIT PERFORM
              END-IF
              ACCEPT PAUSA AT 2478
              DISPLAY TELA-CARTINI AT 0101
           END-PERFORM
           MOVE VEN-EMPRESA TO WS-EMPRESA-VEN-NOVO
           DISPLAY VEN-NOME AT 0658.
       F-PEDE-VENDEDOR. EXIT.

      * PERCORRE OS CANDIDATOS NA ORDEM DE PREFERENCIA ATE COMPLETAR
      * A QUANTIDADE PEDIDA, SEM DEIXAR CEDENTE ABAIXO DA CARTEIRA
      * MINIMA, E MONTA A PREVIA NO RCARTINI.TXT.
       ESCOLHE-CLIENTES.
           MOVE ZEROS TO WS-QTD-ESCOLHIDOS
           MOVE ZEROS TO WS-QTD-BARRADOS-MIN
           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           MOVE WS-VEN-NOVO  TO CAB-VEN-CODIGO
           MOVE VEN-NOME     TO CAB-VEN-NOME
           MOVE ZEROS TO CONTADOR-PAGINA
           PERFORM IMPRIMIR-CABECALHO
           OPEN INPUT ARQ-CAND-SAI
           PERFORM UNTIL WS-QTD-ESCOLHIDOS NOT < WS-QTD-PEDIDA
              READ ARQ-CAND-SAI AT END
                 EXIT PERFORM
              END-READ
              MOVE ZEROS TO WS-SLOT
              IF CDT-VEN-CEDENTE > ZEROS
                 MOVE WS-TVEN-SLOT(CDT-VEN-CEDENTE) TO WS-SLOT
              END-IF
              IF WS-SLOT > ZEROS AND WS-CARTEIRA-MINIMA > ZEROS
                 AND WS-TVEN-CARTEIRA(WS-SLOT) -
                     WS-TVEN-CEDIDOS(WS-SLOT) NOT > WS-CARTEIRA-MINIMA
                 ADD 1 TO WS-QTD-BARRADOS-MIN
              ELSE
                 PERFORM ESCOLHE-CLIENTE THRU F-ESCOLHE-CLIENTE
              END-IF
           END-PERFORM
           CLOSE ARQ-CAND-SAI
           PERFORM IMPRIME-CEDENTES THRU F-IMPRIME-CEDENTES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO.
       F-ESCOLHE-CLIENTES. EXIT.

       ESCOLHE-CLIENTE.
           IF WS-QTD-ESCOLHIDOS NOT < 9999
              GO TO F-ESCOLHE-CLIENTE
           END-IF
           ADD 1 TO WS-QTD-ESCOLHIDOS
           MOVE CDT-CLI-CODIGO TO WS-ESC-CLI-CODIGO(WS-QTD-ESCOLHIDOS)
           MOVE CDT-DIST-NOVA  TO WS-ESC-DIST-NOVA(WS-QTD-ESCOLHIDOS)
           MOVE SPACES TO DET-VEN-NOME
           IF WS-SLOT > ZEROS
              ADD 1 TO WS-TVEN-CEDIDOS(WS-SLOT)
              MOVE WS-TVEN-NOME(WS-SLOT) TO DET-VEN-NOME
           END-IF
           MOVE CDT-CLI-CODIGO  TO DET-CLI-CODIGO
           MOVE CDT-CLI-RAZAO   TO DET-CLI-RAZAO
           MOVE CDT-VEN-CEDENTE TO DET-VEN-CEDENTE
           EVALUATE CDT-PRIORIDADE
              WHEN 1 MOVE "FIXADO"       TO DET-MOTIVO
              WHEN 2 MOVE "ALTERNATIVO"  TO DET-MOTIVO
              WHEN OTHER MOVE "MAIS PERTO" TO DET-MOTIVO
           END-EVALUATE
           MOVE CDT-DIST-ATUAL  TO DET-DIST-ATUAL
           MOVE CDT-DIST-NOVA   TO DET-DIST-NOVA
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE-CANDIDATO AFTER 1 LINES.
       F-ESCOLHE-CLIENTE. EXIT.

      * TOTAIS DA PREVIA E O QUE SAI DE CADA CEDENTE.
       IMPRIME-CEDENTES.
           MOVE ZEROS TO WS-QTD-CEDENTES
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           MOVE "CLIENTES PEDIDOS......................:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-PEDIDA TO LTO-VALOR
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           MOVE "CANDIDATOS ENCONTRADOS................:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-CANDIDATOS TO LTO-VALOR
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           MOVE "BARRADOS PELA CARTEIRA MINIMA.........:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-BARRADOS-MIN TO LTO-VALOR
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           MOVE "CLIENTES ESCOLHIDOS...................:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-ESCOLHIDOS TO LTO-VALOR
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           PERFORM VARYING WS-TIDX FROM 1 BY 1
              UNTIL WS-TIDX > WS-QTD-TAB-VEN
              IF WS-TVEN-CEDIDOS(WS-TIDX) > ZEROS
                 ADD 1 TO WS-QTD-CEDENTES
                 MOVE WS-TVEN-CODIGO(WS-TIDX)   TO LCE-VEN-CODIGO
                 MOVE WS-TVEN-NOME(WS-TIDX)     TO LCE-VEN-NOME
                 MOVE WS-TVEN-CEDIDOS(WS-TIDX)  TO LCE-QTD
                 COMPUTE LCE-SALDO = WS-TVEN-CARTEIRA(WS-TIDX)
                                   - WS-TVEN-CEDIDOS(WS-TIDX)
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM LINHA-CEDENTE AFTER 1 LINES
              END-IF
           END-PERFORM.
       F-IMPRIME-CEDENTES. EXIT.

      * RESUMO POR CEDENTE NA TELA (OS 12 PRIMEIROS; O RESTO ESTA NO
      * RELATORIO) E CONFIRMACAO DA TRANSFERENCIA.
       MOSTRA-PREVIA.
           MOVE "N" TO WS-CONFIRMA
           IF WS-QTD-ESCOLHIDOS = ZEROS
              GO TO F-MOSTRA-PREVIA
           END-IF
           DISPLAY TELA-PREVIA AT 0101
           MOVE 07 TO WS-LINHA-TELA
           PERFORM VARYING WS-TIDX FROM 1 BY 1
              UNTIL WS-TIDX > WS-QTD-TAB-VEN OR WS-LINHA-TELA > 18
              IF WS-TVEN-CEDIDOS(WS-TIDX) > ZEROS
                 ADD 1 TO WS-LINHA-TELA
                 MOVE WS-TVEN-CODIGO(WS-TIDX)   TO WPR-VEN-CODIGO
                 MOVE WS-TVEN-NOME(WS-TIDX)     TO WPR-VEN-NOME
                 MOVE WS-TVEN-CEDIDOS(WS-TIDX)  TO WPR-QTD
                 COMPUTE WPR-SALDO = WS-TVEN-CARTEIRA(WS-TIDX)
                                   - WS-TVEN-CEDIDOS(WS-TIDX)
                 DISPLAY WS-LINHA-PREVIA
                    AT LINE WS-LINHA-TELA COLUMN 01
              END-IF
           END-PERFORM
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY "CONFIRMA A TRANSFERENCIA (S/N)?" AT 2201
           PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
              ACCEPT WS-CONFIRMA AT 2233
           END-PERFORM.
       F-MOSTRA-PREVIA. EXIT.

      * COPIA O DIST.CSV PARA O ARQUIVO DE TRABALHO TROCANDO SO AS
      * LINHAS DOS CLIENTES ESCOLHIDOS, E DEPOIS REGRAVA O DIST.CSV,
      * COMO NO PROG42.
       TRANSFERE-CARTEIRA.
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
           OPEN OUTPUT ARQ-DIST-TRAB
           MOVE "REALOC.CSV" TO WS-LOCAL-ARQ-REALOC
           OPEN EXTEND ARQ-REALOC
           IF WS-RESULTADO-REAL NOT = 00
              OPEN OUTPUT ARQ-REALOC
           END-IF

           PERFORM UNTIL EXIT
              READ ARQ-DIST AT END
                 EXIT PERFORM
              END-READ
              MOVE ZEROS TO WS-IDX
              IF DIST-VEN-CODIGO NOT = WS-VEN-NOVO
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-ESCOLHIDOS
                    IF WS-ESC-CLI-CODIGO(WS-IDX) = DIST-CLI-CODIGO
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
              IF WS-IDX > ZEROS AND WS-IDX NOT > WS-QTD-ESCOLHIDOS
                 PERFORM GRAVA-NOVA-LINHA THRU F-GRAVA-NOVA-LINHA
              ELSE
                 ADD 1 TO WS-QTD-MANTIDOS
                 MOVE REGISTRO-DIST TO REGISTRO-DIST-TRAB
                 WRITE REGISTRO-DIST-TRAB
              END-IF
           END-PERFORM
           CLOSE ARQ-DIST
           CLOSE ARQ-DIST-TRAB
           CLOSE ARQ-REALOC

           OPEN INPUT ARQ-DIST-TRAB
           OPEN OUTPUT ARQ-DIST
           PERFORM UNTIL EXIT
              READ ARQ-DIST-TRAB AT END
                 EXIT PERFORM
              END-READ
              MOVE REGISTRO-DIST-TRAB TO REGISTRO-DIST
              WRITE REGISTRO-DIST
           END-PERFORM
           CLOSE ARQ-DIST-TRAB
           CLOSE ARQ-DIST.
       F-TRANSFERE-CARTEIRA. EXIT.

      * O VENDEDOR NOVO VIRA TITULAR; O TITULAR ANTERIOR PASSA A SER O
      * PRIMEIRO ALTERNATIVO E O SEGUNDO ALTERNATIVO E O ANTIGO
      * PRIMEIRO (OU O ANTIGO SEGUNDO, QUANDO O PRIMEIRO ERA O NOVO).
       GRAVA-NOVA-LINHA.
           MOVE DIST-CLI-CODIGO       TO REALOC-CLI-CODIGO
           MOVE DIST-CLI-RAZAO-SOCIAL TO REALOC-CLI-RAZAO-SOCIAL
           MOVE DIST-VEN-CODIGO       TO REALOC-VEN-CODIGO-ANT
           MOVE WS-VEN-NOVO           TO REALOC-VEN-CODIGO-NOVO
           WRITE REGISTRO-REALOC

           IF DIST-VEN2-CODIGO NOT = WS-VEN-NOVO
              MOVE DIST-VEN2-CODIGO       TO DIST-VEN3-CODIGO
              MOVE DIST-VEN2-RAZAO-SOCIAL TO DIST-VEN3-RAZAO-SOCIAL
              MOVE DIST-VEN2-DISTANCIA    TO DIST-VEN3-DISTANCIA
           END-IF
           MOVE DIST-VEN-CODIGO       TO DIST-VEN2-CODIGO
           MOVE DIST-VEN-RAZAO-SOCIAL TO DIST-VEN2-RAZAO-SOCIAL
           MOVE DIST-DISTANCIA        TO DIST-VEN2-DISTANCIA
           MOVE WS-VEN-NOVO                TO DIST-VEN-CODIGO
           MOVE WS-TVEN-NOME(WS-SLOT-NOVO) TO DIST-VEN-RAZAO-SOCIAL
           MOVE WS-ESC-DIST-NOVA(WS-IDX)   TO DIST-DISTANCIA
           MOVE REGISTRO-DIST TO REGISTRO-DIST-TRAB
           WRITE REGISTRO-DIST-TRAB
           ADD 1 TO WS-QTD-MOVIDOS.
       F-GRAVA-NOVA-LINHA. EXIT.

      * CARREGA OS VENDEDORES ATIVOS NA TABELA, PARTINDO DAS
      * CARTEIRAS ATUAIS DO VENDEDOR.DAT, COMO NO PROG42.
       CARREGA-TAB-VENDEDORES.
           MOVE ZEROS TO WS-QTD-TAB-VEN
           INITIALIZE WS-TAB-VENDEDORES
           INITIALIZE WS-TAB-SLOT-VENDEDOR
           MOVE ZEROS TO VEN-CODIGO
           START ARQ-VENDEDOR KEY NOT LESS VEN-CODIGO
           IF WS-RESULTADO-VEN = 00
              PERFORM UNTIL EXIT
                 READ ARQ-VENDEDOR NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF VEN-STATUS NOT = "I" AND VEN-CODIGO > ZEROS
                    AND WS-QTD-TAB-VEN < 999
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
                       WS-TVEN-CARTEIRA(WS-QTD-TAB-VEN)
                    MOVE WS-QTD-TAB-VEN TO WS-TVEN-SLOT(VEN-CODIGO)
                 END-IF
              END-PERFORM
           END-IF
      * DEIXA O REGISTRO DO VENDEDOR NOVO DE VOLTA NA AREA DO ARQUIVO
      * (NOME NA TELA E NO CABECALHO).
           MOVE WS-VEN-NOVO TO VEN-CODIGO
           READ ARQ-VENDEDOR.
       F-CARREGA-TAB-VENDEDORES. EXIT.

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

       VERIFICA-TERRITORIO.
           MOVE "S" TO WS-TERRITORIO-OK
           IF WS-TVEN-UFS(WS-SLOT-TERR) NOT = SPACES
              AND WS-CLI-UF NOT = SPACES
              MOVE "N" TO WS-TERRITORIO-OK
              PERFORM VARYING WS-UIDX FROM 1 BY 1
                 UNTIL WS-UIDX > 10
                 IF WS-TVEN-UF(WS-SLOT-TERR WS-UIDX) = WS-CLI-UF
                    MOVE "S" TO WS-TERRITORIO-OK
                 END-IF
              END-PERFORM
           END-IF.
       F-VERIFICA-TERRITORIO. EXIT.

       PEGA-UF-CLIENTE.
           MOVE SPACES TO WS-CLI-UF
           IF WS-EXISTE-ENDERECO = "S"
              MOVE CLI-CODIGO TO END-CLI-CODIGO
              READ ARQ-CLI-ENDERECO
              IF WS-RESULTADO-END = 00
                 MOVE END-UF TO WS-CLI-UF
              END-IF
           END-IF.
       F-PEGA-UF-CLIENTE. EXIT.

      * SEGMENTOS (PREFIXOS DE CNAE) DE CADA VENDEDOR, COMO NO PROG05.
       CARREGA-ESPECIALIZACOES.
           MOVE "ESPECIALIZACAO.DAT" TO WID-ARQ-ESPECIALIZACAO
           OPEN INPUT ARQ-ESPECIALIZACAO
           IF WS-RESULTADO-ESP = 00
              MOVE ZEROS TO ESP-VEN-CODIGO
              START ARQ-ESPECIALIZACAO KEY NOT LESS ESP-VEN-CODIGO
              IF WS-RESULTADO-ESP = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-ESPECIALIZACAO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF ESP-VEN-CODIGO > ZEROS
                       MOVE WS-TVEN-SLOT(ESP-VEN-CODIGO) TO WS-SLOT
                       IF WS-SLOT > ZEROS
                          MOVE ESP-LISTA-CNAE
                            TO WS-TVEN-CNAES(WS-SLOT)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE ARQ-ESPECIALIZACAO
           END-IF.
       F-CARREGA-ESPECIALIZACOES. EXIT.

       VERIFICA-ESPECIALIZACAO.
           MOVE "S" TO WS-ESPECIALIZACAO-OK
           IF WS-TVEN-CNAES(WS-SLOT-TERR) NOT = SPACES
              AND WS-CLI-CNAE NOT = SPACES
              MOVE "N" TO WS-ESPECIALIZACAO-OK
              PERFORM VARYING WS-UIDX FROM 1 BY 1
                 UNTIL WS-UIDX > 10
                 IF WS-TVEN-CNAE(WS-SLOT-TERR WS-UIDX) NOT = SPACES
                    MOVE ZEROS TO WS-TAM-PREFIXO
                    INSPECT WS-TVEN-CNAE(WS-SLOT-TERR WS-UIDX)
                       TALLYING WS-TAM-PREFIXO
                       FOR CHARACTERS BEFORE INITIAL SPACE
                    IF WS-CLI-CNAE(1:WS-TAM-PREFIXO) =
                       WS-TVEN-CNAE(WS-SLOT-TERR WS-UIDX)
                          (1:WS-TAM-PREFIXO)
                       MOVE "S" TO WS-ESPECIALIZACAO-OK
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
       F-VERIFICA-ESPECIALIZACAO. EXIT.

       PEGA-CNAE-CLIENTE.
           MOVE SPACES TO WS-CLI-CNAE
           IF WS-EXISTE-CNAE = "S"
              MOVE CLI-CODIGO TO CNA-CLI-CODIGO
              READ ARQ-CLI-CNAE
              IF WS-RESULTADO-CNA = 00
                 MOVE CNA-CNAE TO WS-CLI-CNAE
              END-IF
           END-IF.
       F-PEGA-CNAE-CLIENTE. EXIT.

       CALCULA-DISTANCIA.
           MOVE CLI-LATITUDE     TO LAT1
           MOVE CLI-LONGITUDE    TO LON1
           MOVE 6371 TO R
           COMPUTE DLAT = (LAT2 - LAT1) * (FUNCTION PI / 180)
           COMPUTE DLON = (LON2 - LON1) * (FUNCTION PI / 180)
           COMPUTE A = FUNCTION SIN(DLAT / 2) * FUNCTION SIN(DLAT / 2)
              + FUNCTION COS(LAT1 * (FUNCTION PI / 180)) *
              FUNCTION COS(LAT2 * (FUNCTION PI / 180)) *
              FUNCTION SIN(DLON / 2) * FUNCTION SIN(DLON / 2)
           COMPUTE C = 2 * FUNCTION ATAN(FUNCTION SQRT(A))
           COMPUTE D = (R * C) / 1000
           MOVE D TO WS-DIST-CALCULADA
           IF WS-USA-FATOR-ROTA = "S"
              CALL "CALCULA-DISTANCIA-ROTA" USING WS-DIST-CALCULADA
                                                    WS-DIST-RODOVIARIA
              MOVE WS-DIST-RODOVIARIA TO WS-DIST-CALCULADA
           END-IF.
       F-CALCULA-DISTANCIA. EXIT.

      * DEVOLVE AS CARTEIRAS AJUSTADAS PARA O VENDEDOR.DAT: OS
      * CEDENTES MENOS O QUE CEDERAM E O VENDEDOR NOVO MAIS O QUE
      * RECEBEU.
       GRAVA-CARTEIRAS.
           PERFORM VARYING WS-TIDX FROM 1 BY 1
              UNTIL WS-TIDX > WS-QTD-TAB-VEN
              IF WS-TVEN-CEDIDOS(WS-TIDX) > ZEROS
                 OR WS-TIDX = WS-SLOT-NOVO
                 MOVE WS-TVEN-CODIGO(WS-TIDX) TO VEN-CODIGO
                 READ ARQ-VENDEDOR
                 IF WS-RESULTADO-VEN = 00
                    IF WS-TIDX = WS-SLOT-NOVO
                       ADD WS-QTD-MOVIDOS TO VEN-QTD-CARTEIRA
                    ELSE
                       IF VEN-QTD-CARTEIRA > WS-TVEN-CEDIDOS(WS-TIDX)
                          SUBTRACT WS-TVEN-CEDIDOS(WS-TIDX)
                             FROM VEN-QTD-CARTEIRA
                       ELSE
                          MOVE ZEROS TO VEN-QTD-CARTEIRA
                       END-IF
                    END-IF
                    REWRITE REGISTRO-VENDEDOR
                 END-IF
              END-IF
           END-PERFORM.
       F-GRAVA-CARTEIRAS. EXIT.

      * RECONSTROI O MESTRE INDEXADO (DISTMEST.DAT) A PARTIR DO
      * DIST.CSV RECEM REGRAVADO, COMO O PROG05 FAZ AO EFETIVAR.
       GRAVA-DIST-MESTRE.
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN OUTPUT ARQ-DIST-MEST
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
           PERFORM UNTIL EXIT
              READ ARQ-DIST AT END
                 EXIT PERFORM
              END-READ
              MOVE DIST-CLI-CODIGO        TO DM-CLI-CODIGO
              MOVE DIST-CLI-RAZAO-SOCIAL  TO DM-CLI-RAZAO-SOCIAL
              MOVE DIST-VEN-CODIGO        TO DM-VEN-CODIGO
              MOVE DIST-VEN-RAZAO-SOCIAL  TO DM-VEN-RAZAO-SOCIAL
              MOVE DIST-DISTANCIA         TO DM-DISTANCIA
              MOVE DIST-VEN2-CODIGO       TO DM-VEN2-CODIGO
              MOVE DIST-VEN2-RAZAO-SOCIAL TO DM-VEN2-RAZAO-SOCIAL
              MOVE DIST-VEN2-DISTANCIA    TO DM-VEN2-DISTANCIA
              MOVE DIST-VEN3-CODIGO       TO DM-VEN3-CODIGO
              MOVE DIST-VEN3-RAZAO-SOCIAL TO DM-VEN3-RAZAO-SOCIAL
              MOVE DIST-VEN3-DISTANCIA    TO DM-VEN3-DISTANCIA
              MOVE DIST-RECEITA           TO DM-RECEITA
              WRITE REGISTRO-DIST-MEST
           END-PERFORM
           CLOSE ARQ-DIST
           CLOSE ARQ-DIST-MEST.
       F-GRAVA-DIST-MESTRE. EXIT.

      * COPIA DATADA DA PREVIA, REGISTRADA NO CATALOGO DE RELATORIOS
      * (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG86"         TO RLA-PROGRAMA
           MOVE "RCARTINI.TXT"   TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           STRING "VENDEDOR " WS-VEN-NOVO
                  " CARTEIRA " WS-CARTEIRA-DESEJADA
                  " MINIMA " WS-CARTEIRA-MINIMA
                  " ROTA " WS-USA-FATOR-ROTA
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-1      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
           END-IF.

      * OBTEM AS TRAVAS DOS ARQUIVOS QUE A TRANSFERENCIA REGRAVA;
      * SE O SEGUNDO JA ESTA DETIDO, A PRIMEIRA TRAVA E DEVOLVIDA
      * NA HORA.
       OBTEM-TRAVAS.
           MOVE "DIST.CSV" TO WS-ARQUIVO-TRAVA
           PERFORM OBTEM-UMA-TRAVA THRU F-OBTEM-UMA-TRAVA
           IF WS-RESULT-TRAVA = "S"
              MOVE "VENDEDOR.DAT" TO WS-ARQUIVO-TRAVA
              PERFORM OBTEM-UMA-TRAVA THRU F-OBTEM-UMA-TRAVA
           END-IF
           IF WS-RESULT-TRAVA NOT = "S"
              MOVE WS-DETENTOR-TRAVA TO WS-DETENTOR-GUARDA
              PERFORM LIBERA-TRAVAS THRU F-LIBERA-TRAVAS
              MOVE WS-DETENTOR-GUARDA TO WS-DETENTOR-TRAVA
              MOVE "N" TO WS-RESULT-TRAVA
           END-IF.
       F-OBTEM-TRAVAS. EXIT.

       OBTEM-UMA-TRAVA.
           MOVE "O" TO WS-ACAO-TRAVA
           CALL "TRAVA-ARQUIVO" USING WS-ACAO-TRAVA
                                      WS-ARQUIVO-TRAVA
                                      WS-PROGRAMA-TRAVA
                                      WS-OPERADOR-ATUAL
                                      DATA-DE-HOJE
                                      WS-RESULT-TRAVA
                                      WS-DETENTOR-TRAVA.
       F-OBTEM-UMA-TRAVA. EXIT.

       LIBERA-TRAVAS.
           MOVE "L"    TO WS-ACAO-TRAVA
           MOVE SPACES TO WS-ARQUIVO-TRAVA
           CALL "TRAVA-ARQUIVO" USING WS-ACAO-TRAVA
                                      WS-ARQUIVO-TRAVA
                                      WS-PROGRAMA-TRAVA
                                      WS-OPERADOR-ATUAL
                                      DATA-DE-HOJE
                                      WS-RESULT-TRAVA
                                      WS-DETENTOR-TRAVA.
       F-LIBERA-TRAVAS. EXIT.

      * OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON
      * PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR.
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

      *-----------------------------------------------------------------
      * CANDIDATOS: CLIENTES DOS DEMAIS VENDEDORES NO DIST.CSV
      *-----------------------------------------------------------------
       SELECIONA-CANDIDATOS SECTION.
       SELECIONA-LINHAS.
           MOVE ZEROS TO WS-QTD-CANDIDATOS
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
           PERFORM UNTIL EXIT
              READ ARQ-DIST AT END
                 EXIT PERFORM
              END-READ
              IF DIST-VEN-CODIGO NOT = WS-VEN-NOVO
                 PERFORM AVALIA-CLIENTE THRU F-AVALIA-CLIENTE
              END-IF
           END-PERFORM
           CLOSE ARQ-DIST
           GO TO F-SELECIONA-CANDIDATOS.

      * PRIORIDADE DO CLIENTE PARA O VENDEDOR NOVO (ZERO = NAO PODE
      * IR): FIXACAO VALIDA EM OUTRO VENDEDOR SEGURA O CLIENTE; SEM
      * FIXACAO NELE, VALEM TERRITORIO E SEGMENTO DO VENDEDOR NOVO.
       AVALIA-CLIENTE.
           MOVE DIST-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              OR CLI-STATUS = "I" OR CLI-STATUS = "P"
              OR CLI-EMPRESA NOT = WS-EMPRESA-VEN-NOVO
              GO TO F-AVALIA-CLIENTE
           END-IF
           MOVE ZEROS TO WS-PRIORIDADE
           IF WS-EXISTE-FIXACAO = "S"
              MOVE CLI-CODIGO TO FIX-CLI-CODIGO
              READ ARQ-FIXACAO
              IF WS-RESULTADO-FIX = 00 AND FIX-VEN-CODIGO > ZEROS
                 IF FIX-VEN-CODIGO = WS-VEN-NOVO
                    MOVE 1 TO WS-PRIORIDADE
                 ELSE
                    IF WS-TVEN-SLOT(FIX-VEN-CODIGO) > ZEROS
                       GO TO F-AVALIA-CLIENTE
                    END-IF
                 END-IF
              END-IF
           END-IF

           MOVE WS-TVEN-LATITUDE(WS-SLOT-NOVO)  TO LAT2
           MOVE WS-TVEN-LONGITUDE(WS-SLOT-NOVO) TO LON2
           PERFORM CALCULA-DISTANCIA THRU F-CALCULA-DISTANCIA
           IF WS-PRIORIDADE = ZEROS
              MOVE WS-SLOT-NOVO TO WS-SLOT-TERR
              PERFORM PEGA-UF-CLIENTE THRU F-PEGA-UF-CLIENTE
              PERFORM VERIFICA-TERRITORIO THRU F-VERIFICA-TERRITORIO
              PERFORM PEGA-CNAE-CLIENTE THRU F-PEGA-CNAE-CLIENTE
              PERFORM VERIFICA-ESPECIALIZACAO
                 THRU F-VERIFICA-ESPECIALIZACAO
              IF WS-TERRITORIO-OK = "N" OR WS-ESPECIALIZACAO-OK = "N"
                 GO TO F-AVALIA-CLIENTE
              END-IF
              EVALUATE TRUE
                 WHEN DIST-VEN2-CODIGO = WS-VEN-NOVO
                    OR DIST-VEN3-CODIGO = WS-VEN-NOVO
                    MOVE 2 TO WS-PRIORIDADE
                 WHEN WS-DIST-CALCULADA < DIST-DISTANCIA
                    MOVE 3 TO WS-PRIORIDADE
                 WHEN OTHER
                    GO TO F-AVALIA-CLIENTE
              END-EVALUATE
           END-IF

           MOVE WS-PRIORIDADE         TO CDS-PRIORIDADE
           MOVE WS-DIST-CALCULADA     TO CDS-DIST-NOVA
           MOVE DIST-CLI-CODIGO       TO CDS-CLI-CODIGO
           MOVE DIST-CLI-RAZAO-SOCIAL TO CDS-CLI-RAZAO
           MOVE DIST-VEN-CODIGO       TO CDS-VEN-CEDENTE
           MOVE DIST-DISTANCIA        TO CDS-DIST-ATUAL
           RELEASE REG-CAND-SORT
           ADD 1 TO WS-QTD-CANDIDATOS.
       F-AVALIA-CLIENTE. EXIT.

       F-SELECIONA-CANDIDATOS.
           EXIT.
