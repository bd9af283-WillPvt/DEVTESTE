       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG79.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- OPORTUNIDADES DE VENDA CRUZADA POR LINHA -------
      * ANALISE DE "ESPACO EM BRANCO": COMPARA AS LINHAS DE PRODUTO
      * QUE CADA CLIENTE COMPROU NOS ULTIMOS 12 MESES (PEDIDO.DAT +
      * PEDIDOITEM.DAT, LIQUIDO DAS DEVOLUCOES COMO NO PROG59) COM AS
      * LINHAS COMPRADAS PELOS SEUS PARES - OS CLIENTES DA MESMA
      * CLASSE ABC (CLASSEABC.DAT) E DA MESMA UF (CLIENDERECO.DAT).
      * UMA LINHA QUE O CLIENTE NAO COMPROU E LACUNA QUANDO PELO MENOS
      * O PERCENTUAL MINIMO DOS PARES A COMPROU; A OPORTUNIDADE
      * ESTIMADA E A RECEITA MEDIA DA LINHA ENTRE OS PARES QUE A
      * COMPRARAM. O RELATORIO (RCROSSSELL.TXT) SAI POR VENDEDOR
      * TITULAR (DISTMEST.DAT), COM OS CLIENTES DE MAIOR OPORTUNIDADE
      * PRIMEIRO E AS LINHAS QUE FALTAM A CADA UM, PARA A PAUTA DAS
      * VISITAS DA AGENDA. CLIENTE INATIVO OU SEM COMPRA NA JANELA
      * NAO ENTRA NA ANALISE NEM CONTA COMO PAR.
      * SO SAO ANALISADOS (E SO CONTAM COMO PARES) OS CLIENTES DA
      * EMPRESA ESCOLHIDA NO SIGN-ON (TODOS NA SESSAO CONSOLIDADA,
      * EMPRESA 00).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

           SELECT ARQ-PEDIDO-ITEM ASSIGN TO DISK WID-ARQ-PED-ITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITM-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ITM.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEV.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CLASSE-ABC ASSIGN TO DISK WID-ARQ-CLASSE-ABC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ABC-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ABC.

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

           SELECT ARQ-LINHA-PROD ASSIGN TO DISK WID-ARQ-LINHA-PROD
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LPR-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-LPR.

           SELECT ARQ-CROSS-TRAB ASSIGN TO "CROSSTRAB.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT ARQ-CROSS-SORT ASSIGN TO "SORT".

           SELECT ARQ-CROSS-SAI ASSIGN TO "CROSSSAI.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO "RCROSSSELL.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-PEDIDO-ITEM.FD".

       COPY "ARQ-DEVOLUCAO.FD".

       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-CLASSE-ABC.FD".

       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-LINHA-PROD.FD".

      * UM REGISTRO POR CLIENTE ANALISADO: O GRUPO DE PARES (POSICAO
      * NA TABELA DE GRUPOS) E A RECEITA DA JANELA POR LINHA (POSICAO
      * NA TABELA DE LINHAS).
       FD ARQ-CROSS-TRAB.
          01 REG-CROSS-TRAB.
             02 CRZ-CLI-CODIGO        PIC 9(07).
             02 CRZ-GRUPO             PIC 9(03).
             02 CRZ-RECEITA           PIC 9(11)V9(02).
             02 CRZ-VALORES.
                03 CRZ-VALOR OCCURS 50 PIC 9(11)V9(02).

      * UMA LACUNA (CLIENTE X LINHA) POR REGISTRO, COM O TOTAL DE
      * OPORTUNIDADE DO CLIENTE PARA A ORDENACAO.
       SD ARQ-CROSS-SORT.
          01 REG-CROSS-SORT.
             02 CRS-VEN-CODIGO-SORT    PIC 9(03).
             02 CRS-VEN-NOME-SORT      PIC X(40).
             02 CRS-CLI-OPORT-SORT     PIC 9(11)V9(02).
             02 CRS-CLI-CODIGO-SORT    PIC 9(07).
             02 CRS-LIN-OPORT-SORT     PIC 9(11)V9(02).
             02 CRS-LIN-CODIGO-SORT    PIC 9(03).
             02 CRS-COMPRADORES-SORT   PIC 9(05).
             02 CRS-PARES-SORT         PIC 9(05).
             02 CRS-PENETRACAO-SORT    PIC 9(03).
             02 CRS-CLI-NOME-SORT      PIC X(40).
             02 CRS-CLI-CLASSE-SORT    PIC X(01).
             02 CRS-CLI-UF-SORT        PIC X(02).
             02 CRS-CLI-RECEITA-SORT   PIC 9(11)V9(02).
             02 CRS-QTD-LACUNAS-SORT   PIC 9(02).

       FD ARQ-CROSS-SAI.
          01 REG-CROSS-SAI.
             02 CRS-VEN-CODIGO-SAI     PIC 9(03).
             02 CRS-VEN-NOME-SAI       PIC X(40).
             02 CRS-CLI-OPORT-SAI      PIC 9(11)V9(02).
             02 CRS-CLI-CODIGO-SAI     PIC 9(07).
             02 CRS-LIN-OPORT-SAI      PIC 9(11)V9(02).
             02 CRS-LIN-CODIGO-SAI     PIC 9(03).
             02 CRS-COMPRADORES-SAI    PIC 9(05).
             02 CRS-PARES-SAI          PIC 9(05).
             02 CRS-PENETRACAO-SAI     PIC 9(03).
             02 CRS-CLI-NOME-SAI       PIC X(40).
             02 CRS-CLI-CLASSE-SAI     PIC X(01).
             02 CRS-CLI-UF-SAI         PIC X(02).
             02 CRS-CLI-RECEITA-SAI    PIC 9(11)V9(02).
             02 CRS-QTD-LACUNAS-SAI    PIC 9(02).

       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-PED-ITEM      PIC X(50) VALUE SPACES.
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLASSE-ABC    PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WID-ARQ-LINHA-PROD    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ITM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ABC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-LPR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EXISTE-DEVOLUCAO   PIC X(01) VALUE "N".
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 WS-EXISTE-LINHAS      PIC X(01) VALUE "N".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-PENETRACAO-MIN     PIC 9(03) VALUE ZEROS.
       77 WS-PARES-MIN          PIC 9(03) VALUE ZEROS.
       77 WS-MAX-CLIENTES       PIC 9(03) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-CORTE-AAAAMMDD     PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INICIO        PIC X(10) VALUE SPACES.
       77 WS-CLI-ATUAL          PIC 9(07) VALUE ZEROS.
       77 WS-CLI-TOTAL          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-DEV-PEDIDO         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-DEV-ITEM           PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-DEV-RATEIO         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VALOR-ITEM         PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-CLASSE-ATUAL       PIC X(01) VALUE SPACES.
       77 WS-UF-ATUAL           PIC X(02) VALUE SPACES.
       77 WS-IDX                PIC 9(03) VALUE ZEROS.
       77 WS-IDX-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-IDX-GRUPO          PIC 9(03) VALUE ZEROS.
       77 WS-IDX-LAC            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LINHAS         PIC 9(02) VALUE ZEROS.
       77 WS-QTD-GRUPOS         PIC 9(03) VALUE ZEROS.
       77 WS-QTD-PARES          PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LACUNAS        PIC 9(02) VALUE ZEROS.
       77 WS-PENETRACAO         PIC 9(03) VALUE ZEROS.
       77 WS-CLI-OPORTUNIDADE   PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOTAL-CLIENTES     PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-COM-LACUNA   PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-LISTADOS     PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-OPORTUNIDADE PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-VEN-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-CLI-ANTERIOR       PIC 9(07) VALUE ZEROS.
       77 WS-PRIMEIRO-VEN       PIC X(01) VALUE "S".
       77 WS-QTD-CLI-VEN        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LISTADOS-VEN   PIC 9(05) VALUE ZEROS.
       77 WS-OPORT-VEN          PIC 9(13)V9(02) VALUE ZEROS.
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

       01 WS-DATA-PEDIDO.
          02 WS-DPE-ANO            PIC X(04).
          02 WS-DPE-MES            PIC X(02).
          02 WS-DPE-DIA            PIC X(02).
       01 WS-DATA-PEDIDO-NUM REDEFINES WS-DATA-PEDIDO PIC 9(08).

      * LINHAS DE PRODUTO ENCONTRADAS NOS ITENS DA JANELA (ATE 50,
      * COMO NO PROG59).
       01 WS-TAB-LINHAS.
          02 WS-LIN-CODIGO OCCURS 50   PIC 9(03).

      * RECEITA DA JANELA POR LINHA DO CLIENTE EM APURACAO, NA
      * MESMA POSICAO DA TABELA DE LINHAS.
       01 WS-TAB-CLIENTE.
          02 WS-CLI-VALOR OCCURS 50    PIC 9(11)V9(02).

      * GRUPOS DE PARES (CLASSE ABC + UF): QUANTOS CLIENTES TEM E,
      * POR LINHA, QUANTOS A COMPRARAM E QUANTO COMPRARAM NA JANELA.
       01 WS-TAB-GRUPOS.
          02 WS-GRP-ENTRADA OCCURS 150.
             03 WS-GRP-CLASSE          PIC X(01).
             03 WS-GRP-UF              PIC X(02).
             03 WS-GRP-QTD-CLIENTES    PIC 9(05).
             03 WS-GRP-LINHA OCCURS 50.
                04 WS-GRP-COMPRADORES  PIC 9(05).
                04 WS-GRP-RECEITA      PIC 9(13)V9(02).

      * LACUNAS DO CLIENTE EM AVALIACAO, ANTES DE IREM PARA O SORT.
       01 WS-TAB-LACUNAS.
          02 WS-LAC-ENTRADA OCCURS 50.
             03 WS-LAC-LINHA           PIC 9(02).
             03 WS-LAC-PENETRACAO      PIC 9(03).
             03 WS-LAC-VALOR           PIC 9(11)V9(02).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(22) VALUE SPACES.
          02 FILLER       PIC X(50) VALUE
             "OPORTUNIDADES DE VENDA CRUZADA POR LINHA".
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(18) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 LINHA-PARAMETROS.
          02 FILLER              PIC X(08) VALUE "JANELA: ".
          02 PAR-INICIO          PIC X(10).
          02 FILLER              PIC X(03) VALUE " A ".
          02 PAR-FIM             PIC X(10).
          02 FILLER              PIC X(32) VALUE
             "   PARES = MESMA CLASSE E UF".
          02 FILLER              PIC X(22) VALUE
             "   PENETRACAO MINIMA: ".
          02 PAR-PENETRACAO      PIC ZZ9.
          02 FILLER              PIC X(19) VALUE
             "%   PARES MINIMOS: ".
          02 PAR-PARES           PIC ZZ9.
          02 FILLER              PIC X(22) VALUE SPACES.

       01 CABECALHO-VENDEDOR.
          02 FILLER              PIC X(18) VALUE "VENDEDOR TITULAR: ".
          02 CABVEN-CODIGO       PIC ZZ9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 CABVEN-NOME         PIC X(40).
          02 FILLER              PIC X(68) VALUE SPACES.

       01 LINHA-CLIENTE.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DCL-CODIGO          PIC 9(07).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCL-NOME            PIC X(40).
          02 FILLER              PIC X(07) VALUE " CLASSE".
          02 DCL-CLASSE          PIC X(02).
          02 FILLER              PIC X(04) VALUE " UF ".
          02 DCL-UF              PIC X(02).
          02 FILLER              PIC X(13) VALUE " RECEITA 12M ".
          02 DCL-RECEITA         PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(09) VALUE " LACUNAS ".
          02 DCL-LACUNAS         PIC Z9.
          02 FILLER              PIC X(15) VALUE "  OPORTUNIDADE ".
          02 DCL-OPORTUNIDADE    PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-LACUNA.
          02 FILLER              PIC X(12) VALUE SPACES.
          02 FILLER              PIC X(06) VALUE "LINHA ".
          02 DLA-LINHA-CODIGO    PIC 9(03).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DLA-LINHA-DESC      PIC X(30).
          02 FILLER              PIC X(14) VALUE "  COMPRADA POR".
          02 DLA-COMPRADORES     PIC ZZZZ9.
          02 FILLER              PIC X(04) VALUE " DE ".
          02 DLA-PARES           PIC ZZZZ9.
          02 FILLER              PIC X(08) VALUE " PARES (".
          02 DLA-PENETRACAO      PIC ZZ9.
          02 FILLER              PIC X(02) VALUE "%)".
          02 FILLER              PIC X(24) VALUE
             "  OPORTUNIDADE ESTIMADA ".
          02 DLA-OPORTUNIDADE    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(01) VALUE SPACES.

       01 SUBTOTAL-VENDEDOR.
          02 FILLER              PIC X(20) VALUE
             "CLIENTES LISTADOS: ".
          02 SUB-LISTADOS        PIC ZZZZ9.
          02 FILLER              PIC X(04) VALUE " DE ".
          02 SUB-COM-LACUNA      PIC ZZZZ9.
          02 FILLER              PIC X(34) VALUE
             " COM LACUNA   OPORTUNIDADE LISTADA".
          02 FILLER              PIC X(02) VALUE ": ".
          02 SUB-OPORTUNIDADE    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(45) VALUE SPACES.

       01 RODAPE-1.
          02 FILLER              PIC X(36) VALUE
             "CLIENTES ANALISADOS.............: ".
          02 ROD-ANALISADOS      PIC ZZZ.ZZ9.
          02 FILLER              PIC X(89) VALUE SPACES.

       01 RODAPE-2.
          02 FILLER              PIC X(36) VALUE
             "CLIENTES COM LACUNA.............: ".
          02 ROD-COM-LACUNA      PIC ZZZ.ZZ9.
          02 FILLER              PIC X(89) VALUE SPACES.

       01 RODAPE-3.
          02 FILLER              PIC X(36) VALUE
             "OPORTUNIDADE DOS CLIENTES LISTADOS: ".
          02 ROD-OPORTUNIDADE    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(79) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CROSS BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  OPORTUNIDADES DE VENDA CRUZADA  ".
          02 LINE 02 COLUMN 73 VALUE "PROG79".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "% MINIMO DE PARES QUE COMPRAM A LINHA (VAZIO = 40)..".
          02 LINE 07 COLUMN 01 VALUE
             "QTDE MINIMA DE PARES NO GRUPO (VAZIO = 3)...........".
          02 LINE 09 COLUMN 01 VALUE
             "CLIENTES LISTADOS POR VENDEDOR (VAZIO = 20).........".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  OPORTUNIDADES DE VENDA CRUZADA  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "CLIENTES ANALISADOS...:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-CLIENTES.
          02 LINE 07 COLUMN 01 VALUE "GRUPOS DE PARES.......:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-GRUPOS.
          02 LINE 08 COLUMN 01 VALUE "CLIENTES COM LACUNA...:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-COM-LACUNA.
          02 LINE 09 COLUMN 01 VALUE "CLIENTES LISTADOS.....:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-LISTADOS.
          02 LINE 11 COLUMN 01 VALUE
             "RELATORIO GERADO EM RCROSSSELL.TXT".
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           DISPLAY TELA-CROSS AT 0101
           ACCEPT WS-PENETRACAO-MIN AT 0554
           IF WS-PENETRACAO-MIN = ZEROS OR WS-PENETRACAO-MIN > 100
              MOVE 40 TO WS-PENETRACAO-MIN
           END-IF
           ACCEPT WS-PARES-MIN AT 0754
           IF WS-PARES-MIN = ZEROS
              MOVE 3 TO WS-PARES-MIN
           END-IF
           ACCEPT WS-MAX-CLIENTES AT 0954
           IF WS-MAX-CLIENTES = ZEROS
              MOVE 20 TO WS-MAX-CLIENTES
           END-IF

           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PED NOT = 00
              DISPLAY "PEDIDO.DAT NAO ENCONTRADO - EXECUTE O PROG19 PRIM
      -"EIRO" AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE "PEDIDOITEM.DAT" TO WID-ARQ-PED-ITEM
           OPEN INPUT ARQ-PEDIDO-ITEM
           IF WS-RESULTADO-ITM NOT = 00
              DISPLAY "PEDIDOITEM.DAT NAO ENCONTRADO - CARREGUE OS ITEN
      -"S NO PROG19" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO
              EXIT PROGRAM
           END-IF
           MOVE "CLASSEABC.DAT" TO WID-ARQ-CLASSE-ABC
           OPEN INPUT ARQ-CLASSE-ABC
           IF WS-RESULTADO-ABC NOT = 00
              DISPLAY "CLASSEABC.DAT NAO ENCONTRADO - EXECUTE A CLASSIFI
      -"CACAO ABC (PROG38)" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-PEDIDO-ITEM
              EXIT PROGRAM
           END-IF
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST NOT = 00
              DISPLAY "DISTMEST.DAT NAO ENCONTRADO - EXECUTE A DISTRIBUI
      -"CAO PRIMEIRO" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-PEDIDO-ITEM
              CLOSE ARQ-CLASSE-ABC
              EXIT PROGRAM
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-PEDIDO-ITEM
              CLOSE ARQ-CLASSE-ABC
              CLOSE ARQ-DIST-MEST
              EXIT PROGRAM
           END-IF
           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN INPUT ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END = 00
              MOVE "S" TO WS-EXISTE-ENDERECO
           END-IF
           MOVE "DEVOLUCAO.DAT" TO WID-ARQ-DEVOLUCAO
           OPEN INPUT ARQ-DEVOLUCAO
           IF WS-RESULTADO-DEV = 00
              MOVE "S" TO WS-EXISTE-DEVOLUCAO
           END-IF
           MOVE "LINHAPROD.DAT" TO WID-ARQ-LINHA-PROD
           OPEN INPUT ARQ-LINHA-PROD
           IF WS-RESULTADO-LPR = 00
              MOVE "S" TO WS-EXISTE-LINHAS
           END-IF

      * JANELA DE 12 MESES: DO MESMO DIA DO ANO PASSADO (EXCLUSIVE)
      * ATE HOJE.
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-AAAAMMDD(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-AAAAMMDD(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-AAAAMMDD(7:2)
           COMPUTE WS-CORTE-AAAAMMDD = WS-HOJE-AAAAMMDD - 10000
           MOVE DATA-DE-HOJE TO WS-DATA-INICIO
           MOVE WS-CORTE-AAAAMMDD(1:4) TO WS-DATA-INICIO(7:4)

           INITIALIZE WS-TAB-LINHAS
           INITIALIZE WS-TAB-GRUPOS
           OPEN OUTPUT ARQ-CROSS-TRAB
           PERFORM APURA-CLIENTES THRU F-APURA-CLIENTES
           CLOSE ARQ-CROSS-TRAB

           SORT ARQ-CROSS-SORT
                ON ASCENDING  KEY CRS-VEN-CODIGO-SORT
                ON DESCENDING KEY CRS-CLI-OPORT-SORT
                ON ASCENDING  KEY CRS-CLI-CODIGO-SORT
                ON DESCENDING KEY CRS-LIN-OPORT-SORT
                INPUT PROCEDURE APURA-LACUNAS
                GIVING ARQ-CROSS-SAI

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           MOVE WS-DATA-INICIO    TO PAR-INICIO
           MOVE DATA-DE-HOJE      TO PAR-FIM
           MOVE WS-PENETRACAO-MIN TO PAR-PENETRACAO
           MOVE WS-PARES-MIN      TO PAR-PARES
           WRITE LINHA FROM LINHA-PARAMETROS AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           PERFORM IMPRIME-LACUNAS THRU F-IMPRIME-LACUNAS
           MOVE WS-TOTAL-CLIENTES     TO ROD-ANALISADOS
           MOVE WS-TOTAL-COM-LACUNA   TO ROD-COM-LACUNA
           MOVE WS-TOTAL-OPORTUNIDADE TO ROD-OPORTUNIDADE
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE-1    AFTER 1 LINES
           WRITE LINHA FROM RODAPE-2    AFTER 1 LINES
           WRITE LINHA FROM RODAPE-3    AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDIDO-ITEM
           CLOSE ARQ-CLASSE-ABC
           CLOSE ARQ-DIST-MEST
           CLOSE ARQ-CLIENTE
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           IF WS-EXISTE-DEVOLUCAO = "S"
              CLOSE ARQ-DEVOLUCAO
           END-IF
           IF WS-EXISTE-LINHAS = "S"
              CLOSE ARQ-LINHA-PROD
           END-IF

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG79"         TO RLA-PROGRAMA
           MOVE "RCROSSSELL.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           STRING "PENETRACAO " WS-PENETRACAO-MIN
                  " PARES " WS-PARES-MIN
                  " CLIENTES/VEND " WS-MAX-CLIENTES
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
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

      * SEGUNDA PASSADA: CADA CLIENTE CONTRA O SEU GRUPO DE PARES,
      * JA COMPLETO. AS LACUNAS VAO PARA O SORT POR VENDEDOR TITULAR
      * E OPORTUNIDADE.
       APURA-LACUNAS SECTION.
           OPEN INPUT ARQ-CROSS-TRAB
           PERFORM UNTIL EXIT
              READ ARQ-CROSS-TRAB AT END
                 EXIT PERFORM
              END-READ
              PERFORM AVALIA-CLIENTE THRU F-AVALIA-CLIENTE
           END-PERFORM
           CLOSE ARQ-CROSS-TRAB.
       F-APURA-LACUNAS.
           EXIT.

       APURACAO SECTION.
      * PRIMEIRA PASSADA: PEDIDO.DAT EM ORDEM DE CLIENTE; A CADA
      * QUEBRA O CLIENTE E FECHADO NO SEU GRUPO DE PARES.
       APURA-CLIENTES.
           MOVE ZEROS TO WS-CLI-ATUAL
           MOVE ZEROS TO WS-CLI-TOTAL
           INITIALIZE WS-TAB-CLIENTE
           MOVE ZEROS TO PED-CLI-CODIGO
           MOVE ZEROS TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED NOT = 00
              GO TO F-APURA-CLIENTES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PEDIDO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF PED-CLI-CODIGO NOT = WS-CLI-ATUAL
                 IF WS-CLI-ATUAL NOT = ZEROS
                    PERFORM FECHA-CLIENTE THRU F-FECHA-CLIENTE
                 END-IF
                 MOVE PED-CLI-CODIGO TO WS-CLI-ATUAL
                 MOVE ZEROS TO WS-CLI-TOTAL
                 INITIALIZE WS-TAB-CLIENTE
              END-IF
              PERFORM ACUMULA-PEDIDO THRU F-ACUMULA-PEDIDO
           END-PERFORM
           IF WS-CLI-ATUAL NOT = ZEROS
              PERFORM FECHA-CLIENTE THRU F-FECHA-CLIENTE
           END-IF.
       F-APURA-CLIENTES. EXIT.

      * ITENS DO PEDIDO EM PAUTA, SE ELE CAI NA JANELA, SOMADOS NA
      * LINHA DO CLIENTE PELO VALOR LIQUIDO DAS DEVOLUCOES.
       ACUMULA-PEDIDO.
           MOVE PED-DATA(7:4) TO WS-DPE-ANO
           MOVE PED-DATA(4:2) TO WS-DPE-MES
           MOVE PED-DATA(1:2) TO WS-DPE-DIA
           IF WS-DATA-PEDIDO NOT NUMERIC
              GO TO F-ACUMULA-PEDIDO
           END-IF
           IF WS-DATA-PEDIDO-NUM NOT > WS-CORTE-AAAAMMDD
              OR WS-DATA-PEDIDO-NUM > WS-HOJE-AAAAMMDD
              GO TO F-ACUMULA-PEDIDO
           END-IF
           PERFORM DEVOLUCAO-PEDIDO THRU F-DEVOLUCAO-PEDIDO
           MOVE PED-CLI-CODIGO TO ITM-CLI-CODIGO
           MOVE PED-SEQUENCIA  TO ITM-PED-SEQUENCIA
           MOVE ZEROS          TO ITM-SEQUENCIA
           START ARQ-PEDIDO-ITEM KEY NOT LESS ITM-CHAVE
           IF WS-RESULTADO-ITM = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO-ITEM NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF ITM-CLI-CODIGO NOT = PED-CLI-CODIGO
                    OR ITM-PED-SEQUENCIA NOT = PED-SEQUENCIA
                    EXIT PERFORM
                 END-IF
                 PERFORM ACHA-ENTRADA-LINHA
                    THRU F-ACHA-ENTRADA-LINHA
                 PERFORM VALOR-LIQUIDO-ITEM
                    THRU F-VALOR-LIQUIDO-ITEM
                 IF WS-IDX-LINHA > ZEROS
                    ADD WS-VALOR-ITEM TO WS-CLI-VALOR(WS-IDX-LINHA)
                    ADD WS-VALOR-ITEM TO WS-CLI-TOTAL
                 END-IF
              END-PERFORM
           END-IF.
       F-ACUMULA-PEDIDO. EXIT.

      * DEVOLUCOES SOBRE O PEDIDO INTEIRO (SEM LINHA DE ITEM), A
      * RATEAR ENTRE OS ITENS PELO VALOR DE CADA UM.
       DEVOLUCAO-PEDIDO.
           MOVE ZEROS TO WS-DEV-PEDIDO
           IF WS-EXISTE-DEVOLUCAO NOT = "S"
              GO TO F-DEVOLUCAO-PEDIDO
           END-IF
           MOVE PED-CLI-CODIGO TO DEV-CLI-CODIGO
           MOVE PED-SEQUENCIA  TO DEV-PED-SEQUENCIA
           MOVE ZEROS          TO DEV-SEQUENCIA
           START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
           IF WS-RESULTADO-DEV = 00
              PERFORM UNTIL EXIT
                 READ ARQ-DEVOLUCAO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF DEV-CLI-CODIGO NOT = PED-CLI-CODIGO
                    OR DEV-PED-SEQUENCIA NOT = PED-SEQUENCIA
                    EXIT PERFORM
                 END-IF
                 IF DEV-ITM-SEQUENCIA = ZEROS
                    ADD DEV-VALOR TO WS-DEV-PEDIDO
                 END-IF
              END-PERFORM
           END-IF.
       F-DEVOLUCAO-PEDIDO. EXIT.

      * VALOR DO ITEM EM PAUTA MENOS AS DEVOLUCOES DO PROPRIO ITEM E
      * A SUA PARTE DAS DEVOLUCOES DO PEDIDO INTEIRO; NUNCA NEGATIVO.
       VALOR-LIQUIDO-ITEM.
           MOVE ITM-VALOR TO WS-VALOR-ITEM
           IF WS-EXISTE-DEVOLUCAO NOT = "S"
              GO TO F-VALOR-LIQUIDO-ITEM
           END-IF
           MOVE ZEROS TO WS-DEV-ITEM
           MOVE ITM-CLI-CODIGO    TO DEV-CLI-CODIGO
           MOVE ITM-PED-SEQUENCIA TO DEV-PED-SEQUENCIA
           MOVE ZEROS             TO DEV-SEQUENCIA
           START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
           IF WS-RESULTADO-DEV = 00
              PERFORM UNTIL EXIT
                 READ ARQ-DEVOLUCAO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF DEV-CLI-CODIGO NOT = ITM-CLI-CODIGO
                    OR DEV-PED-SEQUENCIA NOT = ITM-PED-SEQUENCIA
                    EXIT PERFORM
                 END-IF
                 IF DEV-ITM-SEQUENCIA = ITM-SEQUENCIA
                    ADD DEV-VALOR TO WS-DEV-ITEM
                 END-IF
              END-PERFORM
           END-IF
           MOVE ZEROS TO WS-DEV-RATEIO
           IF WS-DEV-PEDIDO > ZEROS AND PED-VALOR > ZEROS
              COMPUTE WS-DEV-RATEIO ROUNDED =
                 WS-DEV-PEDIDO * ITM-VALOR / PED-VALOR
           END-IF
           ADD WS-DEV-RATEIO TO WS-DEV-ITEM
           IF WS-DEV-ITEM NOT < WS-VALOR-ITEM
              MOVE ZEROS TO WS-VALOR-ITEM
           ELSE
              SUBTRACT WS-DEV-ITEM FROM WS-VALOR-ITEM
           END-IF.
       F-VALOR-LIQUIDO-ITEM. EXIT.

       ACHA-ENTRADA-LINHA.
           MOVE ZEROS TO WS-IDX-LINHA
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-LINHAS
              IF WS-LIN-CODIGO(WS-IDX) = ITM-LINHA-PRODUTO
                 AND WS-IDX-LINHA = ZEROS
                 MOVE WS-IDX TO WS-IDX-LINHA
              END-IF
           END-PERFORM
           IF WS-IDX-LINHA = ZEROS AND WS-QTD-LINHAS < 50
              ADD 1 TO WS-QTD-LINHAS
              MOVE ITM-LINHA-PRODUTO TO WS-LIN-CODIGO(WS-QTD-LINHAS)
              MOVE WS-QTD-LINHAS TO WS-IDX-LINHA
           END-IF.
       F-ACHA-ENTRADA-LINHA. EXIT.

      * CLIENTE COM COMPRA NA JANELA: ENTRA NO GRUPO DE PARES DA SUA
      * CLASSE ABC E UF (CLASSE "-" = AINDA NAO CLASSIFICADO, UF "??"
      * = SEM ENDERECO) E VAI PARA O ARQUIVO DE TRABALHO.
       FECHA-CLIENTE.
           IF WS-CLI-TOTAL = ZEROS
              GO TO F-FECHA-CLIENTE
           END-IF
           MOVE WS-CLI-ATUAL TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 OR CLI-STATUS = "I"
              GO TO F-FECHA-CLIENTE
           END-IF
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
              GO TO F-FECHA-CLIENTE
           END-IF
           MOVE "-" TO WS-CLASSE-ATUAL
           MOVE WS-CLI-ATUAL TO ABC-CLI-CODIGO
           READ ARQ-CLASSE-ABC
           IF WS-RESULTADO-ABC = 00 AND ABC-CLASSE NOT = SPACE
              MOVE ABC-CLASSE TO WS-CLASSE-ATUAL
           END-IF
           MOVE "??" TO WS-UF-ATUAL
           IF WS-EXISTE-ENDERECO = "S"
              MOVE WS-CLI-ATUAL TO END-CLI-CODIGO
              READ ARQ-CLI-ENDERECO
              IF WS-RESULTADO-END = 00 AND END-UF NOT = SPACES
                 MOVE END-UF TO WS-UF-ATUAL
              END-IF
           END-IF
           PERFORM ACHA-GRUPO THRU F-ACHA-GRUPO
           IF WS-IDX-GRUPO = ZEROS
              GO TO F-FECHA-CLIENTE
           END-IF
           ADD 1 TO WS-GRP-QTD-CLIENTES(WS-IDX-GRUPO)
           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
              UNTIL WS-IDX-LINHA > WS-QTD-LINHAS
              IF WS-CLI-VALOR(WS-IDX-LINHA) > ZEROS
                 ADD 1 TO WS-GRP-COMPRADORES(WS-IDX-GRUPO WS-IDX-LINHA)
                 ADD WS-CLI-VALOR(WS-IDX-LINHA)
                    TO WS-GRP-RECEITA(WS-IDX-GRUPO WS-IDX-LINHA)
              END-IF
           END-PERFORM
           MOVE WS-CLI-ATUAL   TO CRZ-CLI-CODIGO
           MOVE WS-IDX-GRUPO   TO CRZ-GRUPO
           MOVE WS-CLI-TOTAL   TO CRZ-RECEITA
           MOVE WS-TAB-CLIENTE TO CRZ-VALORES
           WRITE REG-CROSS-TRAB
           ADD 1 TO WS-TOTAL-CLIENTES.
       F-FECHA-CLIENTE. EXIT.

       ACHA-GRUPO.
           MOVE ZEROS TO WS-IDX-GRUPO
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-GRUPOS
              IF WS-GRP-CLASSE(WS-IDX) = WS-CLASSE-ATUAL
                 AND WS-GRP-UF(WS-IDX) = WS-UF-ATUAL
                 AND WS-IDX-GRUPO = ZEROS
                 MOVE WS-IDX TO WS-IDX-GRUPO
              END-IF
           END-PERFORM
           IF WS-IDX-GRUPO = ZEROS AND WS-QTD-GRUPOS < 150
              ADD 1 TO WS-QTD-GRUPOS
              MOVE WS-CLASSE-ATUAL TO WS-GRP-CLASSE(WS-QTD-GRUPOS)
              MOVE WS-UF-ATUAL     TO WS-GRP-UF(WS-QTD-GRUPOS)
              MOVE WS-QTD-GRUPOS   TO WS-IDX-GRUPO
           END-IF.
       F-ACHA-GRUPO. EXIT.

      * LACUNAS DO CLIENTE LIDO DO ARQUIVO DE TRABALHO: LINHAS QUE
      * ELE NAO COMPROU E QUE PELO MENOS O % MINIMO DOS PARES (OS
      * DEMAIS CLIENTES DO GRUPO) COMPROU. GRUPO COM MENOS PARES QUE
      * O MINIMO NAO SERVE DE COMPARACAO.
       AVALIA-CLIENTE.
           MOVE CRZ-GRUPO TO WS-IDX-GRUPO
           COMPUTE WS-QTD-PARES =
              WS-GRP-QTD-CLIENTES(WS-IDX-GRUPO) - 1
           IF WS-QTD-PARES < WS-PARES-MIN OR WS-QTD-PARES = ZEROS
              GO TO F-AVALIA-CLIENTE
           END-IF
           MOVE ZEROS TO WS-QTD-LACUNAS
           MOVE ZEROS TO WS-CLI-OPORTUNIDADE
           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
              UNTIL WS-IDX-LINHA > WS-QTD-LINHAS
              IF CRZ-VALOR(WS-IDX-LINHA) = ZEROS
                 AND WS-GRP-COMPRADORES(WS-IDX-GRUPO WS-IDX-LINHA)
                     > ZEROS
                 COMPUTE WS-PENETRACAO =
                    WS-GRP-COMPRADORES(WS-IDX-GRUPO WS-IDX-LINHA)
                    * 100 / WS-QTD-PARES
                 IF WS-PENETRACAO NOT < WS-PENETRACAO-MIN
                    ADD 1 TO WS-QTD-LACUNAS
                    MOVE WS-IDX-LINHA  TO WS-LAC-LINHA(WS-QTD-LACUNAS)
                    MOVE WS-PENETRACAO
                       TO WS-LAC-PENETRACAO(WS-QTD-LACUNAS)
                    COMPUTE WS-LAC-VALOR(WS-QTD-LACUNAS) ROUNDED =
                       WS-GRP-RECEITA(WS-IDX-GRUPO WS-IDX-LINHA) /
                       WS-GRP-COMPRADORES(WS-IDX-GRUPO WS-IDX-LINHA)
                    ADD WS-LAC-VALOR(WS-QTD-LACUNAS)
                       TO WS-CLI-OPORTUNIDADE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QTD-LACUNAS = ZEROS
              GO TO F-AVALIA-CLIENTE
           END-IF
           ADD 1 TO WS-TOTAL-COM-LACUNA

           MOVE CRZ-CLI-CODIGO TO DM-CLI-CODIGO
           READ ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE DM-VEN-CODIGO       TO CRS-VEN-CODIGO-SORT
              MOVE DM-VEN-RAZAO-SOCIAL TO CRS-VEN-NOME-SORT
           ELSE
              MOVE ZEROS TO CRS-VEN-CODIGO-SORT
              MOVE "SEM VENDEDOR TITULAR" TO CRS-VEN-NOME-SORT
           END-IF
           MOVE CRZ-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              MOVE CLI-RAZAO-SOCIAL TO CRS-CLI-NOME-SORT
           ELSE
              MOVE SPACES TO CRS-CLI-NOME-SORT
           END-IF
           MOVE CRZ-CLI-CODIGO      TO CRS-CLI-CODIGO-SORT
           MOVE WS-CLI-OPORTUNIDADE TO CRS-CLI-OPORT-SORT
           MOVE WS-GRP-CLASSE(WS-IDX-GRUPO) TO CRS-CLI-CLASSE-SORT
           MOVE WS-GRP-UF(WS-IDX-GRUPO)     TO CRS-CLI-UF-SORT
           MOVE CRZ-RECEITA         TO CRS-CLI-RECEITA-SORT
           MOVE WS-QTD-LACUNAS      TO CRS-QTD-LACUNAS-SORT
           MOVE WS-QTD-PARES        TO CRS-PARES-SORT
           PERFORM VARYING WS-IDX-LAC FROM 1 BY 1
              UNTIL WS-IDX-LAC > WS-QTD-LACUNAS
              MOVE WS-LAC-LINHA(WS-IDX-LAC) TO WS-IDX-LINHA
              MOVE WS-LIN-CODIGO(WS-IDX-LINHA) TO CRS-LIN-CODIGO-SORT
              MOVE WS-GRP-COMPRADORES(WS-IDX-GRUPO WS-IDX-LINHA)
                 TO CRS-COMPRADORES-SORT
              MOVE WS-LAC-PENETRACAO(WS-IDX-LAC)
                 TO CRS-PENETRACAO-SORT
              MOVE WS-LAC-VALOR(WS-IDX-LAC) TO CRS-LIN-OPORT-SORT
              RELEASE REG-CROSS-SORT
           END-PERFORM.
       F-AVALIA-CLIENTE. EXIT.

      * RELATORIO POR VENDEDOR TITULAR: OS CLIENTES DE MAIOR
      * OPORTUNIDADE PRIMEIRO, ATE O LIMITE POR VENDEDOR, CADA UM COM
      * AS LINHAS QUE LHE FALTAM.
       IMPRIME-LACUNAS.
           OPEN INPUT ARQ-CROSS-SAI
           MOVE ZEROS TO CONTROLE-FIM
           MOVE "S"   TO WS-PRIMEIRO-VEN
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-CROSS-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF WS-PRIMEIRO-VEN = "S"
                 OR CRS-VEN-CODIGO-SAI NOT = WS-VEN-ANTERIOR
                 IF WS-PRIMEIRO-VEN NOT = "S"
                    PERFORM IMPRIME-SUBTOTAL THRU F-IMPRIME-SUBTOTAL
                 END-IF
                 MOVE "N" TO WS-PRIMEIRO-VEN
                 MOVE CRS-VEN-CODIGO-SAI TO WS-VEN-ANTERIOR
                 MOVE ZEROS TO WS-CLI-ANTERIOR
                 MOVE ZEROS TO WS-QTD-CLI-VEN
                 MOVE ZEROS TO WS-QTD-LISTADOS-VEN
                 MOVE ZEROS TO WS-OPORT-VEN
                 IF CONTADOR-LINHA > 55
                    PERFORM IMPRIMIR-CABECALHO
                 END-IF
                 MOVE CRS-VEN-CODIGO-SAI TO CABVEN-CODIGO
                 MOVE CRS-VEN-NOME-SAI   TO CABVEN-NOME
                 WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
                 WRITE LINHA FROM CABECALHO-VENDEDOR AFTER 1 LINES
                 ADD 2 TO CONTADOR-LINHA
              END-IF
              IF CRS-CLI-CODIGO-SAI NOT = WS-CLI-ANTERIOR
                 MOVE CRS-CLI-CODIGO-SAI TO WS-CLI-ANTERIOR
                 ADD 1 TO WS-QTD-CLI-VEN
                 IF WS-QTD-CLI-VEN NOT > WS-MAX-CLIENTES
                    PERFORM IMPRIME-CLIENTE THRU F-IMPRIME-CLIENTE
                 END-IF
              END-IF
              IF WS-QTD-CLI-VEN NOT > WS-MAX-CLIENTES
                 MOVE CRS-LIN-CODIGO-SAI  TO DLA-LINHA-CODIGO
                 PERFORM PEGA-DESCRICAO-LINHA
                    THRU F-PEGA-DESCRICAO-LINHA
                 MOVE CRS-COMPRADORES-SAI TO DLA-COMPRADORES
                 MOVE CRS-PARES-SAI       TO DLA-PARES
                 MOVE CRS-PENETRACAO-SAI  TO DLA-PENETRACAO
                 MOVE CRS-LIN-OPORT-SAI   TO DLA-OPORTUNIDADE
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM LINHA-LACUNA AFTER 1 LINES
              END-IF
           END-PERFORM
           IF WS-PRIMEIRO-VEN NOT = "S"
              PERFORM IMPRIME-SUBTOTAL THRU F-IMPRIME-SUBTOTAL
           END-IF
           CLOSE ARQ-CROSS-SAI.
       F-IMPRIME-LACUNAS. EXIT.

       IMPRIME-CLIENTE.
           MOVE CRS-CLI-CODIGO-SAI   TO DCL-CODIGO
           MOVE CRS-CLI-NOME-SAI     TO DCL-NOME
           MOVE SPACES               TO DCL-CLASSE
           MOVE CRS-CLI-CLASSE-SAI   TO DCL-CLASSE(2:1)
           MOVE CRS-CLI-UF-SAI       TO DCL-UF
           MOVE CRS-CLI-RECEITA-SAI  TO DCL-RECEITA
           MOVE CRS-QTD-LACUNAS-SAI  TO DCL-LACUNAS
           MOVE CRS-CLI-OPORT-SAI    TO DCL-OPORTUNIDADE
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-CLIENTE AFTER 1 LINES
           ADD 1 TO WS-QTD-LISTADOS-VEN
           ADD 1 TO WS-TOTAL-LISTADOS
           ADD CRS-CLI-OPORT-SAI TO WS-OPORT-VEN
           ADD CRS-CLI-OPORT-SAI TO WS-TOTAL-OPORTUNIDADE.
       F-IMPRIME-CLIENTE. EXIT.

       IMPRIME-SUBTOTAL.
           MOVE WS-QTD-LISTADOS-VEN TO SUB-LISTADOS
           MOVE WS-QTD-CLI-VEN      TO SUB-COM-LACUNA
           MOVE WS-OPORT-VEN        TO SUB-OPORTUNIDADE
           PERFORM CONTA-LINHA
           WRITE LINHA FROM SUBTOTAL-VENDEDOR AFTER 1 LINES.
       F-IMPRIME-SUBTOTAL. EXIT.

       PEGA-DESCRICAO-LINHA.
           MOVE SPACES TO DLA-LINHA-DESC
           IF WS-EXISTE-LINHAS = "S"
              MOVE CRS-LIN-CODIGO-SAI TO LPR-CODIGO
              READ ARQ-LINHA-PROD
              IF WS-RESULTADO-LPR = 00
                 MOVE LPR-DESCRICAO TO DLA-LINHA-DESC
              ELSE
                 MOVE "*** LINHA SEM CADASTRO ***" TO DLA-LINHA-DESC
              END-IF
           END-IF.
       F-PEGA-DESCRICAO-LINHA. EXIT.

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
