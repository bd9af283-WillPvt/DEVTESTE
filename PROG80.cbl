       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG80.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- PREVISAO DE RECEITA POR VENDEDOR E CLIENTE -------
      * PROJETA A RECEITA DOS PROXIMOS 3 A 12 MESES DE CADA CLIENTE
      * ATIVO A PARTIR DA RECEITA MENSAL DOS 24 MESES FECHADOS
      * ANTERIORES: PEDIDOS EM ABERTO NO PEDIDO.DAT, PEDIDOS JA
      * EXPURGADOS NAS GERACOES ANUAIS DO PROG35 (PEDARQ-AAAA.DAT) E
      * AS DEVOLUCOES (DEVOLUCAO.DAT) ABATIDAS NO MES DO LANCAMENTO.
      * O METODO COMBINA:
      *   - TENDENCIA: RECEITA DOS ULTIMOS 12 MESES SOBRE A DOS 12
      *     ANTERIORES, LIMITADA ENTRE 0,5 E 1,5 (1 SEM ANO ANTERIOR);
      *   - SAZONALIDADE: A RECEITA DO MESMO MES DO ANO PASSADO,
      *     PONDERADA COM A MEDIA MENSAL DOS ULTIMOS 12 MESES PELO
      *     PESO INFORMADO.
      * CLIENTE SEM RECEITA NOS ULTIMOS 12 MESES FICA COM PREVISAO
      * ZERO. A PREVISAO DE CADA CLIENTE E MES VAI PARA O PREVISAO.DAT
      * E E CONSOLIDADA NO RELATORIO (RPREVISAO.TXT) POR VENDEDOR
      * TITULAR (DISTMEST.DAT), CONFRONTADA COM A META JA CADASTRADA
      * NO META.DAT (PROG34), POR UF (CLIENDERECO.DAT) E POR LINHA DE
      * PRODUTO, ESTA PELA PARTICIPACAO DE CADA LINHA NOS ITENS
      * (PEDIDOITEM.DAT) DO CLIENTE NOS ULTIMOS 12 MESES.
      * OPCIONALMENTE GRAVA METAS SUGERIDAS POR VENDEDOR (METASUG.DAT)
      * = PREVISAO + ACRESCIMO %, QUE O GESTOR ACEITA NO PROG34.
      * SO SAO PROJETADOS OS CLIENTES DA EMPRESA ESCOLHIDA NO SIGN-ON,
      * E SO ENTRAM AS METAS DOS VENDEDORES DELA (TODOS NA SESSAO
      * CONSOLIDADA, EMPRESA 00).

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

           SELECT ARQ-PED-MORTO ASSIGN TO DISK WS-LOCAL-ARQ-MORTO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-MRT.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

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

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VEN.

           SELECT ARQ-LINHA-PROD ASSIGN TO DISK WID-ARQ-LINHA-PROD
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LPR-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-LPR.

           SELECT ARQ-META ASSIGN TO DISK WID-ARQ-META
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MET-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MET.

           SELECT ARQ-META-SUGERIDA ASSIGN TO "METASUG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-SUG.

           SELECT ARQ-PREVISAO ASSIGN TO "PREVISAO.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-PRV.

           SELECT ARQ-PREV-SORT ASSIGN TO "SORT".

           SELECT ARQ-PREV-SAI ASSIGN TO "PREVSAI.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO "RPREVISAO.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-PEDIDO-ITEM.FD".

       COPY "ARQ-DEVOLUCAO.FD".

      * GERACAO ANUAL DE PEDIDOS EXPURGADOS PELO PROG35 (MESMO
      * LAYOUT LIDO PELO PROG36).
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

       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-LINHA-PROD.FD".

       COPY "ARQ-META.FD".

       COPY "ARQ-META-SUGERIDA.FD".

      * PREVISAO DE CADA CLIENTE EM CADA COMPETENCIA DO HORIZONTE,
      * COM O VENDEDOR TITULAR E A UF USADOS NA CONSOLIDACAO.
       FD ARQ-PREVISAO.
          01 REG-PREVISAO.
             02 PRV-CLI-CODIGO        PIC 9(07).
             02 PRV-VEN-CODIGO        PIC 9(03).
             02 PRV-UF                PIC X(02).
             02 PRV-COMPETENCIA       PIC 9(06).
             02 PRV-VALOR             PIC 9(11)V9(02).
             02 PRV-DATA-GERACAO      PIC X(10).

      * HISTORICO LEVADO AO SORT POR CLIENTE: TIPO 1 = RECEITA DE UM
      * MES (CHAVE = MESES ATRAS, 1 A 24; DEVOLUCAO ENTRA NEGATIVA),
      * TIPO 2 = VALOR DE ITEM DOS ULTIMOS 12 MESES (CHAVE = LINHA).
       SD ARQ-PREV-SORT.
          01 REG-PREV-SORT.
             02 PVS-CLI-CODIGO-SORT    PIC 9(07).
             02 PVS-TIPO-SORT          PIC 9(01).
             02 PVS-CHAVE-SORT         PIC 9(03).
             02 PVS-VALOR-SORT         PIC S9(11)V9(02).

       FD ARQ-PREV-SAI.
          01 REG-PREV-SAI.
             02 PVS-CLI-CODIGO-SAI     PIC 9(07).
             02 PVS-TIPO-SAI           PIC 9(01).
             02 PVS-CHAVE-SAI          PIC 9(03).
             02 PVS-VALOR-SAI          PIC S9(11)V9(02).

       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-PED-ITEM      PIC X(50) VALUE SPACES.
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-MORTO    PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-LINHA-PROD    PIC X(50) VALUE SPACES.
       77 WID-ARQ-META          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ITM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MRT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-LPR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MET      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SUG      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EXISTE-ITENS       PIC X(01) VALUE "N".
       77 WS-EXISTE-DEVOLUCAO   PIC X(01) VALUE "N".
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 WS-EXISTE-VENDEDOR    PIC X(01) VALUE "N".
       77 WS-EXISTE-LINHAS      PIC X(01) VALUE "N".
       77 WS-EXISTE-META        PIC X(01) VALUE "N".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-HORIZONTE          PIC 9(02) VALUE ZEROS.
       77 WS-PESO-SAZONAL       PIC 9(03) VALUE ZEROS.
       77 WS-GERA-SUGESTAO      PIC X(01) VALUE SPACES.
       77 WS-ACRESCIMO          PIC 9(03) VALUE ZEROS.
       77 WS-MES-ATUAL          PIC 9(06) VALUE ZEROS.
       77 WS-MES-NUMERO         PIC 9(06) VALUE ZEROS.
       77 WS-MESES-ATRAS        PIC S9(06) VALUE ZEROS.
       77 WS-ANO-ATUAL          PIC 9(04) VALUE ZEROS.
       77 WS-ANO-ARQUIVO        PIC 9(04) VALUE ZEROS.
       77 WS-COMP-ANO           PIC 9(04) VALUE ZEROS.
       77 WS-COMP-MES           PIC 9(02) VALUE ZEROS.
       77 WS-FIM-MORTO          PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-ARQUIVO    PIC 9(02) VALUE 01.
       77 WS-CLI-ATUAL          PIC 9(07) VALUE ZEROS.
       77 WS-VEN-ATUAL          PIC 9(03) VALUE ZEROS.
       77 WS-UF-ATUAL           PIC X(02) VALUE SPACES.
       77 WS-LINHA-BUSCA        PIC 9(03) VALUE ZEROS.
       77 WS-RECEITA-ANO        PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-RECEITA-ANTERIOR   PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-MEDIA-MENSAL       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-MESMO-MES          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TENDENCIA          PIC 9(01)V9(04) VALUE ZEROS.
       77 WS-PREVISAO-MES       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-VALOR-LINHA        PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-MIX-TOTAL          PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-DIFERENCA          PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-PERCENTUAL         PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-EM-MIL             PIC 9(09)V9(01) VALUE ZEROS.
       77 WS-SOMA-PREV          PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-SOMA-META          PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-IDX                PIC 9(03) VALUE ZEROS.
       77 WS-IDX-MES            PIC 9(02) VALUE ZEROS.
       77 WS-IDX-VEN            PIC 9(04) VALUE ZEROS.
       77 WS-IDX-UF             PIC 9(02) VALUE ZEROS.
       77 WS-IDX-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-QTD-UFS            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LINHAS         PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-PROJETADOS   PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-SEM-RECEITA  PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-VENDEDORES   PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-GRAVADOS     PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-SUGERIDAS    PIC 9(07) VALUE ZEROS.
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

       01 WS-DATA-TRAB.
          02 WS-DTT-DIA            PIC X(02).
          02 FILLER                PIC X(01).
          02 WS-DTT-MES            PIC X(02).
          02 FILLER                PIC X(01).
          02 WS-DTT-ANO            PIC X(04).

       01 WS-DATA-NUM.
          02 WS-DTN-ANO            PIC 9(04).
          02 WS-DTN-MES            PIC 9(02).

      * COMPETENCIAS DO HORIZONTE (AAAAMM), DO MES SEGUINTE AO ATUAL
      * EM DIANTE.
       01 WS-TAB-COMPETENCIAS.
          02 WS-CMP-COMPETENCIA OCCURS 12 PIC 9(06).

      * RECEITA LIQUIDA DO CLIENTE EM APURACAO POR MESES ATRAS (1 = O
      * MES PASSADO) E PARTICIPACAO DE CADA LINHA NOS SEUS ITENS DOS
      * ULTIMOS 12 MESES, NA MESMA POSICAO DA TABELA DE LINHAS.
       01 WS-TAB-HISTORICO.
          02 WS-HIS-VALOR OCCURS 24    PIC S9(11)V9(02).

       01 WS-TAB-MIX.
          02 WS-MIX-VALOR OCCURS 50    PIC 9(11)V9(02).

      * CONSOLIDACOES DA PREVISAO POR COMPETENCIA: VENDEDOR TITULAR
      * (POSICAO = CODIGO + 1, A PRIMEIRA E A DOS CLIENTES SEM
      * TITULAR), UF E LINHA DE PRODUTO (LINHA 000 = CLIENTE SEM
      * ITENS NOS ULTIMOS 12 MESES).
       01 WS-TAB-VENDEDORES.
          02 WS-VPV-ENTRADA OCCURS 1000.
             03 WS-VPV-NOME            PIC X(40).
             03 WS-VPV-MES OCCURS 12.
                04 WS-VPV-PREV         PIC 9(13)V9(02).
                04 WS-VPV-META         PIC 9(13)V9(02).

       01 WS-TAB-UFS.
          02 WS-UFP-ENTRADA OCCURS 40.
             03 WS-UFP-UF              PIC X(02).
             03 WS-UFP-PREV OCCURS 12  PIC 9(13)V9(02).

       01 WS-TAB-LINHAS.
          02 WS-LIN-ENTRADA OCCURS 50.
             03 WS-LIN-CODIGO          PIC 9(03).
             03 WS-LIN-PREV OCCURS 12  PIC 9(13)V9(02).

      * TOTAL GERAL DA EMPRESA E BLOCO EM IMPRESSAO (UM VENDEDOR OU O
      * TOTAL GERAL).
       01 WS-TAB-TOTAL.
          02 WS-TOT-MES OCCURS 12.
             03 WS-TOT-PREV            PIC 9(13)V9(02).
             03 WS-TOT-META            PIC 9(13)V9(02).

       01 WS-TAB-BLOCO.
          02 WS-BLC-MES OCCURS 12.
             03 WS-BLC-PREV            PIC 9(13)V9(02).
             03 WS-BLC-META            PIC 9(13)V9(02).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(22) VALUE SPACES.
          02 FILLER       PIC X(50) VALUE
             "PREVISAO DE RECEITA POR VENDEDOR E CLIENTE".
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(18) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 LINHA-PARAMETROS.
          02 FILLER              PIC X(11) VALUE "HISTORICO: ".
          02 PAR-HIST-INICIO     PIC X(07).
          02 FILLER              PIC X(03) VALUE " A ".
          02 PAR-HIST-FIM        PIC X(07).
          02 FILLER              PIC X(15) VALUE "   HORIZONTE: ".
          02 PAR-PREV-INICIO     PIC X(07).
          02 FILLER              PIC X(03) VALUE " A ".
          02 PAR-PREV-FIM        PIC X(07).
          02 FILLER              PIC X(25) VALUE
             "   PESO DA SAZONALIDADE: ".
          02 PAR-PESO            PIC ZZ9.
          02 FILLER              PIC X(01) VALUE "%".
          02 FILLER              PIC X(33) VALUE
             "   TENDENCIA ENTRE 0,5 E 1,5".
          02 FILLER              PIC X(11) VALUE SPACES.

       01 CABECALHO-SECAO.
          02 SEC-TITULO          PIC X(60).
          02 FILLER              PIC X(72) VALUE SPACES.

       01 CABECALHO-VENDEDOR.
          02 FILLER              PIC X(18) VALUE "VENDEDOR TITULAR: ".
          02 CABVEN-CODIGO       PIC ZZ9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 CABVEN-NOME         PIC X(40).
          02 FILLER              PIC X(68) VALUE SPACES.

       01 CABECALHO-1.
          02 FILLER PIC X(16) VALUE "    COMPETENCIA ".
          02 FILLER PIC X(17) VALUE "         PREVISAO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(17) VALUE "  META CADASTRADA".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(18) VALUE "        DIFERENCA ".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(08) VALUE "  % META".
          02 FILLER PIC X(47) VALUE SPACES.

       01 DETALHE.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DET-COMPETENCIA     PIC X(07).
          02 FILLER              PIC X(05) VALUE SPACES.
          02 DET-PREVISAO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-META            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-DIFERENCA       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-PERCENTUAL      PIC ZZZZ9,99.
          02 DET-OBSERVACAO      PIC X(22).
          02 FILLER              PIC X(25) VALUE SPACES.

      * CONSOLIDACAO POR UF E POR LINHA: UMA LINHA POR UF OU LINHA DE
      * PRODUTO COM O TOTAL DO HORIZONTE E UMA COLUNA POR COMPETENCIA,
      * EM R$ MIL.
       01 CABECALHO-MATRIZ.
          02 CMT-ROTULO          PIC X(22).
          02 FILLER              PIC X(13) VALUE "        TOTAL".
          02 CMT-COLUNA OCCURS 12.
             03 FILLER           PIC X(01).
             03 CMT-COMPETENCIA  PIC X(07).
          02 FILLER              PIC X(01).

       01 LINHA-MATRIZ.
          02 MAT-ROTULO          PIC X(22).
          02 MAT-TOTAL           PIC ZZZ.ZZZ.ZZ9,9.
          02 MAT-COLUNA OCCURS 12.
             03 FILLER           PIC X(01).
             03 MAT-VALOR        PIC ZZZZ9,9.
          02 FILLER              PIC X(01).

       01 RODAPE-1.
          02 FILLER              PIC X(36) VALUE
             "CLIENTES PROJETADOS.............: ".
          02 ROD-PROJETADOS      PIC ZZZ.ZZ9.
          02 FILLER              PIC X(89) VALUE SPACES.

       01 RODAPE-2.
          02 FILLER              PIC X(36) VALUE
             "CLIENTES SEM RECEITA EM 12 MESES: ".
          02 ROD-SEM-RECEITA     PIC ZZZ.ZZ9.
          02 FILLER              PIC X(89) VALUE SPACES.

       01 RODAPE-3.
          02 FILLER              PIC X(36) VALUE
             "METAS SUGERIDAS GRAVADAS........: ".
          02 ROD-SUGERIDAS       PIC ZZZ.ZZ9.
          02 FILLER              PIC X(89) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-PREVISAO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  PREVISAO DE RECEITA  ".
          02 LINE 02 COLUMN 73 VALUE "PROG80".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "MESES A PROJETAR (3 A 12, VAZIO = 12)...............".
          02 LINE 07 COLUMN 01 VALUE
             "PESO DA SAZONALIDADE EM % (VAZIO = 50)..............".
          02 LINE 09 COLUMN 01 VALUE
             "GRAVAR METAS SUGERIDAS (S/N)?.......................".
          02 LINE 11 COLUMN 01 VALUE
             "ACRESCIMO % SOBRE A PREVISAO NA META SUGERIDA.......".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  PREVISAO DE RECEITA  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "CLIENTES PROJETADOS...:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-PROJETADOS.
          02 LINE 07 COLUMN 01 VALUE "SEM RECEITA EM 12 MESES".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-SEM-RECEITA.
          02 LINE 08 COLUMN 01 VALUE "VENDEDORES NO RELATORIO".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-VENDEDORES.
          02 LINE 09 COLUMN 01 VALUE "PREVISOES GRAVADAS....:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-GRAVADOS.
          02 LINE 10 COLUMN 01 VALUE "METAS SUGERIDAS.......:".
          02 LINE 10 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-SUGERIDAS.
          02 LINE 12 COLUMN 01 VALUE
             "RELATORIO GERADO EM RPREVISAO.TXT, PREVISAO EM PREVISAO.D
      -"AT".
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           DISPLAY TELA-PREVISAO AT 0101
           ACCEPT WS-HORIZONTE AT 0554
           IF WS-HORIZONTE = ZEROS OR WS-HORIZONTE > 12
              MOVE 12 TO WS-HORIZONTE
           END-IF
           IF WS-HORIZONTE < 3
              MOVE 3 TO WS-HORIZONTE
           END-IF
           ACCEPT WS-PESO-SAZONAL AT 0754
           IF WS-PESO-SAZONAL = ZEROS
              MOVE 50 TO WS-PESO-SAZONAL
           END-IF
           IF WS-PESO-SAZONAL > 100
              MOVE 100 TO WS-PESO-SAZONAL
           END-IF
           PERFORM UNTIL WS-GERA-SUGESTAO = "S" OR = "N"
              ACCEPT WS-GERA-SUGESTAO AT 0954
           END-PERFORM
           IF WS-GERA-SUGESTAO = "S"
              ACCEPT WS-ACRESCIMO AT 1154
           END-IF

           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PED NOT = 00
              DISPLAY "PEDIDO.DAT NAO ENCONTRADO - EXECUTE O PROG19 PRIM
      -"EIRO" AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST NOT = 00
              DISPLAY "DISTMEST.DAT NAO ENCONTRADO - EXECUTE A DISTRIBUI
      -"CAO PRIMEIRO" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO
              EXIT PROGRAM
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-DIST-MEST
              EXIT PROGRAM
           END-IF
           MOVE "PEDIDOITEM.DAT" TO WID-ARQ-PED-ITEM
           OPEN INPUT ARQ-PEDIDO-ITEM
           IF WS-RESULTADO-ITM = 00
              MOVE "S" TO WS-EXISTE-ITENS
           END-IF
           MOVE "DEVOLUCAO.DAT" TO WID-ARQ-DEVOLUCAO
           OPEN INPUT ARQ-DEVOLUCAO
           IF WS-RESULTADO-DEV = 00
              MOVE "S" TO WS-EXISTE-DEVOLUCAO
           END-IF
           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN INPUT ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END = 00
              MOVE "S" TO WS-EXISTE-ENDERECO
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VEN = 00
              MOVE "S" TO WS-EXISTE-VENDEDOR
           END-IF
           MOVE "LINHAPROD.DAT" TO WID-ARQ-LINHA-PROD
           OPEN INPUT ARQ-LINHA-PROD
           IF WS-RESULTADO-LPR = 00
              MOVE "S" TO WS-EXISTE-LINHAS
           END-IF
           MOVE "META.DAT" TO WID-ARQ-META
           OPEN INPUT ARQ-META
           IF WS-RESULTADO-MET = 00
              MOVE "S" TO WS-EXISTE-META
           END-IF

      * MES CORRENTE NUMERADO EM MESES CORRIDOS (ANO * 12 + MES - 1);
      * O HISTORICO SAO OS 24 MESES FECHADOS ANTERIORES E O HORIZONTE
      * COMECA NO MES SEGUINTE.
           MOVE DATA-DE-HOJE TO WS-DATA-TRAB
           MOVE WS-DTT-ANO TO WS-DTN-ANO
           MOVE WS-DTT-MES TO WS-DTN-MES
           MOVE WS-DTN-ANO TO WS-ANO-ATUAL
           COMPUTE WS-MES-ATUAL = WS-DTN-ANO * 12 + WS-DTN-MES - 1
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > 12
              COMPUTE WS-MES-NUMERO = WS-MES-ATUAL + WS-IDX-MES
              PERFORM NUMERO-PARA-COMPETENCIA
                 THRU F-NUMERO-PARA-COMPETENCIA
              COMPUTE WS-CMP-COMPETENCIA(WS-IDX-MES) =
                 WS-COMP-ANO * 100 + WS-COMP-MES
           END-PERFORM

           INITIALIZE WS-TAB-VENDEDORES
           INITIALIZE WS-TAB-UFS
           INITIALIZE WS-TAB-LINHAS
           INITIALIZE WS-TAB-TOTAL
           MOVE "SEM VENDEDOR TITULAR" TO WS-VPV-NOME(1)

           SORT ARQ-PREV-SORT
                ON ASCENDING KEY PVS-CLI-CODIGO-SORT
                INPUT PROCEDURE COLETA-HISTORICO
                GIVING ARQ-PREV-SAI

           OPEN OUTPUT ARQ-PREVISAO
           PERFORM PROJETA-CLIENTES THRU F-PROJETA-CLIENTES
           CLOSE ARQ-PREVISAO
           IF WS-EXISTE-META = "S"
              PERFORM LE-METAS THRU F-LE-METAS
           END-IF
           IF WS-GERA-SUGESTAO = "S"
              OPEN OUTPUT ARQ-META-SUGERIDA
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           COMPUTE WS-MES-NUMERO = WS-MES-ATUAL - 24
           PERFORM NUMERO-PARA-COMPETENCIA
              THRU F-NUMERO-PARA-COMPETENCIA
           PERFORM EDITA-COMPETENCIA THRU F-EDITA-COMPETENCIA
           MOVE DET-COMPETENCIA TO PAR-HIST-INICIO
           COMPUTE WS-MES-NUMERO = WS-MES-ATUAL - 1
           PERFORM NUMERO-PARA-COMPETENCIA
              THRU F-NUMERO-PARA-COMPETENCIA
           PERFORM EDITA-COMPETENCIA THRU F-EDITA-COMPETENCIA
           MOVE DET-COMPETENCIA TO PAR-HIST-FIM
           COMPUTE WS-MES-NUMERO = WS-MES-ATUAL + 1
           PERFORM NUMERO-PARA-COMPETENCIA
              THRU F-NUMERO-PARA-COMPETENCIA
           PERFORM EDITA-COMPETENCIA THRU F-EDITA-COMPETENCIA
           MOVE DET-COMPETENCIA TO PAR-PREV-INICIO
           COMPUTE WS-MES-NUMERO = WS-MES-ATUAL + WS-HORIZONTE
           PERFORM NUMERO-PARA-COMPETENCIA
              THRU F-NUMERO-PARA-COMPETENCIA
           PERFORM EDITA-COMPETENCIA THRU F-EDITA-COMPETENCIA
           MOVE DET-COMPETENCIA TO PAR-PREV-FIM
           MOVE WS-PESO-SAZONAL TO PAR-PESO
           WRITE LINHA FROM LINHA-PARAMETROS AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           PERFORM IMPRIME-VENDEDORES THRU F-IMPRIME-VENDEDORES
           PERFORM IMPRIME-UFS THRU F-IMPRIME-UFS
           PERFORM IMPRIME-LINHAS THRU F-IMPRIME-LINHAS
           MOVE WS-TOTAL-PROJETADOS  TO ROD-PROJETADOS
           MOVE WS-TOTAL-SEM-RECEITA TO ROD-SEM-RECEITA
           MOVE WS-TOTAL-SUGERIDAS   TO ROD-SUGERIDAS
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE-1    AFTER 1 LINES
           WRITE LINHA FROM RODAPE-2    AFTER 1 LINES
           WRITE LINHA FROM RODAPE-3    AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           IF WS-GERA-SUGESTAO = "S"
              CLOSE ARQ-META-SUGERIDA
           END-IF

           CLOSE ARQ-PEDIDO
           CLOSE ARQ-DIST-MEST
           CLOSE ARQ-CLIENTE
           IF WS-EXISTE-ITENS = "S"
              CLOSE ARQ-PEDIDO-ITEM
           END-IF
           IF WS-EXISTE-DEVOLUCAO = "S"
              CLOSE ARQ-DEVOLUCAO
           END-IF
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           IF WS-EXISTE-VENDEDOR = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           IF WS-EXISTE-LINHAS = "S"
              CLOSE ARQ-LINHA-PROD
           END-IF
           IF WS-EXISTE-META = "S"
              CLOSE ARQ-META
           END-IF

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG80"         TO RLA-PROGRAMA
           MOVE "RPREVISAO.TXT"  TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           STRING "HORIZONTE " WS-HORIZONTE
                  " PESO SAZONAL " WS-PESO-SAZONAL
                  " SUGESTAO " WS-GERA-SUGESTAO
                  " ACRESCIMO " WS-ACRESCIMO
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

      * HISTORICO DE TODOS OS CLIENTES PARA O SORT: PEDIDOS EM
      * ABERTO, GERACOES EXPURGADAS DOS ULTIMOS ANOS E DEVOLUCOES.
       COLETA-HISTORICO SECTION.
           PERFORM COLETA-PEDIDOS THRU F-COLETA-PEDIDOS
           PERFORM COLETA-ARQUIVADOS THRU F-COLETA-ARQUIVADOS
           IF WS-EXISTE-DEVOLUCAO = "S"
              PERFORM COLETA-DEVOLUCOES THRU F-COLETA-DEVOLUCOES
           END-IF.
       F-COLETA-HISTORICO.
           EXIT.

       APURACAO SECTION.
      * PEDIDOS DO PEDIDO.DAT NOS 24 MESES; OS DOS ULTIMOS 12 LEVAM
      * TAMBEM OS SEUS ITENS PARA A PARTICIPACAO POR LINHA.
       COLETA-PEDIDOS.
           MOVE ZEROS TO PED-CLI-CODIGO
           MOVE ZEROS TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED NOT = 00
              GO TO F-COLETA-PEDIDOS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PEDIDO NEXT AT END
                 EXIT PERFORM
              END-READ
              MOVE PED-DATA TO WS-DATA-TRAB
              PERFORM CALCULA-MESES-ATRAS THRU F-CALCULA-MESES-ATRAS
              IF WS-MESES-ATRAS > ZEROS AND WS-MESES-ATRAS < 25
                 MOVE PED-CLI-CODIGO TO PVS-CLI-CODIGO-SORT
                 MOVE 1              TO PVS-TIPO-SORT
                 MOVE WS-MESES-ATRAS TO PVS-CHAVE-SORT
                 MOVE PED-VALOR      TO PVS-VALOR-SORT
                 RELEASE REG-PREV-SORT
                 IF WS-MESES-ATRAS < 13 AND WS-EXISTE-ITENS = "S"
                    PERFORM COLETA-ITENS THRU F-COLETA-ITENS
                 END-IF
              END-IF
           END-PERFORM.
       F-COLETA-PEDIDOS. EXIT.

       COLETA-ITENS.
           MOVE PED-CLI-CODIGO TO ITM-CLI-CODIGO
           MOVE PED-SEQUENCIA  TO ITM-PED-SEQUENCIA
           MOVE ZEROS          TO ITM-SEQUENCIA
           START ARQ-PEDIDO-ITEM KEY NOT LESS ITM-CHAVE
           IF WS-RESULTADO-ITM NOT = 00
              GO TO F-COLETA-ITENS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PEDIDO-ITEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF ITM-CLI-CODIGO NOT = PED-CLI-CODIGO
                 OR ITM-PED-SEQUENCIA NOT = PED-SEQUENCIA
                 EXIT PERFORM
              END-IF
              MOVE ITM-CLI-CODIGO    TO PVS-CLI-CODIGO-SORT
              MOVE 2                 TO PVS-TIPO-SORT
              MOVE ITM-LINHA-PRODUTO TO PVS-CHAVE-SORT
              MOVE ITM-VALOR         TO PVS-VALOR-SORT
              RELEASE REG-PREV-SORT
           END-PERFORM.
       F-COLETA-ITENS. EXIT.

      * GERACOES ANUAIS DO PROG35 QUE PODEM TER PEDIDOS DOS 24 MESES
      * (DOIS ANOS ATRAS ATE O CORRENTE); ANO SEM GERACAO E IGNORADO.
      * OS ITENS NAO SAO ARQUIVADOS, SO A RECEITA DO PEDIDO.
       COLETA-ARQUIVADOS.
           COMPUTE WS-ANO-ARQUIVO = WS-ANO-ATUAL - 2
           PERFORM UNTIL WS-ANO-ARQUIVO > WS-ANO-ATUAL
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
                          PERFORM COLETA-ARQUIVADO
                             THRU F-COLETA-ARQUIVADO
                    END-READ
                 END-PERFORM
                 CLOSE ARQ-PED-MORTO
              END-IF
              ADD 1 TO WS-ANO-ARQUIVO
           END-PERFORM.
       F-COLETA-ARQUIVADOS. EXIT.

      * PEDIDO ARQUIVADO DE OUTRA EMPRESA NAO ENTRA; GERACAO GRAVADA
      * ANTES DA EMPRESA NO REGISTRO VALE COMO EMPRESA 01.
       COLETA-ARQUIVADO.
           MOVE 01 TO WS-EMPRESA-ARQUIVO
           IF MRT-EMPRESA NUMERIC
              MOVE MRT-EMPRESA TO WS-EMPRESA-ARQUIVO
           END-IF
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND WS-EMPRESA-ARQUIVO NOT = WS-EMPRESA-SESSAO
              GO TO F-COLETA-ARQUIVADO
           END-IF
           MOVE MRT-DATA TO WS-DATA-TRAB
           PERFORM CALCULA-MESES-ATRAS THRU F-CALCULA-MESES-ATRAS
           IF WS-MESES-ATRAS > ZEROS AND WS-MESES-ATRAS < 25
              MOVE MRT-CLI-CODIGO TO PVS-CLI-CODIGO-SORT
              MOVE 1              TO PVS-TIPO-SORT
              MOVE WS-MESES-ATRAS TO PVS-CHAVE-SORT
              MOVE MRT-VALOR      TO PVS-VALOR-SORT
              RELEASE REG-PREV-SORT
           END-IF.
       F-COLETA-ARQUIVADO. EXIT.

      * DEVOLUCOES ABATIDAS NO MES EM QUE FORAM LANCADAS.
       COLETA-DEVOLUCOES.
           MOVE ZEROS TO DEV-CLI-CODIGO
           MOVE ZEROS TO DEV-PED-SEQUENCIA
           MOVE ZEROS TO DEV-SEQUENCIA
           START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
           IF WS-RESULTADO-DEV NOT = 00
              GO TO F-COLETA-DEVOLUCOES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-DEVOLUCAO NEXT AT END
                 EXIT PERFORM
              END-READ
              MOVE DEV-DATA TO WS-DATA-TRAB
              PERFORM CALCULA-MESES-ATRAS THRU F-CALCULA-MESES-ATRAS
              IF WS-MESES-ATRAS > ZEROS AND WS-MESES-ATRAS < 25
                 MOVE DEV-CLI-CODIGO TO PVS-CLI-CODIGO-SORT
                 MOVE 1              TO PVS-TIPO-SORT
                 MOVE WS-MESES-ATRAS TO PVS-CHAVE-SORT
                 COMPUTE PVS-VALOR-SORT = ZEROS - DEV-VALOR
                 RELEASE REG-PREV-SORT
              END-IF
           END-PERFORM.
       F-COLETA-DEVOLUCOES. EXIT.

      * QUANTOS MESES ANTES DO CORRENTE CAI A DATA DD/MM/AAAA EM
      * WS-DATA-TRAB (ZERO PARA DATA INVALIDA OU DO MES CORRENTE).
       CALCULA-MESES-ATRAS.
           MOVE ZEROS TO WS-MESES-ATRAS
           IF WS-DTT-ANO NOT NUMERIC OR WS-DTT-MES NOT NUMERIC
              GO TO F-CALCULA-MESES-ATRAS
           END-IF
           MOVE WS-DTT-ANO TO WS-DTN-ANO
           MOVE WS-DTT-MES TO WS-DTN-MES
           IF WS-DTN-MES = ZEROS OR WS-DTN-MES > 12
              GO TO F-CALCULA-MESES-ATRAS
           END-IF
           COMPUTE WS-MESES-ATRAS =
              WS-MES-ATUAL - (WS-DTN-ANO * 12 + WS-DTN-MES - 1).
       F-CALCULA-MESES-ATRAS. EXIT.

       NUMERO-PARA-COMPETENCIA.
           DIVIDE WS-MES-NUMERO BY 12 GIVING WS-COMP-ANO
                  REMAINDER WS-COMP-MES
           ADD 1 TO WS-COMP-MES.
       F-NUMERO-PARA-COMPETENCIA. EXIT.

       EDITA-COMPETENCIA.
           MOVE SPACES      TO DET-COMPETENCIA
           MOVE WS-COMP-MES TO DET-COMPETENCIA(1:2)
           MOVE "/"         TO DET-COMPETENCIA(3:1)
           MOVE WS-COMP-ANO TO DET-COMPETENCIA(4:4).
       F-EDITA-COMPETENCIA. EXIT.

      * HISTORICO ORDENADO POR CLIENTE: A CADA QUEBRA O CLIENTE E
      * PROJETADO.
       PROJETA-CLIENTES.
           OPEN INPUT ARQ-PREV-SAI
           MOVE ZEROS TO WS-CLI-ATUAL
           MOVE ZEROS TO CONTROLE-FIM
           INITIALIZE WS-TAB-HISTORICO
           INITIALIZE WS-TAB-MIX
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-PREV-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF PVS-CLI-CODIGO-SAI NOT = WS-CLI-ATUAL
                 IF WS-CLI-ATUAL NOT = ZEROS
                    PERFORM PROJETA-CLIENTE THRU F-PROJETA-CLIENTE
                 END-IF
                 MOVE PVS-CLI-CODIGO-SAI TO WS-CLI-ATUAL
                 INITIALIZE WS-TAB-HISTORICO
                 INITIALIZE WS-TAB-MIX
              END-IF
              IF PVS-TIPO-SAI = 1
                 ADD PVS-VALOR-SAI TO WS-HIS-VALOR(PVS-CHAVE-SAI)
              ELSE
                 MOVE PVS-CHAVE-SAI TO WS-LINHA-BUSCA
                 PERFORM ACHA-ENTRADA-LINHA THRU F-ACHA-ENTRADA-LINHA
                 IF WS-IDX-LINHA > ZEROS AND PVS-VALOR-SAI > ZEROS
                    ADD PVS-VALOR-SAI TO WS-MIX-VALOR(WS-IDX-LINHA)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CLI-ATUAL NOT = ZEROS
              PERFORM PROJETA-CLIENTE THRU F-PROJETA-CLIENTE
           END-IF
           CLOSE ARQ-PREV-SAI.
       F-PROJETA-CLIENTES. EXIT.

      * PREVISAO DO CLIENTE EM CADA COMPETENCIA DO HORIZONTE:
      *   TENDENCIA * (PESO * MESMO MES DO ANO PASSADO
      *               + (1 - PESO) * MEDIA MENSAL DOS ULTIMOS 12)
      * O MESMO MES DO ANO PASSADO DA COMPETENCIA N MESES A FRENTE
      * ESTA 12 - N MESES ATRAS; PARA A 12A. COMPETENCIA, CUJO MES
      * CORRESPONDENTE E O CORRENTE (AINDA ABERTO), USA-SE O MESMO
      * MES DE UM ANO ANTES DELE.
       PROJETA-CLIENTE.
           MOVE WS-CLI-ATUAL TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 OR CLI-STATUS = "I"
              GO TO F-PROJETA-CLIENTE
           END-IF
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
              GO TO F-PROJETA-CLIENTE
           END-IF
           MOVE ZEROS TO WS-RECEITA-ANO
           MOVE ZEROS TO WS-RECEITA-ANTERIOR
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 24
              IF WS-IDX < 13
                 ADD WS-HIS-VALOR(WS-IDX) TO WS-RECEITA-ANO
              ELSE
                 ADD WS-HIS-VALOR(WS-IDX) TO WS-RECEITA-ANTERIOR
              END-IF
           END-PERFORM
           IF WS-RECEITA-ANO NOT > ZEROS
              ADD 1 TO WS-TOTAL-SEM-RECEITA
              GO TO F-PROJETA-CLIENTE
           END-IF
           MOVE 1 TO WS-TENDENCIA
           IF WS-RECEITA-ANTERIOR > ZEROS
              COMPUTE WS-TENDENCIA ROUNDED =
                 WS-RECEITA-ANO / WS-RECEITA-ANTERIOR
                 ON SIZE ERROR
                    MOVE 1,5 TO WS-TENDENCIA
              END-COMPUTE
              IF WS-TENDENCIA < 0,5
                 MOVE 0,5 TO WS-TENDENCIA
              END-IF
              IF WS-TENDENCIA > 1,5
                 MOVE 1,5 TO WS-TENDENCIA
              END-IF
           END-IF
           COMPUTE WS-MEDIA-MENSAL ROUNDED = WS-RECEITA-ANO / 12

           MOVE ZEROS TO WS-VEN-ATUAL
           MOVE WS-CLI-ATUAL TO DM-CLI-CODIGO
           READ ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE DM-VEN-CODIGO TO WS-VEN-ATUAL
           END-IF
           COMPUTE WS-IDX-VEN = WS-VEN-ATUAL + 1
           IF WS-VPV-NOME(WS-IDX-VEN) = SPACES
              MOVE DM-VEN-RAZAO-SOCIAL TO WS-VPV-NOME(WS-IDX-VEN)
           END-IF
           MOVE "??" TO WS-UF-ATUAL
           IF WS-EXISTE-ENDERECO = "S"
              MOVE WS-CLI-ATUAL TO END-CLI-CODIGO
              READ ARQ-CLI-ENDERECO
              IF WS-RESULTADO-END = 00 AND END-UF NOT = SPACES
                 MOVE END-UF TO WS-UF-ATUAL
              END-IF
           END-IF
           PERFORM ACHA-UF THRU F-ACHA-UF
           MOVE ZEROS TO WS-MIX-TOTAL
           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
              UNTIL WS-IDX-LINHA > WS-QTD-LINHAS
              ADD WS-MIX-VALOR(WS-IDX-LINHA) TO WS-MIX-TOTAL
           END-PERFORM

           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > WS-HORIZONTE
              IF WS-IDX-MES < 12
                 COMPUTE WS-IDX = 12 - WS-IDX-MES
              ELSE
                 MOVE 12 TO WS-IDX
              END-IF
              MOVE ZEROS TO WS-MESMO-MES
              IF WS-HIS-VALOR(WS-IDX) > ZEROS
                 MOVE WS-HIS-VALOR(WS-IDX) TO WS-MESMO-MES
              END-IF
              COMPUTE WS-PREVISAO-MES ROUNDED = WS-TENDENCIA *
                 (WS-PESO-SAZONAL * WS-MESMO-MES +
                  (100 - WS-PESO-SAZONAL) * WS-MEDIA-MENSAL) / 100
              PERFORM CONSOLIDA-MES THRU F-CONSOLIDA-MES
           END-PERFORM
           ADD 1 TO WS-TOTAL-PROJETADOS.
       F-PROJETA-CLIENTE. EXIT.

      * PREVISAO DO CLIENTE NA COMPETENCIA WS-IDX-MES: GRAVADA NO
      * PREVISAO.DAT E SOMADA AO VENDEDOR, A UF E AS LINHAS.
       CONSOLIDA-MES.
           MOVE WS-CLI-ATUAL    TO PRV-CLI-CODIGO
           MOVE WS-VEN-ATUAL    TO PRV-VEN-CODIGO
           MOVE WS-UF-ATUAL     TO PRV-UF
           MOVE WS-CMP-COMPETENCIA(WS-IDX-MES) TO PRV-COMPETENCIA
           MOVE WS-PREVISAO-MES TO PRV-VALOR
           MOVE DATA-DE-HOJE    TO PRV-DATA-GERACAO
           WRITE REG-PREVISAO
           ADD 1 TO WS-TOTAL-GRAVADOS
           ADD WS-PREVISAO-MES TO WS-VPV-PREV(WS-IDX-VEN WS-IDX-MES)
           ADD WS-PREVISAO-MES TO WS-TOT-PREV(WS-IDX-MES)
           IF WS-IDX-UF > ZEROS
              ADD WS-PREVISAO-MES TO WS-UFP-PREV(WS-IDX-UF WS-IDX-MES)
           END-IF
           IF WS-MIX-TOTAL = ZEROS
              MOVE ZEROS TO WS-LINHA-BUSCA
              PERFORM ACHA-ENTRADA-LINHA THRU F-ACHA-ENTRADA-LINHA
              IF WS-IDX-LINHA > ZEROS
                 ADD WS-PREVISAO-MES
                    TO WS-LIN-PREV(WS-IDX-LINHA WS-IDX-MES)
              END-IF
              GO TO F-CONSOLIDA-MES
           END-IF
           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
              UNTIL WS-IDX-LINHA > WS-QTD-LINHAS
              IF WS-MIX-VALOR(WS-IDX-LINHA) > ZEROS
                 COMPUTE WS-VALOR-LINHA ROUNDED = WS-PREVISAO-MES *
                    WS-MIX-VALOR(WS-IDX-LINHA) / WS-MIX-TOTAL
                 ADD WS-VALOR-LINHA
                    TO WS-LIN-PREV(WS-IDX-LINHA WS-IDX-MES)
              END-IF
           END-PERFORM.
       F-CONSOLIDA-MES. EXIT.

       ACHA-ENTRADA-LINHA.
           MOVE ZEROS TO WS-IDX-LINHA
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-LINHAS
              IF WS-LIN-CODIGO(WS-IDX) = WS-LINHA-BUSCA
                 AND WS-IDX-LINHA = ZEROS
                 MOVE WS-IDX TO WS-IDX-LINHA
              END-IF
           END-PERFORM
           IF WS-IDX-LINHA = ZEROS AND WS-QTD-LINHAS < 50
              ADD 1 TO WS-QTD-LINHAS
              MOVE WS-LINHA-BUSCA TO WS-LIN-CODIGO(WS-QTD-LINHAS)
              MOVE WS-QTD-LINHAS TO WS-IDX-LINHA
           END-IF.
       F-ACHA-ENTRADA-LINHA. EXIT.

       ACHA-UF.
           MOVE ZEROS TO WS-IDX-UF
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-UFS
              IF WS-UFP-UF(WS-IDX) = WS-UF-ATUAL
                 AND WS-IDX-UF = ZEROS
                 MOVE WS-IDX TO WS-IDX-UF
              END-IF
           END-PERFORM
           IF WS-IDX-UF = ZEROS AND WS-QTD-UFS < 40
              ADD 1 TO WS-QTD-UFS
              MOVE WS-UF-ATUAL TO WS-UFP-UF(WS-QTD-UFS)
              MOVE WS-QTD-UFS  TO WS-IDX-UF
           END-IF.
       F-ACHA-UF. EXIT.

      * METAS JA CADASTRADAS PARA AS COMPETENCIAS DO HORIZONTE.
       LE-METAS.
           PERFORM UNTIL EXIT
              READ ARQ-META NEXT AT END
                 EXIT PERFORM
              END-READ
              IF WS-EMPRESA-SESSAO NOT = ZEROS
                 AND WS-EXISTE-VENDEDOR = "S"
                 MOVE MET-VEN-CODIGO TO VEN-CODIGO
                 READ ARQ-VENDEDOR
                 IF WS-RESULTADO-VEN = 00
                    AND VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              COMPUTE WS-IDX-VEN = MET-VEN-CODIGO + 1
              PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > WS-HORIZONTE
                 IF WS-CMP-COMPETENCIA(WS-IDX-MES) = MET-COMPETENCIA
                    ADD MET-VALOR
                       TO WS-VPV-META(WS-IDX-VEN WS-IDX-MES)
                    ADD MET-VALOR TO WS-TOT-META(WS-IDX-MES)
                 END-IF
              END-PERFORM
           END-PERFORM.
       F-LE-METAS. EXIT.

      * PREVISAO X META POR VENDEDOR TITULAR (QUEM TEM PREVISAO OU
      * META NO HORIZONTE) E DEPOIS O TOTAL DA EMPRESA; AS METAS
      * SUGERIDAS SAO GRAVADAS JUNTO.
       IMPRIME-VENDEDORES.
           MOVE "PREVISAO X META POR VENDEDOR TITULAR" TO SEC-TITULO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-SECAO AFTER 1 LINES
           PERFORM VARYING WS-IDX-VEN FROM 1 BY 1
              UNTIL WS-IDX-VEN > 1000
              MOVE ZEROS TO WS-SOMA-PREV
              MOVE ZEROS TO WS-SOMA-META
              PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > WS-HORIZONTE
                 MOVE WS-VPV-PREV(WS-IDX-VEN WS-IDX-MES)
                    TO WS-BLC-PREV(WS-IDX-MES)
                 MOVE WS-VPV-META(WS-IDX-VEN WS-IDX-MES)
                    TO WS-BLC-META(WS-IDX-MES)
                 ADD WS-BLC-PREV(WS-IDX-MES) TO WS-SOMA-PREV
                 ADD WS-BLC-META(WS-IDX-MES) TO WS-SOMA-META
              END-PERFORM
              IF WS-SOMA-PREV > ZEROS OR WS-SOMA-META > ZEROS
                 PERFORM IMPRIME-VENDEDOR THRU F-IMPRIME-VENDEDOR
              END-IF
           END-PERFORM
           MOVE ZEROS TO WS-SOMA-PREV
           MOVE ZEROS TO WS-SOMA-META
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > WS-HORIZONTE
              MOVE WS-TOT-PREV(WS-IDX-MES) TO WS-BLC-PREV(WS-IDX-MES)
              MOVE WS-TOT-META(WS-IDX-MES) TO WS-BLC-META(WS-IDX-MES)
              ADD WS-BLC-PREV(WS-IDX-MES) TO WS-SOMA-PREV
              ADD WS-BLC-META(WS-IDX-MES) TO WS-SOMA-META
           END-PERFORM
           IF CONTADOR-LINHA > 45
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE SPACES             TO CABECALHO-VENDEDOR
           MOVE "TOTAL DA EMPRESA" TO CABECALHO-VENDEDOR(1:16)
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-VENDEDOR AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1 AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           PERFORM IMPRIME-BLOCO THRU F-IMPRIME-BLOCO.
       F-IMPRIME-VENDEDORES. EXIT.

       IMPRIME-VENDEDOR.
           COMPUTE WS-VEN-ATUAL = WS-IDX-VEN - 1
           IF WS-VPV-NOME(WS-IDX-VEN) = SPACES
              AND WS-EXISTE-VENDEDOR = "S"
              MOVE WS-VEN-ATUAL TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VEN = 00
                 MOVE VEN-NOME TO WS-VPV-NOME(WS-IDX-VEN)
              END-IF
           END-IF
           IF CONTADOR-LINHA > 45
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE WS-VEN-ATUAL            TO CABVEN-CODIGO
           MOVE WS-VPV-NOME(WS-IDX-VEN) TO CABVEN-NOME
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-VENDEDOR AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1 AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           PERFORM IMPRIME-BLOCO THRU F-IMPRIME-BLOCO
           ADD 1 TO WS-TOTAL-VENDEDORES
           IF WS-GERA-SUGESTAO = "S" AND WS-VEN-ATUAL > ZEROS
              PERFORM GRAVA-SUGESTOES THRU F-GRAVA-SUGESTOES
           END-IF.
       F-IMPRIME-VENDEDOR. EXIT.

      * UMA LINHA POR COMPETENCIA DO BLOCO E A LINHA DE TOTAL.
       IMPRIME-BLOCO.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > WS-HORIZONTE
              COMPUTE WS-MES-NUMERO = WS-MES-ATUAL + WS-IDX-MES
              PERFORM NUMERO-PARA-COMPETENCIA
                 THRU F-NUMERO-PARA-COMPETENCIA
              PERFORM EDITA-COMPETENCIA THRU F-EDITA-COMPETENCIA
              MOVE WS-BLC-PREV(WS-IDX-MES) TO WS-PREVISAO-MES
              MOVE WS-BLC-META(WS-IDX-MES) TO WS-MEDIA-MENSAL
              PERFORM IMPRIME-DETALHE THRU F-IMPRIME-DETALHE
           END-PERFORM
           MOVE "TOTAL"      TO DET-COMPETENCIA
           MOVE WS-SOMA-PREV TO WS-PREVISAO-MES
           MOVE WS-SOMA-META TO WS-MEDIA-MENSAL
           PERFORM IMPRIME-DETALHE THRU F-IMPRIME-DETALHE.
       F-IMPRIME-BLOCO. EXIT.

      * PREVISAO EM WS-PREVISAO-MES E META EM WS-MEDIA-MENSAL.
       IMPRIME-DETALHE.
           MOVE WS-PREVISAO-MES TO DET-PREVISAO
           MOVE WS-MEDIA-MENSAL TO DET-META
           COMPUTE WS-DIFERENCA = WS-PREVISAO-MES - WS-MEDIA-MENSAL
           MOVE WS-DIFERENCA    TO DET-DIFERENCA
           MOVE SPACES          TO DET-OBSERVACAO
           IF WS-MEDIA-MENSAL > ZEROS
              COMPUTE WS-PERCENTUAL ROUNDED =
                 WS-PREVISAO-MES * 100 / WS-MEDIA-MENSAL
                 ON SIZE ERROR
                    MOVE 99999,99 TO WS-PERCENTUAL
              END-COMPUTE
              MOVE WS-PERCENTUAL TO DET-PERCENTUAL
              IF WS-PREVISAO-MES < WS-MEDIA-MENSAL
                 MOVE "  ABAIXO DA META" TO DET-OBSERVACAO
              END-IF
           ELSE
              MOVE ZEROS TO DET-PERCENTUAL
              MOVE "  SEM META CADASTRADA" TO DET-OBSERVACAO
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES.
       F-IMPRIME-DETALHE. EXIT.

      * META SUGERIDA = PREVISAO DO VENDEDOR + ACRESCIMO %, UMA POR
      * COMPETENCIA COM PREVISAO.
       GRAVA-SUGESTOES.
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > WS-HORIZONTE
              IF WS-BLC-PREV(WS-IDX-MES) > ZEROS
                 MOVE WS-VEN-ATUAL TO SUG-VEN-CODIGO
                 MOVE WS-CMP-COMPETENCIA(WS-IDX-MES)
                    TO SUG-COMPETENCIA
                 MOVE WS-BLC-PREV(WS-IDX-MES) TO SUG-PREVISAO
                 COMPUTE SUG-VALOR ROUNDED = WS-BLC-PREV(WS-IDX-MES)
                    * (100 + WS-ACRESCIMO) / 100
                 MOVE WS-ACRESCIMO TO SUG-ACRESCIMO
                 MOVE DATA-DE-HOJE TO SUG-DATA-GERACAO
                 WRITE REGISTRO-META-SUGERIDA
                 ADD 1 TO WS-TOTAL-SUGERIDAS
              END-IF
           END-PERFORM.
       F-GRAVA-SUGESTOES. EXIT.

       IMPRIME-UFS.
           IF CONTADOR-LINHA > 50
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE "PREVISAO POR UF (R$ MIL)" TO SEC-TITULO
           MOVE "UF" TO CMT-ROTULO
           PERFORM CABECALHO-DA-MATRIZ THRU F-CABECALHO-DA-MATRIZ
           PERFORM VARYING WS-IDX-UF FROM 1 BY 1
              UNTIL WS-IDX-UF > WS-QTD-UFS
              MOVE SPACES TO LINHA-MATRIZ
              MOVE WS-UFP-UF(WS-IDX-UF) TO MAT-ROTULO
              MOVE ZEROS TO WS-SOMA-PREV
              PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > WS-HORIZONTE
                 MOVE WS-UFP-PREV(WS-IDX-UF WS-IDX-MES)
                    TO WS-PREVISAO-MES
                 PERFORM COLUNA-DA-MATRIZ THRU F-COLUNA-DA-MATRIZ
              END-PERFORM
              COMPUTE WS-EM-MIL ROUNDED = WS-SOMA-PREV / 1000
              MOVE WS-EM-MIL TO MAT-TOTAL
              PERFORM CONTA-LINHA
              WRITE LINHA FROM LINHA-MATRIZ AFTER 1 LINES
           END-PERFORM.
       F-IMPRIME-UFS. EXIT.

       IMPRIME-LINHAS.
           IF CONTADOR-LINHA > 50
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           MOVE "PREVISAO POR LINHA DE PRODUTO (R$ MIL)" TO SEC-TITULO
           MOVE "LINHA DE PRODUTO" TO CMT-ROTULO
           PERFORM CABECALHO-DA-MATRIZ THRU F-CABECALHO-DA-MATRIZ
           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
              UNTIL WS-IDX-LINHA > WS-QTD-LINHAS
              MOVE SPACES TO LINHA-MATRIZ
              PERFORM ROTULO-DA-LINHA THRU F-ROTULO-DA-LINHA
              MOVE ZEROS TO WS-SOMA-PREV
              PERFORM VARYING WS-IDX-MES FROM 1 BY 1
                 UNTIL WS-IDX-MES > WS-HORIZONTE
                 MOVE WS-LIN-PREV(WS-IDX-LINHA WS-IDX-MES)
                    TO WS-PREVISAO-MES
                 PERFORM COLUNA-DA-MATRIZ THRU F-COLUNA-DA-MATRIZ
              END-PERFORM
              COMPUTE WS-EM-MIL ROUNDED = WS-SOMA-PREV / 1000
              MOVE WS-EM-MIL TO MAT-TOTAL
              PERFORM CONTA-LINHA
              WRITE LINHA FROM LINHA-MATRIZ AFTER 1 LINES
           END-PERFORM.
       F-IMPRIME-LINHAS. EXIT.

       CABECALHO-DA-MATRIZ.
           MOVE SPACES TO CABECALHO-MATRIZ(23:)
           MOVE "        TOTAL" TO CABECALHO-MATRIZ(23:13)
           PERFORM VARYING WS-IDX-MES FROM 1 BY 1
              UNTIL WS-IDX-MES > WS-HORIZONTE
              COMPUTE WS-MES-NUMERO = WS-MES-ATUAL + WS-IDX-MES
              PERFORM NUMERO-PARA-COMPETENCIA
                 THRU F-NUMERO-PARA-COMPETENCIA
              PERFORM EDITA-COMPETENCIA THRU F-EDITA-COMPETENCIA
              MOVE DET-COMPETENCIA TO CMT-COMPETENCIA(WS-IDX-MES)
           END-PERFORM
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-SECAO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-MATRIZ AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA.
       F-CABECALHO-DA-MATRIZ. EXIT.

       COLUNA-DA-MATRIZ.
           ADD WS-PREVISAO-MES TO WS-SOMA-PREV
           COMPUTE WS-EM-MIL ROUNDED = WS-PREVISAO-MES / 1000
           MOVE WS-EM-MIL TO MAT-VALOR(WS-IDX-MES).
       F-COLUNA-DA-MATRIZ. EXIT.

       ROTULO-DA-LINHA.
           MOVE WS-LIN-CODIGO(WS-IDX-LINHA) TO MAT-ROTULO(1:3)
           IF WS-LIN-CODIGO(WS-IDX-LINHA) = ZEROS
              MOVE "SEM ITENS" TO MAT-ROTULO(5:18)
              GO TO F-ROTULO-DA-LINHA
           END-IF
           IF WS-EXISTE-LINHAS = "S"
              MOVE WS-LIN-CODIGO(WS-IDX-LINHA) TO LPR-CODIGO
              READ ARQ-LINHA-PROD
              IF WS-RESULTADO-LPR = 00
                 MOVE LPR-DESCRICAO TO MAT-ROTULO(5:18)
              END-IF
           END-IF.
       F-ROTULO-DA-LINHA. EXIT.

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
