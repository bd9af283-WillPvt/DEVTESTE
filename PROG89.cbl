       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG89.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- CAMPANHAS DE VENDAS -------
      * AS CAMPANHAS DE REATIVACAO E DE VENDA CRUZADA DO MARKETING
      * SAIAM DE LISTAS TIRADAS A MAO DO RINATIVOS.TXT E DO RABC.TXT,
      * SEM REGISTRO DO QUE A CAMPANHA TROUXE. AQUI SE MANTEM O
      * CAMPANHA.DAT (PERIODO, TIPO E LINHAS DE PRODUTO FOCO) E A
      * LISTA DE CLIENTES DE CADA CAMPANHA NO CAMPCLI.DAT. FUNCOES:
      *   M - MANUTENCAO DAS CAMPANHAS (NIVEL 2);
      *   L - MONTAGEM DA LISTA DE CLIENTES (NIVEL 2) POR UM CRITERIO:
      *       I = CLIENTES ATIVOS SEM COMPRA HA MAIS DE N DIAS (COMO
      *           NO PROG50, PADRAO 90; SEM PEDIDO ALGUM TAMBEM ENTRA);
      *       A = CLIENTES ATIVOS DA CLASSE ABC INFORMADA (PROG38,
      *           PADRAO A);
      *       R = CLIENTES ATIVOS COM RISCO DE PERDA (PROG81) A PARTIR
      *           DA PONTUACAO INFORMADA (PADRAO 50);
      *       F = CARGA DE ARQUIVO COM UM CODIGO DE CLIENTE POR LINHA
      *           (PADRAO CAMPALVO.CSV).
      *       1 EM CADA N CLIENTES ELEGIVEIS (PADRAO 5) FICA NO GRUPO
      *       DE CONTROLE: MESMO PERFIL, MAS SEM SINALIZACAO AO
      *       VENDEDOR. OS DEMAIS SAO O ALVO, MARCADO "(CAMP NNNNN)"
      *       NA AGENDA DO PROG39 E MOSTRADO NA CONSULTA 360 (PROG21)
      *       ENQUANTO A CAMPANHA ESTA EM ANDAMENTO. MONTAR DE NOVO
      *       SUBSTITUI A LISTA; DEPOIS DO TERMINO A LISTA NAO MUDA;
      *   R - RESULTADOS DA CAMPANHA ENCERRADA (RCAMPANHA.TXT): OS
      *       PEDIDOS (PEDIDO.DAT) E OS ITENS NAS LINHAS FOCO
      *       (PEDIDOITEM.DAT) DOS CLIENTES DA LISTA DENTRO DO
      *       PERIODO, ALVO CONTRA CONTROLE: CLIENTES QUE COMPRARAM,
      *       % DE CONVERSAO, VALOR ATRIBUIDO POR CLIENTE E A RECEITA
      *       INCREMENTAL ESTIMADA DO ALVO.
      *       COMPROU: NA REATIVACAO, QUALQUER PEDIDO NO PERIODO; NA
      *       VENDA CRUZADA, ITEM DE UMA LINHA FOCO (SEM LINHA FOCO,
      *       QUALQUER PEDIDO). VALOR ATRIBUIDO: O DOS ITENS NAS
      *       LINHAS FOCO (SEM LINHA FOCO, O DOS PEDIDOS).
      *       SO ENTRAM NOS RESULTADOS OS CLIENTES DA LISTA QUE SAO DA
      *       EMPRESA ESCOLHIDA NO SIGN-ON (TODOS NA SESSAO
      *       CONSOLIDADA, EMPRESA 00).

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

           SELECT ARQ-LINHA-PROD ASSIGN TO DISK WID-ARQ-LINHA-PROD
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LPR-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-LPR.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

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

           SELECT ARQ-CLASSE-ABC ASSIGN TO DISK WID-ARQ-CLASSE-ABC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ABC-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ABC.

           SELECT ARQ-RISCO ASSIGN TO DISK WID-ARQ-RISCO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RSC-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-RSC.

           SELECT ARQ-ALVO ASSIGN TO DISK WS-LOCAL-ARQ-ALVO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-ALV.

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
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-CAMPANHA.FD".

       COPY "ARQ-CAMPANHA-CLI.FD".

       COPY "ARQ-LINHA-PROD.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-PEDIDO-ITEM.FD".

       COPY "ARQ-CLASSE-ABC.FD".

       COPY "ARQ-RISCO.FD".

      * LISTA DE CLIENTES PREPARADA PELO MARKETING: CODIGO DO CLIENTE
      * COM 7 DIGITOS NO INICIO DE CADA LINHA (O RESTO E IGNORADO);
      * LINHAS EM BRANCO SAO PULADAS.
       FD ARQ-ALVO.
          01 REG-ALVO.
             02 ALV-CLI-CODIGO        PIC X(07).
             02 FILLER                PIC X(73).

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
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-CAMPANHA      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CAMPANHA-CLI  PIC X(50) VALUE SPACES.
       77 WID-ARQ-LINHA-PROD    PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-PED-ITEM      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLASSE-ABC    PIC X(50) VALUE SPACES.
       77 WID-ARQ-RISCO         PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-ALVO     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-RELATORIO    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CMP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CPC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-LPR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ITM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ABC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RSC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ALV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EMPRESA-CLIENTE    PIC 9(02) VALUE 01.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
       77 WS-CONFIRMA           PIC X(01) VALUE SPACES.
       77 WS-EXISTE-LINHA-PROD  PIC X(01) VALUE "N".
       77 WS-EXISTE-DIST-MEST   PIC X(01) VALUE "N".
       77 WS-EXISTE-ITEM        PIC X(01) VALUE "N".
       77 WS-ARQUIVOS-OK        PIC X(01) VALUE "N".
       77 WS-DADOS-OK           PIC X(01) VALUE "N".
       77 WS-CAMPANHA-INFORMADA PIC 9(05) VALUE ZEROS.
       77 WS-DESCRICAO-INFORMADA PIC X(40) VALUE SPACES.
       77 WS-TIPO-INFORMADO     PIC X(01) VALUE SPACES.
       77 WS-DATA-INICIO        PIC X(10) VALUE SPACES.
       77 WS-DATA-FIM           PIC X(10) VALUE SPACES.
       77 WS-INICIO-NUM         PIC 9(08) VALUE ZEROS.
       77 WS-FIM-NUM            PIC 9(08) VALUE ZEROS.
       01 WS-LINHAS-INFORMADAS.
          02 WS-LINHA-INFORMADA PIC 9(03) OCCURS 5.
       77 WS-IDX-LINHA          PIC 9(01) VALUE ZEROS.
       77 WS-COLUNA-LINHA       PIC 9(02) VALUE ZEROS.
       77 WS-POSICAO-TELA       PIC 9(04) VALUE ZEROS.
       77 WS-TEM-LINHAS         PIC X(01) VALUE "N".
       77 WS-HOJE-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INTEIRA       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INTEIRA       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-TRAB          PIC X(10) VALUE SPACES.
       77 WS-DATA-VALIDA        PIC X(01) VALUE "N".

      * MONTAGEM DA LISTA.
       77 WS-CRITERIO           PIC X(01) VALUE SPACES.
       77 WS-VALOR-CRITERIO     PIC X(20) VALUE SPACES.
       77 WS-DIAS-INATIVO       PIC 9(05) VALUE ZEROS.
       77 WS-CLASSE-ALVO        PIC X(01) VALUE SPACES.
       77 WS-PONTUACAO-MINIMA   PIC 9(03) VALUE ZEROS.
       77 WS-PASSO-CONTROLE     PIC 9(02) VALUE ZEROS.
       77 WS-ELEGIVEL           PIC X(01) VALUE "N".
       77 WS-ULT-PEDIDO-NUM     PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-SILENCIO      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ELEGIVEIS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALVO           PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONTROLE       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECUSADOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REMOVIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-QUOCIENTE          PIC 9(05) VALUE ZEROS.
       77 WS-RESTO              PIC 9(02) VALUE ZEROS.

      * RESULTADOS: TOTAIS DO CLIENTE EM PAUTA E DE CADA GRUPO
      * (1 = ALVO, 2 = CONTROLE).
       77 WS-IDX-GRUPO          PIC 9(01) VALUE ZEROS.
       77 WS-CLI-PEDIDOS        PIC 9(05) VALUE ZEROS.
       77 WS-CLI-VALOR          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-CLI-VALOR-LINHAS   PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-CLI-ITENS-LINHAS   PIC 9(05) VALUE ZEROS.
       77 WS-CLI-ATRIBUIDO      PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-CLI-COMPROU        PIC X(01) VALUE "N".
       01 WS-TOTAIS-GRUPO.
          02 WS-GRP OCCURS 2.
             03 WS-GRP-CLIENTES      PIC 9(05).
             03 WS-GRP-COMPRARAM     PIC 9(05).
             03 WS-GRP-PEDIDOS       PIC 9(07).
             03 WS-GRP-VALOR         PIC 9(13)V9(02).
             03 WS-GRP-ATRIBUIDO     PIC 9(13)V9(02).
             03 WS-GRP-CONVERSAO     PIC 9(03)V9(01).
             03 WS-GRP-POR-CLIENTE   PIC 9(11)V9(02).
       77 WS-DIF-CONVERSAO      PIC S9(03)V9(01) VALUE ZEROS.
       77 WS-DIF-POR-CLIENTE    PIC S9(11)V9(02) VALUE ZEROS.
       77 WS-INCREMENTAL        PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-TIPO-TEXTO         PIC X(15) VALUE SPACES.
       77 WS-CRITERIO-TEXTO     PIC X(50) VALUE SPACES.
       77 WS-LINHAS-TEXTO       PIC X(20) VALUE SPACES.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(20) VALUE SPACES.
          02 CAB-TITULO   PIC X(50).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(17) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 LINHA-INFO             PIC X(132) VALUE SPACES.

       01 CABECALHO-RES.
          02 FILLER PIC X(09) VALUE "CLIENTE".
          02 FILLER PIC X(41) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(09) VALUE "GRUPO".
          02 FILLER PIC X(05) VALUE "VEN".
          02 FILLER PIC X(08) VALUE "PEDIDOS".
          02 FILLER PIC X(20) VALUE "       VALOR PEDIDOS".
          02 FILLER PIC X(20) VALUE "   VALOR LINHAS FOCO".
          02 FILLER PIC X(20) VALUE "     VALOR ATRIBUIDO".

       01 DETALHE-RES.
          02 DRS-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DRS-CLI-RAZAO       PIC X(40).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DRS-GRUPO           PIC X(08).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DRS-VEN-CODIGO      PIC 9(03).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DRS-PEDIDOS         PIC ZZZZ9.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DRS-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DRS-VALOR-LINHAS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DRS-ATRIBUIDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(04) VALUE SPACES.

       01 CABECALHO-RESUMO.
          02 FILLER PIC X(11) VALUE "GRUPO".
          02 FILLER PIC X(10) VALUE "  CLIENTES".
          02 FILLER PIC X(11) VALUE "  COMPRARAM".
          02 FILLER PIC X(12) VALUE "  % CONVERS.".
          02 FILLER PIC X(10) VALUE "   PEDIDOS".
          02 FILLER PIC X(20) VALUE "       VALOR PEDIDOS".
          02 FILLER PIC X(20) VALUE "     VALOR ATRIBUIDO".
          02 FILLER PIC X(18) VALUE "  ATRIB. P/CLIENTE".

       01 DETALHE-RESUMO.
          02 DRE-GRUPO           PIC X(10).
          02 FILLER              PIC X(05) VALUE SPACES.
          02 DRE-CLIENTES        PIC ZZ.ZZ9.
          02 FILLER              PIC X(05) VALUE SPACES.
          02 DRE-COMPRARAM       PIC ZZ.ZZ9.
          02 FILLER              PIC X(07) VALUE SPACES.
          02 DRE-CONVERSAO       PIC ZZ9,9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DRE-PEDIDOS         PIC ZZZ.ZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DRE-VALOR           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DRE-ATRIBUIDO       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DRE-POR-CLIENTE     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(18) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER              PIC X(40).
          02 LTO-VALOR           PIC ZZZ.ZZ9.
          02 FILLER              PIC X(85) VALUE SPACES.

       01 LINHA-TOTAL-PONTOS.
          02 FILLER              PIC X(40).
          02 LTP-VALOR           PIC -ZZ9,9.
          02 FILLER              PIC X(07) VALUE " PONTOS".
          02 FILLER              PIC X(79) VALUE SPACES.

       01 LINHA-TOTAL-VALOR.
          02 FILLER              PIC X(40).
          02 LTV-VALOR           PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(74) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CAMPANHA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  CAMPANHAS DE VENDAS  ".
          02 LINE 02 COLUMN 73 VALUE "PROG89".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO: M = MANUTENCAO, L = MONTAR LISTA DE CLIENTES,".
          02 LINE 06 COLUMN 01 VALUE
             "        R = RESULTADOS DA CAMPANHA ENCERRADA.......:".

       01 TELA-LISTA.
          02 LINE 08 COLUMN 01 VALUE
             "CODIGO DA CAMPANHA..........................:".
          02 LINE 10 COLUMN 01 VALUE
             "CRITERIO: I = INATIVIDADE, A = CLASSE ABC,".
          02 LINE 11 COLUMN 01 VALUE
             "          R = RISCO DE PERDA, F = ARQUIVO...:".
          02 LINE 13 COLUMN 01 VALUE
             "DIAS SEM COMPRA (I), CLASSE (A), PONTUACAO".
          02 LINE 14 COLUMN 01 VALUE
             "MINIMA (R) OU ARQUIVO (F) - VAZIO = PADRAO..:".
          02 LINE 16 COLUMN 01 VALUE
             "1 EM CADA N CLIENTES NO CONTROLE (ZERO = 5).:".
          02 LINE 18 COLUMN 01 VALUE
             "CONFIRMA A MONTAGEM DA LISTA (S/N)?.........:".

       01 TELA-RESULTADO.
          02 LINE 08 COLUMN 01 VALUE
             "CODIGO DA CAMPANHA..........................:".

       01 TELA-MANUTENCAO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  CAMPANHAS DE VENDAS  ".
          02 LINE 02 COLUMN 73 VALUE "PROG89".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01
             VALUE "OPERACAO: INCLUIR (I), ALTERAR (A) OU EXCLUIR (E)?".
          02 LINE 06 COLUMN 01
             VALUE "CODIGO DA CAMPANHA................".
          02 LINE 08 COLUMN 01
             VALUE "DESCRICAO.........................".
          02 LINE 10 COLUMN 01
             VALUE "TIPO (R=REATIVACAO X=VENDA CRUZADA)".
          02 LINE 12 COLUMN 01
             VALUE "DATA DE INICIO (DD/MM/AAAA).......".
          02 LINE 14 COLUMN 01
             VALUE "DATA DE TERMINO (DD/MM/AAAA)......".
          02 LINE 16 COLUMN 01
             VALUE "LINHAS FOCO (ZEROS = TODAS).......".
          02 LINE 18 COLUMN 01
             VALUE "LISTA: CRITERIO / ALVO / CONTROLE.".
          02 LINE 22 COLUMN 01
             VALUE "MANTER OUTRA CAMPANHA (S/N)?......".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  CAMPANHAS DE VENDAS  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "CLIENTES NO ALVO.......:".
          02 LINE 06 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-ALVO.
          02 LINE 07 COLUMN 01 VALUE "CLIENTES NO CONTROLE...:".
          02 LINE 07 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-CONTROLE.
          02 LINE 08 COLUMN 01 VALUE "RECUSADOS NA LISTA.....:".
          02 LINE 08 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-RECUSADOS.
          02 LINE 09 COLUMN 01 VALUE "COMPRARAM NO ALVO......:".
          02 LINE 09 COLUMN 26 PIC ZZ.ZZ9 FROM WS-GRP-COMPRARAM(1).
          02 LINE 10 COLUMN 01 VALUE "COMPRARAM NO CONTROLE..:".
          02 LINE 10 COLUMN 26 PIC ZZ.ZZ9 FROM WS-GRP-COMPRARAM(2).
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           INITIALIZE WS-TOTAIS-GRUPO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG89" TO WS-OPERADOR-ATUAL
           END-IF
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-NUM(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-NUM(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-NUM(7:2)
           COMPUTE WS-HOJE-INTEIRA =
              FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)

           DISPLAY TELA-CAMPANHA AT 0101
           PERFORM UNTIL WS-FUNCAO = "M" OR = "L" OR = "R"
              ACCEPT WS-FUNCAO AT 0654
           END-PERFORM
      * MANUTENCAO E MONTAGEM DA LISTA ALTERAM CADASTROS E SEGUEM O
      * NIVEL DAS DEMAIS MANUTENCOES; O RELATORIO E SO CONSULTA.
           IF (WS-FUNCAO = "M" OR WS-FUNCAO = "L")
              AND WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE "CAMPANHA.DAT" TO WID-ARQ-CAMPANHA
           OPEN I-O ARQ-CAMPANHA
           IF WS-RESULTADO-CMP = 35
              OPEN OUTPUT ARQ-CAMPANHA
              CLOSE ARQ-CAMPANHA
              OPEN I-O ARQ-CAMPANHA
           END-IF
           IF WS-RESULTADO-CMP NOT = 00
              DISPLAY "ERRO NA ABERTURA DO CAMPANHA.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-CMP AT 2445
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "CAMPCLI.DAT" TO WID-ARQ-CAMPANHA-CLI
           OPEN I-O ARQ-CAMPANHA-CLI
           IF WS-RESULTADO-CPC = 35
              OPEN OUTPUT ARQ-CAMPANHA-CLI
              CLOSE ARQ-CAMPANHA-CLI
              OPEN I-O ARQ-CAMPANHA-CLI
           END-IF
           IF WS-RESULTADO-CPC NOT = 00
              DISPLAY "ERRO NA ABERTURA DO CAMPCLI.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-CPC AT 2444
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              CLOSE ARQ-CAMPANHA
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           IF WS-FUNCAO = "M"
              MOVE "N" TO WS-EXISTE-LINHA-PROD
              MOVE "LINHAPROD.DAT" TO WID-ARQ-LINHA-PROD
              OPEN INPUT ARQ-LINHA-PROD
              IF WS-RESULTADO-LPR = 00
                 MOVE "S" TO WS-EXISTE-LINHA-PROD
              END-IF
              PERFORM UNTIL WS-CONTINUA NOT = "S"
                 PERFORM MANUTENCAO-CAMPANHA
                    THRU F-MANUTENCAO-CAMPANHA
                 MOVE SPACES TO WS-CONTINUA
                 PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                    ACCEPT WS-CONTINUA AT 2236
                 END-PERFORM
              END-PERFORM
              IF WS-EXISTE-LINHA-PROD = "S"
                 CLOSE ARQ-LINHA-PROD
              END-IF
              CLOSE ARQ-CAMPANHA
              CLOSE ARQ-CAMPANHA-CLI
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              CLOSE ARQ-CAMPANHA
              CLOSE ARQ-CAMPANHA-CLI
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           IF WS-FUNCAO = "L"
              DISPLAY TELA-LISTA
              PERFORM MONTA-LISTA THRU F-MONTA-LISTA
           END-IF
           IF WS-FUNCAO = "R"
              DISPLAY TELA-RESULTADO
              PERFORM EMITE-RESULTADO THRU F-EMITE-RESULTADO
           END-IF

           CLOSE ARQ-CAMPANHA
           CLOSE ARQ-CAMPANHA-CLI
           CLOSE ARQ-CLIENTE
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           IF WS-EXEC-RESULTADO = "S"
              DISPLAY TELA-FIM AT 0101
              ACCEPT  PAUSA    AT 2478
           END-IF
           EXIT PROGRAM.

      * MENSAGEM DE ERRO NA LINHA 24.
       MOSTRA-ERRO.
           ACCEPT PAUSA AT 2478
           MOVE "N" TO WS-EXEC-RESULTADO.
       F-MOSTRA-ERRO. EXIT.

      *-----------------------------------------------------------------
      * MANUTENCAO DAS CAMPANHAS
      *-----------------------------------------------------------------
       MANUTENCAO-CAMPANHA.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-MANUTENCAO AT 0101
           MOVE SPACES TO WS-OPERACAO
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A" OR = "E"
              ACCEPT WS-OPERACAO AT 0452
           END-PERFORM
           MOVE ZEROS TO WS-CAMPANHA-INFORMADA
           ACCEPT WS-CAMPANHA-INFORMADA AT 0636
           IF WS-CAMPANHA-INFORMADA = ZEROS
              DISPLAY "CODIGO DA CAMPANHA INVALIDO .............."
                 AT 2001
              GO TO F-MANUTENCAO-CAMPANHA
           END-IF
           MOVE WS-CAMPANHA-INFORMADA TO CMP-CODIGO
           READ ARQ-CAMPANHA
           EVALUATE WS-OPERACAO
              WHEN "I"
                 PERFORM INCLUI-CAMPANHA THRU F-INCLUI-CAMPANHA
              WHEN "A"
                 PERFORM ALTERA-CAMPANHA THRU F-ALTERA-CAMPANHA
              WHEN "E"
                 PERFORM EXCLUI-CAMPANHA THRU F-EXCLUI-CAMPANHA
           END-EVALUATE.
       F-MANUTENCAO-CAMPANHA. EXIT.

       INCLUI-CAMPANHA.
           IF WS-RESULTADO-CMP = 00
              DISPLAY "CAMPANHA JA CADASTRADA, USE ALTERAR ......"
                 AT 2001
              GO TO F-INCLUI-CAMPANHA
           END-IF
           PERFORM ACEITA-DADOS THRU F-ACEITA-DADOS
           IF WS-DADOS-OK NOT = "S"
              GO TO F-INCLUI-CAMPANHA
           END-IF
           INITIALIZE REGISTRO-CAMPANHA
           MOVE WS-CAMPANHA-INFORMADA TO CMP-CODIGO
           PERFORM MOVE-DADOS THRU F-MOVE-DADOS
           MOVE SPACES            TO CMP-CRITERIO
           MOVE SPACES            TO CMP-CRITERIO-VALOR
           MOVE SPACES            TO CMP-DATA-LISTA
           MOVE DATA-DE-HOJE      TO CMP-DATA-CADASTRO
           MOVE WS-OPERADOR-ATUAL TO CMP-OPERADOR
           WRITE REGISTRO-CAMPANHA
           IF WS-RESULTADO-CMP NOT = 00
              DISPLAY "ERRO NA GRAVACAO DA CAMPANHA: " AT 2001
              DISPLAY WS-RESULTADO-CMP                 AT 2031
           ELSE
              DISPLAY "CAMPANHA INCLUIDA - MONTE A LISTA (FUNCAO L)"
                 AT 2001
           END-IF.
       F-INCLUI-CAMPANHA. EXIT.

      * DEPOIS DO TERMINO SO A DESCRICAO MUDA: PERIODO, TIPO E LINHAS
      * SAO A BASE DOS RESULTADOS JA APURADOS.
       ALTERA-CAMPANHA.
           IF WS-RESULTADO-CMP NOT = 00
              DISPLAY "CAMPANHA NAO ENCONTRADA .................."
                 AT 2001
              GO TO F-ALTERA-CAMPANHA
           END-IF
           PERFORM MOSTRA-CAMPANHA THRU F-MOSTRA-CAMPANHA
           IF CMP-FIM-NUM < WS-HOJE-NUM
              MOVE CMP-DESCRICAO TO WS-DESCRICAO-INFORMADA
              ACCEPT WS-DESCRICAO-INFORMADA AT 0836
              IF WS-DESCRICAO-INFORMADA = SPACES
                 GO TO F-ALTERA-CAMPANHA
              END-IF
              MOVE WS-DESCRICAO-INFORMADA TO CMP-DESCRICAO
           ELSE
              PERFORM ACEITA-DADOS THRU F-ACEITA-DADOS
              IF WS-DADOS-OK NOT = "S"
                 GO TO F-ALTERA-CAMPANHA
              END-IF
              MOVE WS-CAMPANHA-INFORMADA TO CMP-CODIGO
              READ ARQ-CAMPANHA
              PERFORM MOVE-DADOS THRU F-MOVE-DADOS
           END-IF
           REWRITE REGISTRO-CAMPANHA
           IF WS-RESULTADO-CMP NOT = 00
              DISPLAY "ERRO NA ALTERACAO DA CAMPANHA: " AT 2001
              DISPLAY WS-RESULTADO-CMP                  AT 2032
           ELSE
              DISPLAY "CAMPANHA ALTERADA COM SUCESSO ........."
                 AT 2001
           END-IF.
       F-ALTERA-CAMPANHA. EXIT.

      * A LISTA DE CLIENTES DA CAMPANHA SAI JUNTO COM ELA.
       EXCLUI-CAMPANHA.
           IF WS-RESULTADO-CMP NOT = 00
              DISPLAY "CAMPANHA NAO ENCONTRADA .................."
                 AT 2001
              GO TO F-EXCLUI-CAMPANHA
           END-IF
           PERFORM MOSTRA-CAMPANHA THRU F-MOSTRA-CAMPANHA
           MOVE SPACES TO WS-CONFIRMA
           DISPLAY "CONFIRMA A EXCLUSAO DA CAMPANHA E DA LISTA (S/N)?"
              AT 2001
           PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
              ACCEPT WS-CONFIRMA AT 2052
           END-PERFORM
           IF WS-CONFIRMA NOT = "S"
              GO TO F-EXCLUI-CAMPANHA
           END-IF
           PERFORM LIMPA-LISTA THRU F-LIMPA-LISTA
           MOVE WS-CAMPANHA-INFORMADA TO CMP-CODIGO
           READ ARQ-CAMPANHA
           DELETE ARQ-CAMPANHA
           IF WS-RESULTADO-CMP NOT = 00
              DISPLAY "ERRO NA EXCLUSAO DA CAMPANHA: " AT 2001
              DISPLAY WS-RESULTADO-CMP                 AT 2031
           ELSE
              DISPLAY "CAMPANHA EXCLUIDA COM SUCESSO ...................
      -"..." AT 2001
           END-IF.
       F-EXCLUI-CAMPANHA. EXIT.

       MOSTRA-CAMPANHA.
           DISPLAY CMP-DESCRICAO      AT 0836
           DISPLAY CMP-TIPO           AT 1037
           DISPLAY CMP-DATA-INICIO    AT 1236
           DISPLAY CMP-DATA-FIM       AT 1436
           MOVE 36 TO WS-COLUNA-LINHA
           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
              UNTIL WS-IDX-LINHA > 5
              COMPUTE WS-POSICAO-TELA = 1600 + WS-COLUNA-LINHA
              DISPLAY CMP-LINHA-PRODUTO(WS-IDX-LINHA)
                 AT WS-POSICAO-TELA
              ADD 5 TO WS-COLUNA-LINHA
           END-PERFORM
           DISPLAY CMP-CRITERIO       AT 1836
           DISPLAY "/"                AT 1838
           DISPLAY CMP-QTD-ALVO       AT 1840
           DISPLAY "/"                AT 1846
           DISPLAY CMP-QTD-CONTROLE   AT 1848.
       F-MOSTRA-CAMPANHA. EXIT.

      * DESCRICAO, TIPO, PERIODO VALIDO (TERMINO NAO ANTERIOR AO
      * INICIO) E LINHAS FOCO CADASTRADAS E ATIVAS NO LINHAPROD.DAT;
      * WS-DADOS-OK = "N" QUANDO ALGO NAO SERVE.
       ACEITA-DADOS.
           MOVE "N" TO WS-DADOS-OK
           MOVE SPACES TO WS-DESCRICAO-INFORMADA
           PERFORM UNTIL WS-DESCRICAO-INFORMADA NOT = SPACES
              ACCEPT WS-DESCRICAO-INFORMADA AT 0836
           END-PERFORM
           MOVE SPACES TO WS-TIPO-INFORMADO
           PERFORM UNTIL WS-TIPO-INFORMADO = "R" OR = "X"
              ACCEPT WS-TIPO-INFORMADO AT 1037
           END-PERFORM
           MOVE SPACES TO WS-DATA-INICIO
           PERFORM UNTIL WS-DATA-INICIO NOT = SPACES
              ACCEPT WS-DATA-INICIO AT 1236
           END-PERFORM
           MOVE SPACES TO WS-DATA-FIM
           PERFORM UNTIL WS-DATA-FIM NOT = SPACES
              ACCEPT WS-DATA-FIM AT 1436
           END-PERFORM
           MOVE ZEROS TO WS-LINHAS-INFORMADAS
           MOVE 36 TO WS-COLUNA-LINHA
           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
              UNTIL WS-IDX-LINHA > 5
              COMPUTE WS-POSICAO-TELA = 1600 + WS-COLUNA-LINHA
              ACCEPT WS-LINHA-INFORMADA(WS-IDX-LINHA)
                 AT WS-POSICAO-TELA
              ADD 5 TO WS-COLUNA-LINHA
           END-PERFORM

           MOVE WS-DATA-INICIO TO WS-DATA-TRAB
           PERFORM VALIDA-DATA THRU F-VALIDA-DATA
           MOVE WS-DATA-AAAAMMDD TO WS-INICIO-NUM
           IF WS-DATA-VALIDA NOT = "S"
              DISPLAY "DATA DE INICIO INVALIDA ..............." AT 2001
              GO TO F-ACEITA-DADOS
           END-IF
           MOVE WS-DATA-FIM TO WS-DATA-TRAB
           PERFORM VALIDA-DATA THRU F-VALIDA-DATA
           MOVE WS-DATA-AAAAMMDD TO WS-FIM-NUM
           IF WS-DATA-VALIDA NOT = "S"
              DISPLAY "DATA DE TERMINO INVALIDA .............." AT 2001
              GO TO F-ACEITA-DADOS
           END-IF
           IF WS-FIM-NUM < WS-INICIO-NUM
              DISPLAY "TERMINO ANTERIOR AO INICIO ............" AT 2001
              GO TO F-ACEITA-DADOS
           END-IF
           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
              UNTIL WS-IDX-LINHA > 5
              IF WS-LINHA-INFORMADA(WS-IDX-LINHA) > ZEROS
                 AND WS-EXISTE-LINHA-PROD = "S"
                 MOVE WS-LINHA-INFORMADA(WS-IDX-LINHA) TO LPR-CODIGO
                 READ ARQ-LINHA-PROD
                 IF WS-RESULTADO-LPR NOT = 00 OR LPR-STATUS = "I"
                    EXIT PERFORM
                 END-IF
              END-IF
           END-PERFORM
           IF WS-IDX-LINHA NOT > 5
              DISPLAY "LINHA DE PRODUTO INEXISTENTE OU INATIVA:"
                 AT 2001
              DISPLAY WS-LINHA-INFORMADA(WS-IDX-LINHA) AT 2042
              GO TO F-ACEITA-DADOS
           END-IF
           MOVE "S" TO WS-DADOS-OK.
       F-ACEITA-DADOS. EXIT.

       MOVE-DADOS.
           MOVE WS-DESCRICAO-INFORMADA TO CMP-DESCRICAO
           MOVE WS-TIPO-INFORMADO      TO CMP-TIPO
           MOVE WS-DATA-INICIO         TO CMP-DATA-INICIO
           MOVE WS-INICIO-NUM          TO CMP-INICIO-NUM
           MOVE WS-DATA-FIM            TO CMP-DATA-FIM
           MOVE WS-FIM-NUM             TO CMP-FIM-NUM
           MOVE WS-LINHAS-INFORMADAS   TO CMP-LINHAS.
       F-MOVE-DADOS. EXIT.

      * DATA DD/MM/AAAA EM WS-DATA-TRAB; DEVOLVE AAAAMMDD EM
      * WS-DATA-AAAAMMDD.
       VALIDA-DATA.
           MOVE "N"   TO WS-DATA-VALIDA
           MOVE ZEROS TO WS-DATA-AAAAMMDD
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
              IF FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD) > ZEROS
                 MOVE "S" TO WS-DATA-VALIDA
              END-IF
           END-IF.
       F-VALIDA-DATA. EXIT.

      * TIRA DO CAMPCLI.DAT TODOS OS CLIENTES DA CAMPANHA INFORMADA.
       LIMPA-LISTA.
           MOVE ZEROS TO WS-QTD-REMOVIDOS
           MOVE WS-CAMPANHA-INFORMADA TO CPC-CMP-CODIGO
           MOVE ZEROS                 TO CPC-CLI-CODIGO
           START ARQ-CAMPANHA-CLI KEY NOT LESS CPC-CHAVE
           IF WS-RESULTADO-CPC NOT = 00
              GO TO F-LIMPA-LISTA
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-CAMPANHA-CLI NEXT AT END
                 EXIT PERFORM
              END-READ
              IF CPC-CMP-CODIGO NOT = WS-CAMPANHA-INFORMADA
                 EXIT PERFORM
              END-IF
              DELETE ARQ-CAMPANHA-CLI RECORD
              ADD 1 TO WS-QTD-REMOVIDOS
           END-PERFORM.
       F-LIMPA-LISTA. EXIT.

      *-----------------------------------------------------------------
      * MONTAGEM DA LISTA DE CLIENTES DA CAMPANHA
      *-----------------------------------------------------------------
       MONTA-LISTA.
           MOVE ZEROS TO WS-CAMPANHA-INFORMADA
           ACCEPT WS-CAMPANHA-INFORMADA AT 0847
           MOVE WS-CAMPANHA-INFORMADA TO CMP-CODIGO
           READ ARQ-CAMPANHA
           IF WS-RESULTADO-CMP NOT = 00
              DISPLAY "CAMPANHA NAO ENCONTRADA .................."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-MONTA-LISTA
           END-IF
           DISPLAY CMP-DESCRICAO(1:26) AT 0854
           IF CMP-FIM-NUM < WS-HOJE-NUM
              DISPLAY "CAMPANHA ENCERRADA - A LISTA NAO PODE MUDAR ..."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-MONTA-LISTA
           END-IF
           MOVE SPACES TO WS-CRITERIO
           PERFORM UNTIL WS-CRITERIO = "I" OR = "A" OR = "R" OR = "F"
              ACCEPT WS-CRITERIO AT 1147
           END-PERFORM
           MOVE SPACES TO WS-VALOR-CRITERIO
           ACCEPT WS-VALOR-CRITERIO AT 1447
           MOVE ZEROS TO WS-PASSO-CONTROLE
           ACCEPT WS-PASSO-CONTROLE AT 1647
           IF WS-PASSO-CONTROLE = ZEROS
              MOVE 5 TO WS-PASSO-CONTROLE
           END-IF

           PERFORM VALIDA-CRITERIO THRU F-VALIDA-CRITERIO
           IF WS-DADOS-OK NOT = "S"
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-MONTA-LISTA
           END-IF
           IF CMP-CRITERIO NOT = SPACES
              DISPLAY "A LISTA ATUAL DA CAMPANHA SERA SUBSTITUIDA ..."
                 AT 2001
           END-IF
           MOVE SPACES TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
              ACCEPT WS-CONFIRMA AT 1847
           END-PERFORM
           IF WS-CONFIRMA NOT = "S"
              GO TO F-MONTA-LISTA
           END-IF

           PERFORM ABRE-ARQUIVO-CRITERIO THRU F-ABRE-ARQUIVO-CRITERIO
           IF WS-ARQUIVOS-OK NOT = "S"
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-MONTA-LISTA
           END-IF
           MOVE "N" TO WS-EXISTE-DIST-MEST
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE "S" TO WS-EXISTE-DIST-MEST
           END-IF

           PERFORM LIMPA-LISTA THRU F-LIMPA-LISTA
           MOVE ZEROS TO WS-QTD-ELEGIVEIS
           MOVE ZEROS TO WS-QTD-ALVO
           MOVE ZEROS TO WS-QTD-CONTROLE
           MOVE ZEROS TO WS-QTD-RECUSADOS
           IF WS-CRITERIO = "F"
              PERFORM UNTIL EXIT
                 READ ARQ-ALVO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 PERFORM CARREGA-CLIENTE-ALVO
                    THRU F-CARREGA-CLIENTE-ALVO
              END-PERFORM
           ELSE
              MOVE ZEROS TO CLI-CODIGO
              START ARQ-CLIENTE KEY NOT LESS CLI-CODIGO
              IF WS-RESULTADO-ACESSO = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-CLIENTE NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF CLI-STATUS NOT = "I"
                       PERFORM VERIFICA-ELEGIVEL
                          THRU F-VERIFICA-ELEGIVEL
                       IF WS-ELEGIVEL = "S"
                          PERFORM INCLUI-NA-LISTA
                             THRU F-INCLUI-NA-LISTA
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
           END-IF

           MOVE WS-CAMPANHA-INFORMADA TO CMP-CODIGO
           READ ARQ-CAMPANHA
           MOVE WS-CRITERIO       TO CMP-CRITERIO
           MOVE WS-VALOR-CRITERIO TO CMP-CRITERIO-VALOR
           MOVE WS-PASSO-CONTROLE TO CMP-PASSO-CONTROLE
           MOVE WS-QTD-ALVO       TO CMP-QTD-ALVO
           MOVE WS-QTD-CONTROLE   TO CMP-QTD-CONTROLE
           MOVE DATA-DE-HOJE      TO CMP-DATA-LISTA
           REWRITE REGISTRO-CAMPANHA

           PERFORM FECHA-ARQUIVO-CRITERIO
              THRU F-FECHA-ARQUIVO-CRITERIO
           IF WS-EXISTE-DIST-MEST = "S"
              CLOSE ARQ-DIST-MEST
           END-IF.
       F-MONTA-LISTA. EXIT.

      * VALOR DO CRITERIO (VAZIO = PADRAO) E PASSO DO CONTROLE; A
      * MENSAGEM SAI NA LINHA 24 QUANDO WS-DADOS-OK = "N".
       VALIDA-CRITERIO.
           MOVE "N" TO WS-DADOS-OK
           IF WS-PASSO-CONTROLE < 2
              DISPLAY "O CONTROLE DEVE SER DE 1 EM CADA 2 A 99 ......"
                 AT 2401
              GO TO F-VALIDA-CRITERIO
           END-IF
           EVALUATE WS-CRITERIO
              WHEN "I"
                 IF WS-VALOR-CRITERIO = SPACES
                    MOVE "90" TO WS-VALOR-CRITERIO
                 END-IF
                 COMPUTE WS-DIAS-INATIVO =
                    FUNCTION NUMVAL(WS-VALOR-CRITERIO)
                 IF WS-DIAS-INATIVO = ZEROS
                    DISPLAY "DIAS SEM COMPRA INVALIDO ................"
                       AT 2401
                    GO TO F-VALIDA-CRITERIO
                 END-IF
              WHEN "A"
                 IF WS-VALOR-CRITERIO = SPACES
                    MOVE "A" TO WS-VALOR-CRITERIO
                 END-IF
                 MOVE WS-VALOR-CRITERIO(1:1) TO WS-CLASSE-ALVO
                 IF WS-CLASSE-ALVO NOT = "A" AND NOT = "B"
                    AND NOT = "C"
                    DISPLAY "CLASSE ABC INVALIDA (A, B OU C) ........."
                       AT 2401
                    GO TO F-VALIDA-CRITERIO
                 END-IF
              WHEN "R"
                 IF WS-VALOR-CRITERIO = SPACES
                    MOVE "50" TO WS-VALOR-CRITERIO
                 END-IF
                 COMPUTE WS-PONTUACAO-MINIMA =
                    FUNCTION NUMVAL(WS-VALOR-CRITERIO)
                 IF WS-PONTUACAO-MINIMA = ZEROS
                    OR WS-PONTUACAO-MINIMA > 100
                    DISPLAY "PONTUACAO DE RISCO DEVE SER DE 1 A 100 .."
                       AT 2401
                    GO TO F-VALIDA-CRITERIO
                 END-IF
              WHEN "F"
                 IF WS-VALOR-CRITERIO = SPACES
                    MOVE "CAMPALVO.CSV" TO WS-VALOR-CRITERIO
                 END-IF
                 MOVE WS-VALOR-CRITERIO TO WS-LOCAL-ARQ-ALVO
           END-EVALUATE
           MOVE "S" TO WS-DADOS-OK.
       F-VALIDA-CRITERIO. EXIT.

      * ARQUIVO DE QUE O CRITERIO DEPENDE; SEM ELE NAO HA LISTA.
       ABRE-ARQUIVO-CRITERIO.
           MOVE "N" TO WS-ARQUIVOS-OK
           EVALUATE WS-CRITERIO
              WHEN "I"
                 MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
                 OPEN INPUT ARQ-PEDIDO
                 IF WS-RESULTADO-PED NOT = 00
                    DISPLAY "PEDIDO.DAT NAO ENCONTRADO - EXECUTE O PROG1
      -"9 PRIMEIRO" AT 2401
                    GO TO F-ABRE-ARQUIVO-CRITERIO
                 END-IF
              WHEN "A"
                 MOVE "CLASSEABC.DAT" TO WID-ARQ-CLASSE-ABC
                 OPEN INPUT ARQ-CLASSE-ABC
                 IF WS-RESULTADO-ABC NOT = 00
                    DISPLAY "CLASSEABC.DAT NAO ENCONTRADO - EXECUTE O PR
      -"OG38 PRIMEIRO" AT 2401
                    GO TO F-ABRE-ARQUIVO-CRITERIO
                 END-IF
              WHEN "R"
                 MOVE "RISCO.DAT" TO WID-ARQ-RISCO
                 OPEN INPUT ARQ-RISCO
                 IF WS-RESULTADO-RSC NOT = 00
                    DISPLAY "RISCO.DAT NAO ENCONTRADO - EXECUTE O PROG81
      -" PRIMEIRO" AT 2401
                    GO TO F-ABRE-ARQUIVO-CRITERIO
                 END-IF
              WHEN "F"
                 OPEN INPUT ARQ-ALVO
                 IF WS-RESULTADO-ALV NOT = 00
                    DISPLAY "ERRO AO ABRIR O ARQUIVO DA LISTA!" AT 2401
                    GO TO F-ABRE-ARQUIVO-CRITERIO
                 END-IF
           END-EVALUATE
           MOVE "S" TO WS-ARQUIVOS-OK.
       F-ABRE-ARQUIVO-CRITERIO. EXIT.

       FECHA-ARQUIVO-CRITERIO.
           EVALUATE WS-CRITERIO
              WHEN "I"
                 CLOSE ARQ-PEDIDO
              WHEN "A"
                 CLOSE ARQ-CLASSE-ABC
              WHEN "R"
                 CLOSE ARQ-RISCO
              WHEN "F"
                 CLOSE ARQ-ALVO
           END-EVALUATE.
       F-FECHA-ARQUIVO-CRITERIO. EXIT.

      * CLIENTE ATIVO EM PAUTA (REGISTRO-CLIENTE) ATENDE AO CRITERIO?
       VERIFICA-ELEGIVEL.
           MOVE "N" TO WS-ELEGIVEL
           EVALUATE WS-CRITERIO
              WHEN "I"
                 PERFORM VERIFICA-INATIVIDADE
                    THRU F-VERIFICA-INATIVIDADE
              WHEN "A"
                 MOVE CLI-CODIGO TO ABC-CLI-CODIGO
                 READ ARQ-CLASSE-ABC
                 IF WS-RESULTADO-ABC = 00
                    AND ABC-CLASSE = WS-CLASSE-ALVO
                    MOVE "S" TO WS-ELEGIVEL
                 END-IF
              WHEN "R"
                 MOVE CLI-CODIGO TO RSC-CLI-CODIGO
                 READ ARQ-RISCO
                 IF WS-RESULTADO-RSC = 00
                    AND RSC-PONTUACAO NOT < WS-PONTUACAO-MINIMA
                    MOVE "S" TO WS-ELEGIVEL
                 END-IF
           END-EVALUATE.
       F-VERIFICA-ELEGIVEL. EXIT.

      * ULTIMO PEDIDO DO CLIENTE, COMO NO PROG50; SEM PEDIDO ALGUM O
      * CLIENTE TAMBEM ENTRA.
       VERIFICA-INATIVIDADE.
           MOVE ZEROS TO WS-ULT-PEDIDO-NUM
           MOVE CLI-CODIGO TO PED-CLI-CODIGO
           MOVE ZEROS      TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PED-CLI-CODIGO NOT = CLI-CODIGO
                    EXIT PERFORM
                 END-IF
                 MOVE PED-DATA TO WS-DATA-TRAB
                 PERFORM VALIDA-DATA THRU F-VALIDA-DATA
                 IF WS-DATA-VALIDA = "S"
                    AND WS-DATA-AAAAMMDD > WS-ULT-PEDIDO-NUM
                    MOVE WS-DATA-AAAAMMDD TO WS-ULT-PEDIDO-NUM
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ULT-PEDIDO-NUM = ZEROS
              MOVE "S" TO WS-ELEGIVEL
              GO TO F-VERIFICA-INATIVIDADE
           END-IF
           COMPUTE WS-DATA-INTEIRA =
              FUNCTION INTEGER-OF-DATE(WS-ULT-PEDIDO-NUM)
           MOVE ZEROS TO WS-DIAS-SILENCIO
           IF WS-HOJE-INTEIRA > WS-DATA-INTEIRA
              COMPUTE WS-DIAS-SILENCIO =
                 WS-HOJE-INTEIRA - WS-DATA-INTEIRA
           END-IF
           IF WS-DIAS-SILENCIO > WS-DIAS-INATIVO
              MOVE "S" TO WS-ELEGIVEL
           END-IF.
       F-VERIFICA-INATIVIDADE. EXIT.

      * UMA LINHA DO ARQUIVO DO MARKETING: CLIENTE INEXISTENTE,
      * INATIVO OU REPETIDO E RECUSADO.
       CARREGA-CLIENTE-ALVO.
           IF ALV-CLI-CODIGO = SPACES
              GO TO F-CARREGA-CLIENTE-ALVO
           END-IF
           IF ALV-CLI-CODIGO NOT NUMERIC
              ADD 1 TO WS-QTD-RECUSADOS
              GO TO F-CARREGA-CLIENTE-ALVO
           END-IF
           MOVE ALV-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 OR CLI-STATUS = "I"
              ADD 1 TO WS-QTD-RECUSADOS
              GO TO F-CARREGA-CLIENTE-ALVO
           END-IF
           PERFORM INCLUI-NA-LISTA THRU F-INCLUI-NA-LISTA.
       F-CARREGA-CLIENTE-ALVO. EXIT.

      * GRAVA O CLIENTE EM PAUTA NA LISTA: CADA N-ESIMO ELEGIVEL VAI
      * PARA O CONTROLE, OS DEMAIS PARA O ALVO, COM O TITULAR ATUAL.
       INCLUI-NA-LISTA.
           MOVE WS-CAMPANHA-INFORMADA TO CPC-CMP-CODIGO
           MOVE CLI-CODIGO            TO CPC-CLI-CODIGO
           READ ARQ-CAMPANHA-CLI
           IF WS-RESULTADO-CPC = 00
              ADD 1 TO WS-QTD-RECUSADOS
              GO TO F-INCLUI-NA-LISTA
           END-IF
           ADD 1 TO WS-QTD-ELEGIVEIS
           DIVIDE WS-QTD-ELEGIVEIS BY WS-PASSO-CONTROLE
              GIVING WS-QUOCIENTE REMAINDER WS-RESTO
           INITIALIZE REGISTRO-CAMPANHA-CLI
           MOVE WS-CAMPANHA-INFORMADA TO CPC-CMP-CODIGO
           MOVE CLI-CODIGO            TO CPC-CLI-CODIGO
           IF WS-RESTO = ZEROS
              MOVE "C" TO CPC-GRUPO
              ADD 1 TO WS-QTD-CONTROLE
           ELSE
              MOVE "A" TO CPC-GRUPO
              ADD 1 TO WS-QTD-ALVO
           END-IF
           MOVE ZEROS TO CPC-VEN-CODIGO
           IF WS-EXISTE-DIST-MEST = "S"
              MOVE CLI-CODIGO TO DM-CLI-CODIGO
              READ ARQ-DIST-MEST
              IF WS-RESULTADO-MEST = 00
                 MOVE DM-VEN-CODIGO TO CPC-VEN-CODIGO
              END-IF
           END-IF
           MOVE DATA-DE-HOJE TO CPC-DATA-INCLUSAO
           WRITE REGISTRO-CAMPANHA-CLI.
       F-INCLUI-NA-LISTA. EXIT.

      *-----------------------------------------------------------------
      * RESULTADOS DA CAMPANHA ENCERRADA (RCAMPANHA.TXT)
      *-----------------------------------------------------------------
       EMITE-RESULTADO.
           MOVE ZEROS TO WS-CAMPANHA-INFORMADA
           ACCEPT WS-CAMPANHA-INFORMADA AT 0847
           MOVE WS-CAMPANHA-INFORMADA TO CMP-CODIGO
           READ ARQ-CAMPANHA
           IF WS-RESULTADO-CMP NOT = 00
              DISPLAY "CAMPANHA NAO ENCONTRADA .................."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-EMITE-RESULTADO
           END-IF
           DISPLAY CMP-DESCRICAO(1:26) AT 0854
           IF CMP-CRITERIO = SPACES
              DISPLAY "CAMPANHA SEM LISTA DE CLIENTES MONTADA ..."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-EMITE-RESULTADO
           END-IF
           IF CMP-FIM-NUM NOT < WS-HOJE-NUM
              DISPLAY "CAMPANHA AINDA EM ANDAMENTO - TERMINO EM"
                 AT 2401
              DISPLAY CMP-DATA-FIM AT 2442
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-EMITE-RESULTADO
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PED NOT = 00
              DISPLAY "PEDIDO.DAT NAO ENCONTRADO - EXECUTE O PROG19 PRIM
      -"EIRO" AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-EMITE-RESULTADO
           END-IF
           MOVE "N" TO WS-TEM-LINHAS
           PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
              UNTIL WS-IDX-LINHA > 5
              IF CMP-LINHA-PRODUTO(WS-IDX-LINHA) > ZEROS
                 MOVE "S" TO WS-TEM-LINHAS
              END-IF
           END-PERFORM
           MOVE "N" TO WS-EXISTE-ITEM
           IF WS-TEM-LINHAS = "S"
              MOVE "PEDIDOITEM.DAT" TO WID-ARQ-PED-ITEM
              OPEN INPUT ARQ-PEDIDO-ITEM
              IF WS-RESULTADO-ITM = 00
                 MOVE "S" TO WS-EXISTE-ITEM
              END-IF
           END-IF

           PERFORM MONTA-TEXTOS THRU F-MONTA-TEXTOS
           MOVE "RCAMPANHA.TXT" TO WS-LOCAL-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO CAB-TITULO
           STRING "RESULTADO DA CAMPANHA " CMP-CODIGO
                  DELIMITED BY SIZE INTO CAB-TITULO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           MOVE ZEROS TO CONTADOR-PAGINA
           PERFORM IMPRIMIR-CABECALHO-RES

           INITIALIZE WS-TOTAIS-GRUPO
           MOVE WS-CAMPANHA-INFORMADA TO CPC-CMP-CODIGO
           MOVE ZEROS                 TO CPC-CLI-CODIGO
           START ARQ-CAMPANHA-CLI KEY NOT LESS CPC-CHAVE
           IF WS-RESULTADO-CPC = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CAMPANHA-CLI NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CPC-CMP-CODIGO NOT = WS-CAMPANHA-INFORMADA
                    EXIT PERFORM
                 END-IF
                 PERFORM APURA-CLIENTE THRU F-APURA-CLIENTE
              END-PERFORM
           END-IF
           MOVE WS-GRP-CLIENTES(1) TO WS-QTD-ALVO
           MOVE WS-GRP-CLIENTES(2) TO WS-QTD-CONTROLE

           PERFORM IMPRIME-RESUMO THRU F-IMPRIME-RESUMO
           CLOSE RELATORIO
           MOVE "RCAMPANHA.TXT" TO RLA-ARQUIVO
           MOVE SPACES TO RLA-PARAMETROS
           STRING "CAMPANHA " CMP-CODIGO " " CMP-DATA-INICIO " A "
                  CMP-DATA-FIM " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           CLOSE ARQ-PEDIDO
           IF WS-EXISTE-ITEM = "S"
              CLOSE ARQ-PEDIDO-ITEM
           END-IF.
       F-EMITE-RESULTADO. EXIT.

      * TEXTOS DO CABECALHO DA CAMPANHA: TIPO, LINHAS FOCO E
      * CRITERIO DA LISTA.
       MONTA-TEXTOS.
           IF CMP-TIPO = "R"
              MOVE "REATIVACAO"    TO WS-TIPO-TEXTO
           ELSE
              MOVE "VENDA CRUZADA" TO WS-TIPO-TEXTO
           END-IF
           MOVE SPACES TO WS-LINHAS-TEXTO
           IF WS-TEM-LINHAS NOT = "S"
              MOVE "TODAS" TO WS-LINHAS-TEXTO
           ELSE
              MOVE 1 TO WS-COLUNA-LINHA
              PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                 UNTIL WS-IDX-LINHA > 5
                 IF CMP-LINHA-PRODUTO(WS-IDX-LINHA) > ZEROS
                    MOVE CMP-LINHA-PRODUTO(WS-IDX-LINHA)
                       TO WS-LINHAS-TEXTO(WS-COLUNA-LINHA:3)
                    ADD 4 TO WS-COLUNA-LINHA
                 END-IF
              END-PERFORM
           END-IF
           MOVE SPACES TO WS-CRITERIO-TEXTO
           EVALUATE CMP-CRITERIO
              WHEN "I"
                 STRING "SEM COMPRA HA MAIS DE " DELIMITED BY SIZE
                        CMP-CRITERIO-VALOR DELIMITED BY SPACE
                        " DIAS" DELIMITED BY SIZE
                        INTO WS-CRITERIO-TEXTO
              WHEN "A"
                 STRING "CLASSE ABC " CMP-CRITERIO-VALOR(1:1)
                        DELIMITED BY SIZE INTO WS-CRITERIO-TEXTO
              WHEN "R"
                 STRING "RISCO DE PERDA A PARTIR DE "
                        CMP-CRITERIO-VALOR
                        DELIMITED BY "  " INTO WS-CRITERIO-TEXTO
              WHEN OTHER
                 STRING "ARQUIVO " CMP-CRITERIO-VALOR
                        DELIMITED BY "  " INTO WS-CRITERIO-TEXTO
           END-EVALUATE.
       F-MONTA-TEXTOS. EXIT.

      * PEDIDOS DO CLIENTE DA LISTA DENTRO DO PERIODO DA CAMPANHA E,
      * HAVENDO LINHAS FOCO, OS ITENS DELAS NESSES PEDIDOS; QUEM
      * COMPROU SAI NO DETALHE. CLIENTE NAO CADASTRADO VALE COMO
      * EMPRESA 01.
       APURA-CLIENTE.
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              MOVE 01 TO WS-EMPRESA-CLIENTE
              MOVE CPC-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO = 00
                 MOVE CLI-EMPRESA TO WS-EMPRESA-CLIENTE
              END-IF
              IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-SESSAO
                 GO TO F-APURA-CLIENTE
              END-IF
           END-IF
           IF CPC-GRUPO = "C"
              MOVE 2 TO WS-IDX-GRUPO
           ELSE
              MOVE 1 TO WS-IDX-GRUPO
           END-IF
           ADD 1 TO WS-GRP-CLIENTES(WS-IDX-GRUPO)
           MOVE ZEROS TO WS-CLI-PEDIDOS
           MOVE ZEROS TO WS-CLI-VALOR
           MOVE ZEROS TO WS-CLI-VALOR-LINHAS
           MOVE ZEROS TO WS-CLI-ITENS-LINHAS
           MOVE CPC-CLI-CODIGO TO PED-CLI-CODIGO
           MOVE ZEROS          TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PED-CLI-CODIGO NOT = CPC-CLI-CODIGO
                    EXIT PERFORM
                 END-IF
                 MOVE PED-DATA TO WS-DATA-TRAB
                 PERFORM VALIDA-DATA THRU F-VALIDA-DATA
                 IF WS-DATA-VALIDA = "S"
                    AND WS-DATA-AAAAMMDD NOT < CMP-INICIO-NUM
                    AND WS-DATA-AAAAMMDD NOT > CMP-FIM-NUM
                    ADD 1         TO WS-CLI-PEDIDOS
                    ADD PED-VALOR TO WS-CLI-VALOR
                    IF WS-EXISTE-ITEM = "S"
                       PERFORM SOMA-ITENS-PEDIDO
                          THRU F-SOMA-ITENS-PEDIDO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF

           MOVE "N" TO WS-CLI-COMPROU
           IF WS-TEM-LINHAS = "S"
              MOVE WS-CLI-VALOR-LINHAS TO WS-CLI-ATRIBUIDO
           ELSE
              MOVE WS-CLI-VALOR        TO WS-CLI-ATRIBUIDO
           END-IF
           IF CMP-TIPO = "X" AND WS-TEM-LINHAS = "S"
              IF WS-CLI-ITENS-LINHAS > ZEROS
                 MOVE "S" TO WS-CLI-COMPROU
              END-IF
           ELSE
              IF WS-CLI-PEDIDOS > ZEROS
                 MOVE "S" TO WS-CLI-COMPROU
              END-IF
           END-IF
           ADD WS-CLI-PEDIDOS   TO WS-GRP-PEDIDOS(WS-IDX-GRUPO)
           ADD WS-CLI-VALOR     TO WS-GRP-VALOR(WS-IDX-GRUPO)
           ADD WS-CLI-ATRIBUIDO TO WS-GRP-ATRIBUIDO(WS-IDX-GRUPO)
           IF WS-CLI-COMPROU NOT = "S"
              GO TO F-APURA-CLIENTE
           END-IF
           ADD 1 TO WS-GRP-COMPRARAM(WS-IDX-GRUPO)

           MOVE CPC-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE SPACES TO CLI-RAZAO-SOCIAL
           END-IF
           MOVE CPC-CLI-CODIGO      TO DRS-CLI-CODIGO
           MOVE CLI-RAZAO-SOCIAL    TO DRS-CLI-RAZAO
           IF WS-IDX-GRUPO = 1
              MOVE "ALVO"           TO DRS-GRUPO
           ELSE
              MOVE "CONTROLE"       TO DRS-GRUPO
           END-IF
           MOVE CPC-VEN-CODIGO      TO DRS-VEN-CODIGO
           MOVE WS-CLI-PEDIDOS      TO DRS-PEDIDOS
           MOVE WS-CLI-VALOR        TO DRS-VALOR
           MOVE WS-CLI-VALOR-LINHAS TO DRS-VALOR-LINHAS
           MOVE WS-CLI-ATRIBUIDO    TO DRS-ATRIBUIDO
           PERFORM CONTA-LINHA-RES
           WRITE LINHA FROM DETALHE-RES AFTER 1 LINES.
       F-APURA-CLIENTE. EXIT.

      * ITENS DO PEDIDO EM PAUTA (A CHAVE DO ITEM COMECA PELA DO
      * PEDIDO) QUE SAO DE UMA DAS LINHAS FOCO DA CAMPANHA.
       SOMA-ITENS-PEDIDO.
           MOVE PED-CLI-CODIGO TO ITM-CLI-CODIGO
           MOVE PED-SEQUENCIA  TO ITM-PED-SEQUENCIA
           MOVE ZEROS          TO ITM-SEQUENCIA
           START ARQ-PEDIDO-ITEM KEY NOT LESS ITM-CHAVE
           IF WS-RESULTADO-ITM NOT = 00
              GO TO F-SOMA-ITENS-PEDIDO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PEDIDO-ITEM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF ITM-CLI-CODIGO NOT = PED-CLI-CODIGO
                 OR ITM-PED-SEQUENCIA NOT = PED-SEQUENCIA
                 EXIT PERFORM
              END-IF
              PERFORM VARYING WS-IDX-LINHA FROM 1 BY 1
                 UNTIL WS-IDX-LINHA > 5
                 IF CMP-LINHA-PRODUTO(WS-IDX-LINHA) > ZEROS
                    AND ITM-LINHA-PRODUTO =
                        CMP-LINHA-PRODUTO(WS-IDX-LINHA)
                    ADD 1         TO WS-CLI-ITENS-LINHAS
                    ADD ITM-VALOR TO WS-CLI-VALOR-LINHAS
                    EXIT PERFORM
                 END-IF
              END-PERFORM
           END-PERFORM.
       F-SOMA-ITENS-PEDIDO. EXIT.

      * ALVO X CONTROLE: CONVERSAO E VALOR ATRIBUIDO POR CLIENTE; A
      * DIFERENCA POR CLIENTE VEZES OS CLIENTES DO ALVO E A RECEITA
      * INCREMENTAL ESTIMADA DA CAMPANHA.
       IMPRIME-RESUMO.
           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
              UNTIL WS-IDX-GRUPO > 2
              IF WS-GRP-CLIENTES(WS-IDX-GRUPO) > ZEROS
                 COMPUTE WS-GRP-CONVERSAO(WS-IDX-GRUPO) ROUNDED =
                    WS-GRP-COMPRARAM(WS-IDX-GRUPO) * 100
                    / WS-GRP-CLIENTES(WS-IDX-GRUPO)
                 COMPUTE WS-GRP-POR-CLIENTE(WS-IDX-GRUPO) ROUNDED =
                    WS-GRP-ATRIBUIDO(WS-IDX-GRUPO)
                    / WS-GRP-CLIENTES(WS-IDX-GRUPO)
              END-IF
           END-PERFORM
           IF CONTADOR-LINHA > 50
              PERFORM IMPRIMIR-CABECALHO-RES
           END-IF
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-RESUMO AFTER 2 LINES
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINES
           PERFORM VARYING WS-IDX-GRUPO FROM 1 BY 1
              UNTIL WS-IDX-GRUPO > 2
              IF WS-IDX-GRUPO = 1
                 MOVE "ALVO"     TO DRE-GRUPO
              ELSE
                 MOVE "CONTROLE" TO DRE-GRUPO
              END-IF
              MOVE WS-GRP-CLIENTES(WS-IDX-GRUPO)    TO DRE-CLIENTES
              MOVE WS-GRP-COMPRARAM(WS-IDX-GRUPO)   TO DRE-COMPRARAM
              MOVE WS-GRP-CONVERSAO(WS-IDX-GRUPO)   TO DRE-CONVERSAO
              MOVE WS-GRP-PEDIDOS(WS-IDX-GRUPO)     TO DRE-PEDIDOS
              MOVE WS-GRP-VALOR(WS-IDX-GRUPO)       TO DRE-VALOR
              MOVE WS-GRP-ATRIBUIDO(WS-IDX-GRUPO)   TO DRE-ATRIBUIDO
              MOVE WS-GRP-POR-CLIENTE(WS-IDX-GRUPO) TO DRE-POR-CLIENTE
              WRITE LINHA FROM DETALHE-RESUMO AFTER 1 LINES
           END-PERFORM
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           IF WS-GRP-CLIENTES(1) = ZEROS OR WS-GRP-CLIENTES(2) = ZEROS
              MOVE "ALVO OU CONTROLE VAZIO - SEM COMPARACAO ENTRE OS GRU
      -"POS" TO LINHA-INFO
              WRITE LINHA FROM LINHA-INFO AFTER 1 LINES
              GO TO F-IMPRIME-RESUMO
           END-IF
           COMPUTE WS-DIF-CONVERSAO =
              WS-GRP-CONVERSAO(1) - WS-GRP-CONVERSAO(2)
           COMPUTE WS-DIF-POR-CLIENTE =
              WS-GRP-POR-CLIENTE(1) - WS-GRP-POR-CLIENTE(2)
           COMPUTE WS-INCREMENTAL =
              WS-DIF-POR-CLIENTE * WS-GRP-CLIENTES(1)
           MOVE "CONVERSAO ALVO - CONTROLE..............:"
              TO LINHA-TOTAL-PONTOS(1:40)
           MOVE WS-DIF-CONVERSAO TO LTP-VALOR
           WRITE LINHA FROM LINHA-TOTAL-PONTOS AFTER 1 LINES
           MOVE "ATRIBUIDO POR CLIENTE ALVO - CONTROLE..:"
              TO LINHA-TOTAL-VALOR(1:40)
           MOVE WS-DIF-POR-CLIENTE TO LTV-VALOR
           WRITE LINHA FROM LINHA-TOTAL-VALOR AFTER 1 LINES
           MOVE "RECEITA INCREMENTAL ESTIMADA DO ALVO...:"
              TO LINHA-TOTAL-VALOR(1:40)
           MOVE WS-INCREMENTAL TO LTV-VALOR
           WRITE LINHA FROM LINHA-TOTAL-VALOR AFTER 1 LINES.
       F-IMPRIME-RESUMO. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO (RLA-ARQUIVO E
      * RLA-PARAMETROS JA PREENCHIDOS), REGISTRADA NO CATALOGO DE
      * RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           MOVE "PROG89"         TO RLA-PROGRAMA
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           MOVE SPACES           TO RLA-ARQUIVO-COPIA
           MOVE SPACES           TO RLA-RESULTADO
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * NA PRIMEIRA PAGINA SAEM TAMBEM OS DADOS DA CAMPANHA.
       IMPRIMIR-CABECALHO-RES.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  02 TO CONTADOR-LINHA
           IF CONTADOR-PAGINA = 1
              MOVE SPACES TO LINHA-INFO
              STRING "CAMPANHA: " CMP-CODIGO " - " CMP-DESCRICAO
                     "   TIPO: " WS-TIPO-TEXTO
                     DELIMITED BY SIZE INTO LINHA-INFO
              WRITE LINHA FROM LINHA-INFO AFTER 1 LINE
              MOVE SPACES TO LINHA-INFO
              STRING "PERIODO: " CMP-DATA-INICIO " A " CMP-DATA-FIM
                     "   LINHAS FOCO: " WS-LINHAS-TEXTO
                     DELIMITED BY SIZE INTO LINHA-INFO
              WRITE LINHA FROM LINHA-INFO AFTER 1 LINE
              MOVE SPACES TO LINHA-INFO
              STRING "LISTA: " WS-CRITERIO-TEXTO
                     "  MONTADA EM " CMP-DATA-LISTA
                     "  CONTROLE: 1 EM CADA " CMP-PASSO-CONTROLE
                     DELIMITED BY SIZE INTO LINHA-INFO
              WRITE LINHA FROM LINHA-INFO AFTER 1 LINE
              WRITE LINHA FROM CABECALHO-2 AFTER 1 LINE
              ADD 4 TO CONTADOR-LINHA
           END-IF
           WRITE LINHA FROM CABECALHO-RES    AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           ADD 2 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA-RES.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO-RES
           END-IF.

      * REGISTRO DO RESULTADO EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           MOVE "PROG89" TO EXEC-PROGRAMA
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
