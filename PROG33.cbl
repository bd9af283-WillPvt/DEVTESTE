      * COMISSAO (COMISSAO.DAT - PERCENTUAL FIXO POR VENDEDOR OU
      * FAIXAS DE RECEITA NO REGISTRO PADRAO 000) E EXECUTA O
      * FECHAMENTO DO MES: SOMA OS PEDIDOS DO PERIODO POR CLIENTE
      * (PEDIDO.DAT), CREDITA CADA PEDIDO AO SEU VENDEDOR DE
      * REGISTRO (GRAVADO NA CARGA PELO PROG19; PEDIDO SEM VENDEDOR
      * VAI PARA O TITULAR ATUAL DO DISTMEST.DAT), APLICA A TAXA,
      * IMPRIME O DEMONSTRATIVO POR VENDEDOR
      * (RCOMISSAO.TXT) E GRAVA O RESUMO PARA A FOLHA DE PAGAMENTO
      * (FOLHAPAG-AAAAMM.DAT).
      * DEVOLUCOES (DEVOLUCAO.DAT, PROG61) LANCADAS NO MES ABATEM A
      * RECEITA DO VENDEDOR DE REGISTRO DO PEDIDO ORIGINAL; QUANDO O
      * PEDIDO E DE UM MES JA FECHADO (FOLHAPAG DAQUELE MES EXISTE),
      * A DEVOLUCAO GERA ESTORNO DA COMISSAO PAGA NAQUELE MES, IMPRESSO
      * NO DEMONSTRATIVO E GRAVADO NA FOLHA COMO LINHA TIPO E.
      * COM EQUIPES CADASTRADAS (PROG66) OS VENDEDORES SAEM POR REGIAO
      * E EQUIPE - A EQUIPE EM QUE ESTAVAM NO FIM DA COMPETENCIA
      * (EQUIPEHIST.DAT) - COM SUBTOTAIS DE RECEITA E COMISSAO; CADA
      * SUPERVISOR RECEBE A COMISSAO DE SUPERVISAO (SUP-PERC-SUPERVISAO
      * SOBRE A RECEITA LIQUIDA DA EQUIPE), IMPRESSA APOS O SUBTOTAL
      * DA EQUIPE E GRAVADA NA FOLHA COMO LINHA TIPO S.
      * COMPETENCIA JA FECHADA NO FECHAMENTO MENSAL (PERIODO.DAT,
      * PROG69) NAO E RECALCULADA: A FOLHA DAQUELE MES SO VOLTA A SER
      * GERADA DEPOIS QUE UM OPERADOR DE NIVEL 3 REABRE O PERIODO.
      * O CALCULO E DA EMPRESA DA SESSAO (SIGN-ON): SO ENTRAM OS
      * PEDIDOS DELA (PED-EMPRESA) E A FOLHA VAI PARA O ERP DELA - A
      * EMPRESA 01 GRAVA FOLHAPAG-AAAAMM.DAT E AS DEMAIS
      * FOLHAPAG-Enn-AAAAMM.DAT. SESSAO CONSOLIDADA (00) NAO CALCULA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-COM.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CLI.

           SELECT ARQ-CONCILIA ASSIGN TO DISK WID-ARQ-CONCILIA
                  ORGANIZATION     IS INDEXED
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CON.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEV.

           SELECT ARQ-SUPERVISOR ASSIGN TO DISK WID-ARQ-SUPERVISOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SUP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SUP.

           SELECT ARQ-EQUIPE ASSIGN TO DISK WID-ARQ-EQUIPE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EQP-VEN-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EQP.

           SELECT ARQ-EQUIPE-HIST ASSIGN TO DISK WID-ARQ-EQUIPE-HIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EQH-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EQH.

           SELECT ARQ-DIST-SORT ASSIGN TO "SORT".

           SELECT ARQ-DIST-SAI ASSIGN TO "COMTRAB.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT ARQ-FOLHA ASSIGN TO DISK WS-LOCAL-ARQ-FOLHA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-FOL.

           SELECT ARQ-CTL-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXEC.

           SELECT RELATORIO ASSIGN TO "RCOMISSAO.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-CONCILIA.FD".

       COPY "ARQ-DEVOLUCAO.FD".

       COPY "ARQ-SUPERVISOR.FD".

       COPY "ARQ-EQUIPE.FD".

       COPY "ARQ-EQUIPE-HIST.FD".

      * TABELA DE TAXAS (COMISSAO.DAT): PERCENTUAL FIXO POR VENDEDOR,
      * OU ZERO PARA USAR AS FAIXAS DE RECEITA DO PROPRIO REGISTRO;
      * O REGISTRO DO VENDEDOR 000 E O PADRAO PARA QUEM NAO TEM TAXA
                   04 COM-FAIXA-LIMITE PIC 9(11)V9(02).
                   04 COM-FAIXA-PERC   PIC 9(02)V9(02).

      * UM REGISTRO POR PEDIDO OU DEVOLUCAO DA COMPETENCIA, JA COM O
      * VENDEDOR A QUEM ELE E CREDITADO. CMS-TIPO: P = PEDIDO,
      * D = DEVOLUCAO ABATIDA DA RECEITA, E = ESTORNO DE COMISSAO DE
      * MES FECHADO (GRUPO 2, IMPRESSO APOS OS CLIENTES DO VENDEDOR).
      * CMS-EQP-GRUPO: 1 = VENDEDOR EM EQUIPE, 2 = SEM EQUIPE (NO FIM);
      * REGIAO E SUPERVISOR SAO OS DA EQUIPE NO FIM DA COMPETENCIA.
       SD ARQ-DIST-SORT.
          01 REG-DIST-SORT.
             02 CMS-VEN-CODIGO-SORT        PIC 9(03).
             02 CMS-VEN-NOME-SORT          PIC X(40).
             02 CMS-CLI-CODIGO-SORT        PIC 9(07).
             02 CMS-CLI-NOME-SORT          PIC X(40).
             02 CMS-VALOR-SORT             PIC 9(09)V9(02).
             02 CMS-GRUPO-SORT             PIC 9(01).
             02 CMS-TIPO-SORT              PIC X(01).
             02 CMS-PED-SEQUENCIA-SORT     PIC 9(07).
             02 CMS-COMP-ORIGEM-SORT       PIC 9(06).
             02 CMS-ESTORNO-SORT           PIC 9(09)V9(02).
             02 CMS-EQP-GRUPO-SORT         PIC 9(01).
             02 CMS-REGIAO-SORT            PIC X(15).
             02 CMS-SUP-CODIGO-SORT        PIC 9(03).

       FD ARQ-DIST-SAI.
          01 REG-DIST-SAI.
             02 CMS-VEN-NOME-SAI           PIC X(40).
             02 CMS-CLI-CODIGO-SAI         PIC 9(07).
             02 CMS-CLI-NOME-SAI           PIC X(40).
             02 CMS-VALOR-SAI              PIC 9(09)V9(02).
             02 CMS-GRUPO-SAI              PIC 9(01).
             02 CMS-TIPO-SAI               PIC X(01).
             02 CMS-PED-SEQUENCIA-SAI      PIC 9(07).
             02 CMS-COMP-ORIGEM-SAI        PIC 9(06).
             02 CMS-ESTORNO-SAI            PIC 9(09)V9(02).
             02 CMS-EQP-GRUPO-SAI          PIC 9(01).
             02 CMS-REGIAO-SAI             PIC X(15).
             02 CMS-SUP-CODIGO-SAI         PIC 9(03).

      * RESUMO PARA A FOLHA DE PAGAMENTO (UMA LINHA POR VENDEDOR COM
      * COMISSAO NO MES). FOL-TIPO: C = COMISSAO DO MES; E = ESTORNO
      * DE COMISSAO POR DEVOLUCAO (FOL-RECEITA = RECEITA DEVOLVIDA,
      * FOL-COMISSAO = VALOR A DESCONTAR); S = COMISSAO DE SUPERVISAO
      * (FOL-VEN-CODIGO/FOL-VEN-CPF = CODIGO E CPF DO SUPERVISOR,
      * FOL-RECEITA = RECEITA DA EQUIPE). FOLHAS ANTIGAS, SEM O
      * CAMPO, SAO LIDAS COM TIPO EM BRANCO (COMISSAO).
       FD ARQ-FOLHA.
          01 REG-FOLHA.
             02 FOL-VEN-CODIGO     PIC 9(03).
             02 FOL-RECEITA        PIC 9(11)V9(02).
             02 FILLER             PIC X(01) VALUE ";".
             02 FOL-COMISSAO       PIC 9(09)V9(02).
             02 FILLER             PIC X(01) VALUE ";".
             02 FOL-TIPO           PIC X(01).

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

       FD RELATORIO.
       01 LINHA        PIC X(132).
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-COMISSAO      PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-FOLHA    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-COM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CLI      PIC 9(02) VALUE ZEROS.
       77 WS-CLI-ANTERIOR       PIC 9(07) VALUE ZEROS.
       77 WS-CLI-NOME-ANTERIOR  PIC X(40) VALUE SPACES.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-SUFIXO-EMPRESA     PIC X(04) VALUE SPACES.
       77 WS-EMPRESA-MOVIMENTO  PIC 9(02) VALUE ZEROS.
       77 WS-PERIODO-FECHADO    PIC X(01) VALUE "N".
       77 WS-DATA-PERIODO       PIC X(10) VALUE SPACES.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.
       77 WS-VEN-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-RECEITA-CLIENTE    PIC S9(11)V9(02) VALUE ZEROS.
       77 WS-RECEITA-VENDEDOR   PIC S9(11)V9(02) VALUE ZEROS.
       77 WS-TAXA-APLICADA      PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-COMISSAO-VENDEDOR  PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOTAL-RECEITA      PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-TOTAL-COMISSAO     PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-QTD-VEN-COMISSAO   PIC 9(04) VALUE ZEROS.
       77 WS-ACHOU-TAXA         PIC X(01) VALUE "N".
       77 WS-DATA-DIVERGENTE    PIC X(10) VALUE SPACES.
       77 WS-COMP-INICIO        PIC 9(08) VALUE ZEROS.
       77 WS-COMP-FIM           PIC 9(08) VALUE ZEROS.
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-DEVOLUCAO   PIC X(01) VALUE "N".
       77 WS-RESULTADO-FOL      PIC 9(02) VALUE ZEROS.
       77 WS-COMP-LANCAMENTO    PIC 9(06) VALUE ZEROS.
       77 WS-COMP-PEDIDO        PIC 9(06) VALUE ZEROS.
       77 WS-MES-FECHADO        PIC X(01) VALUE "N".
       77 WS-FOL-RECEITA-ORIG   PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-FOL-COMISSAO-ORIG  PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-DEVOLUCAO-CLIENTE  PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-ESTORNO-VENDEDOR   PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-DEVOLVIDO-ESTORNO  PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-QTD-ESTORNOS-VEN   PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-ESTORNO      PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-QTD-VEN-ESTORNO    PIC 9(04) VALUE ZEROS.
       77 WS-ESTORNO-SALDO      PIC 9(09)V9(02) VALUE ZEROS.
       77 WID-ARQ-SUPERVISOR    PIC X(50) VALUE SPACES.
       77 WID-ARQ-EQUIPE        PIC X(50) VALUE SPACES.
       77 WID-ARQ-EQUIPE-HIST   PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-SUP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EQP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EQH      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-EQUIPE      PIC X(01) VALUE "N".
       77 WS-EXISTE-SUPERVISOR  PIC X(01) VALUE "N".
       77 WS-FIM-COMPETENCIA    PIC X(08) VALUE SPACES.
       77 WS-DATA-MOVIMENTO     PIC X(08) VALUE SPACES.
       77 WS-EQP-GRUPO-ANTERIOR PIC 9(01) VALUE ZEROS.
       77 WS-REGIAO-ANTERIOR    PIC X(15) VALUE SPACES.
       77 WS-SUP-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-SUP-RECEITA        PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-SUP-COMISSAO       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-REG-RECEITA        PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-REG-COMISSAO       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-COMISSAO-SUPERVISAO PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-TOTAL-SUPERVISAO   PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-QTD-SUP-COMISSAO   PIC 9(04) VALUE ZEROS.

      * SUPERVISOR DE CADA VENDEDOR NO FIM DA COMPETENCIA: O VINCULO
      * ATUAL (EQUIPE.DAT) CORRIGIDO PELA PRIMEIRA MUDANCA DE EQUIPE
      * POSTERIOR A ESSA DATA (EQUIPEHIST.DAT), CUJO SUPERVISOR
      * ANTERIOR E O QUE VALIA NO MES (000 = SEM EQUIPE).
       01 WS-TAB-EQUIPE.
          02 WS-EQT-ENTRADA OCCURS 999.
             03 WS-EQT-SUP-CODIGO       PIC 9(03).
             03 WS-EQT-CORRIGIDO        PIC X(01).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 CAB-MES      PIC 9(02).
          02 FILLER       PIC X(01) VALUE "/".
          02 CAB-ANO      PIC 9(04).
          02 FILLER       PIC X(10) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC 9(02).
          02 FILLER       PIC X(09) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(40) VALUE " NOME CLIENTE".
          02 FILLER PIC X(20) VALUE "  RECEITA DO PERIODO".
          02 FILLER PIC X(03) VALUE SPACES.
          02 FILLER PIC X(19) VALUE "   DEVOLUCOES (-)".

       01 DETALHE.
          02 DET-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-CLI-NOME        PIC X(40).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-RECEITA         PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-DEVOLUCAO       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.

       01 CABECALHO-ESTORNO.
          02 FILLER              PIC X(60) VALUE
             "ESTORNOS DE COMISSAO - DEVOLUCOES DE PEDIDOS DE MES FECHAD
      -"O".

       01 LINHA-ESTORNO.
          02 EST-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 EST-CLI-NOME        PIC X(40).
          02 FILLER              PIC X(06) VALUE " PED. ".
          02 EST-PED-SEQUENCIA   PIC 9(07).
          02 FILLER              PIC X(07) VALUE "  COMP.".
          02 EST-COMP-ORIGEM     PIC 9(06).
          02 FILLER              PIC X(12) VALUE "  DEVOLVIDO:".
          02 EST-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(11) VALUE "  ESTORNO:".
          02 EST-ESTORNO         PIC ZZZ.ZZZ.ZZ9,99.

       01 LINHA-COMISSAO.
          02 FILLER              PIC X(22) VALUE
             "RECEITA DO VENDEDOR: ".
          02 COM-LIN-RECEITA     PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
          02 FILLER              PIC X(10) VALUE "  TAXA: ".
          02 COM-LIN-TAXA        PIC Z9,99.
          02 FILLER              PIC X(03) VALUE " %".
          02 FILLER              PIC X(13) VALUE "  COMISSAO: ".
          02 COM-LIN-COMISSAO    PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(12) VALUE "  ESTORNO: ".
          02 COM-LIN-ESTORNO     PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(18) VALUE SPACES.

       01 CABECALHO-REGIAO.
          02 FILLER              PIC X(08) VALUE "REGIAO: ".
          02 CABREG-REGIAO       PIC X(15).
          02 FILLER              PIC X(109) VALUE SPACES.

       01 CABECALHO-EQUIPE.
          02 FILLER              PIC X(12) VALUE "SUPERVISOR: ".
          02 CABSUP-CODIGO       PIC ZZ9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 CABSUP-NOME         PIC X(40).
          02 FILLER              PIC X(74) VALUE SPACES.

       01 LINHA-SUBTOTAL.
          02 SUB-TEXTO           PIC X(34).
          02 FILLER              PIC X(10) VALUE "RECEITA: ".
          02 SUB-RECEITA         PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
          02 FILLER              PIC X(13) VALUE "  COMISSAO: ".
          02 SUB-COMISSAO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(39) VALUE SPACES.

       01 LINHA-SUPERVISAO.
          02 FILLER              PIC X(24) VALUE
             "COMISSAO DE SUPERVISAO: ".
          02 SPV-CODIGO          PIC ZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 SPV-NOME            PIC X(40).
          02 FILLER              PIC X(08) VALUE "  TAXA: ".
          02 SPV-TAXA            PIC Z9,99.
          02 FILLER              PIC X(03) VALUE " %".
          02 FILLER              PIC X(10) VALUE "  VALOR: ".
          02 SPV-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(24) VALUE SPACES.

       01 RODAPE.
          02 FILLER              PIC X(24) VALUE
             "VENDEDORES COMISSIONADOS".
          02 ROD-QTD             PIC ZZZ9.
          02 FILLER              PIC X(20) VALUE "  RECEITA TOTAL...: ".
          02 ROD-RECEITA         PIC ZZZ.ZZZ.ZZZ.ZZ9,99-.
          02 FILLER              PIC X(20) VALUE "  COMISSAO TOTAL..: ".
          02 ROD-COMISSAO        PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(17) VALUE "  ESTORNO TOTAL: ".
          02 ROD-ESTORNO         PIC ZZZ.ZZZ.ZZ9,99.

       01 RODAPE-SUPERVISAO.
          02 FILLER              PIC X(24) VALUE
             "SUPERVISORES COMISSION. ".
          02 ROD-QTD-SUP         PIC ZZZ9.
          02 FILLER              PIC X(20) VALUE "  SUPERVISAO TOTAL: ".
          02 ROD-SUPERVISAO      PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(70) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "VENDEDORES COMISSIONADOS:".
          02 LINE 06 COLUMN 28 PIC ZZZ9 FROM WS-QTD-VEN-COMISSAO.
          02 LINE 07 COLUMN 01 VALUE "VENDEDORES COM ESTORNO..:".
          02 LINE 07 COLUMN 28 PIC ZZZ9 FROM WS-QTD-VEN-ESTORNO.
          02 LINE 08 COLUMN 01 VALUE "SUPERVISORES COMISSION.:".
          02 LINE 08 COLUMN 28 PIC ZZZ9 FROM WS-QTD-SUP-COMISSAO.
          02 LINE 09 COLUMN 01 VALUE
             "DEMONSTRATIVO EM RCOMISSAO.TXT; RESUMO DA FOLHA GRAVADO".
          02 LINE 15 COLUMN 01
          VALUE "CALCULO DE COMISSOES CONCLUIDO, TECLE ENTER PARA RETOR
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-COMISSAO AT 0101

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

       MANUTENCAO-TAXA.
       F-ACEITA-TAXA. EXIT.

       CALCULA-MES.
           IF WS-EMPRESA-SESSAO = ZEROS
              DISPLAY "SESSAO CONSOLIDADA - ESCOLHA A EMPRESA NO SIGN-O
      -"N" AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              GO TO F-CALCULA-MES
           END-IF
           DISPLAY TELA-CALCULO AT 0101
           PERFORM UNTIL WS-ANO-CALCULO > 2000
              ACCEPT WS-ANO-CALCULO AT 0736
           COMPUTE WS-COMPETENCIA =
              WS-ANO-CALCULO * 100 + WS-MES-CALCULO

           MOVE SPACES TO WS-DATA-PERIODO
           STRING "01/" WS-MES-CALCULO "/" WS-ANO-CALCULO
                  DELIMITED BY SIZE INTO WS-DATA-PERIODO
           CALL "VERIFICA-PERIODO" USING WS-DATA-PERIODO
                                         WS-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "S"
              DISPLAY "COMPETENCIA FECHADA - REABERTURA SO NO PROG69"
                 AT 2401
              DISPLAY "POR OPERADOR DE NIVEL 3 .................."
                 AT 2501
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              GO TO F-CALCULA-MES
           END-IF

      * FECHAMENTO SO COM O PERIODO CONCILIADO: UMA DATA DIVERGENTE
      * NO CONCILIA.DAT (PROG52) DERRUBA O CALCULO ANTES DE QUALQUER
      * COMISSAO SAIR ERRADA.
              DISPLAY "CALCULO CANCELADO - RECONCILIE NO PROG52 .."
                 AT 2501
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              GO TO F-CALCULA-MES
           END-IF

              DISPLAY "PEDIDO.DAT NAO ENCONTRADO - EXECUTE O PROG19 PRIM
      -"EIRO" AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST NOT = 00
              DISPLAY "DISTMEST.DAT NAO ENCONTRADO - EXECUTE A DISTRIBUI
      -"CAO PRIMEIRO" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE

      * SEM DEVOLUCAO.DAT (NENHUMA DEVOLUCAO CARREGADA) O CALCULO
      * CONSIDERA APENAS OS PEDIDOS.
           MOVE "N" TO WS-EXISTE-DEVOLUCAO
           MOVE "DEVOLUCAO.DAT" TO WID-ARQ-DEVOLUCAO
           OPEN I-O ARQ-DEVOLUCAO
           IF WS-RESULTADO-DEV = 00
              MOVE "S" TO WS-EXISTE-DEVOLUCAO
           END-IF

           PERFORM CARREGA-EQUIPES THRU F-CARREGA-EQUIPES

           SORT ARQ-DIST-SORT
                ON ASCENDING KEY CMS-EQP-GRUPO-SORT
                ON ASCENDING KEY CMS-REGIAO-SORT
                ON ASCENDING KEY CMS-SUP-CODIGO-SORT
                ON ASCENDING KEY CMS-VEN-CODIGO-SORT
                ON ASCENDING KEY CMS-GRUPO-SORT
                ON ASCENDING KEY CMS-CLI-CODIGO-SORT
                INPUT PROCEDURE CLASSIFICA-PEDIDOS
                GIVING ARQ-DIST-SAI

           MOVE SPACES TO WS-LOCAL-ARQ-FOLHA
           STRING "FOLHAPAG" WS-SUFIXO-EMPRESA DELIMITED BY SPACE
                  "-" WS-COMPETENCIA ".DAT"
                  DELIMITED BY SIZE INTO WS-LOCAL-ARQ-FOLHA
           OPEN OUTPUT ARQ-FOLHA

           MOVE DATA-DE-HOJE   TO CAB-DATA
           MOVE WS-MES-CALCULO TO CAB-MES
           MOVE WS-ANO-CALCULO TO CAB-ANO
           MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           PERFORM IMPRIMIR-CABECALHO
           PERFORM PROCESSA-CARTEIRAS THRU F-PROCESSA-CARTEIRAS
           PERFORM IMPRIME-RODAPE THRU F-IMPRIME-RODAPE
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-FOLHA
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-DIST-MEST
           IF WS-EXISTE-DEVOLUCAO = "S"
              CLOSE ARQ-DEVOLUCAO
           END-IF
           IF WS-EXISTE-SUPERVISOR = "S"
              CLOSE ARQ-SUPERVISOR
           END-IF
           CLOSE ARQ-PEDIDO.
       F-CALCULA-MES. EXIT.

      * EQUIPE DE CADA VENDEDOR NO FIM DA COMPETENCIA. O HISTORICO
      * ESTA EM ORDEM DE VENDEDOR E SEQUENCIA: A PRIMEIRA MUDANCA
      * DATADA DEPOIS DO FIM DO MES DIZ, NO SUPERVISOR ANTERIOR, EM
      * QUE EQUIPE O VENDEDOR ESTAVA NAQUELE MES. SEM EQUIPE.DAT O
      * DEMONSTRATIVO SAI SO POR VENDEDOR, COMO SEMPRE SAIU.
       CARREGA-EQUIPES.
           INITIALIZE WS-TAB-EQUIPE
           MOVE "SUPERVISOR.DAT" TO WID-ARQ-SUPERVISOR
           OPEN INPUT ARQ-SUPERVISOR
           IF WS-RESULTADO-SUP = 00
              MOVE "S" TO WS-EXISTE-SUPERVISOR
           END-IF
           MOVE "EQUIPE.DAT" TO WID-ARQ-EQUIPE
           OPEN INPUT ARQ-EQUIPE
           IF WS-RESULTADO-EQP NOT = 00
              GO TO F-CARREGA-EQUIPES
           END-IF
           MOVE "S" TO WS-EXISTE-EQUIPE
           MOVE ZEROS TO EQP-VEN-CODIGO
           START ARQ-EQUIPE KEY NOT LESS EQP-VEN-CODIGO
           IF WS-RESULTADO-EQP = 00
              PERFORM UNTIL EXIT
                 READ ARQ-EQUIPE NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF EQP-VEN-CODIGO > ZEROS
                    MOVE EQP-SUP-CODIGO TO
                       WS-EQT-SUP-CODIGO(EQP-VEN-CODIGO)
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-EQUIPE

           STRING WS-ANO-CALCULO WS-MES-CALCULO "31"
                  DELIMITED BY SIZE INTO WS-FIM-COMPETENCIA
           MOVE "EQUIPEHIST.DAT" TO WID-ARQ-EQUIPE-HIST
           OPEN INPUT ARQ-EQUIPE-HIST
           IF WS-RESULTADO-EQH NOT = 00
              GO TO F-CARREGA-EQUIPES
           END-IF
           MOVE ZEROS TO EQH-VEN-CODIGO
           MOVE ZEROS TO EQH-SEQUENCIA
           START ARQ-EQUIPE-HIST KEY NOT LESS EQH-CHAVE
           IF WS-RESULTADO-EQH = 00
              PERFORM UNTIL EXIT
                 READ ARQ-EQUIPE-HIST NEXT AT END
                    EXIT PERFORM
                 END-READ
                 STRING EQH-DATA(7:4) EQH-DATA(4:2) EQH-DATA(1:2)
                        DELIMITED BY SIZE INTO WS-DATA-MOVIMENTO
                 IF EQH-VEN-CODIGO > ZEROS
                    AND WS-DATA-MOVIMENTO > WS-FIM-COMPETENCIA
                    AND WS-EQT-CORRIGIDO(EQH-VEN-CODIGO) NOT = "S"
                    MOVE EQH-SUP-ANTERIOR TO
                       WS-EQT-SUP-CODIGO(EQH-VEN-CODIGO)
                    MOVE "S" TO WS-EQT-CORRIGIDO(EQH-VEN-CODIGO)
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-EQUIPE-HIST.
       F-CARREGA-EQUIPES. EXIT.

      * VARRE O CONCILIA.DAT DENTRO DA COMPETENCIA PEDIDA ATRAS DE
      * DATA COM SITUACAO DIVERGENTE; SEM O ARQUIVO (CONCILIACAO
      * AINDA NAO ADOTADA) O FECHAMENTO SEGUE COMO SEMPRE.
           END-IF.
       F-VERIFICA-CONCILIACAO. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG33"        TO RLA-PROGRAMA
           MOVE "RCOMISSAO.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE    TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "COMPETENCIA " WS-MES-CALCULO "/" WS-ANO-CALCULO
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * PEDIDOS DA COMPETENCIA PEDIDA (MES/ANO DE PED-DATA, FORMATO
      * DD/MM/AAAA), CADA UM CREDITADO AO SEU VENDEDOR DE REGISTRO;
      * A TROCA POSTERIOR DE CARTEIRA (NOVA DISTRIBUICAO, DESLIGAMENTO
      * OU ESTORNO) NAO MUDA A COMISSAO DE UM MES JA FATURADO.
       CLASSIFICA-PEDIDOS SECTION.
           MOVE ZEROS TO PED-CLI-CODIGO
           MOVE ZEROS TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PED-DATA(4:2) NUMERIC AND PED-DATA(7:4) NUMERIC
                    IF FUNCTION NUMVAL(PED-DATA(4:2)) = WS-MES-CALCULO
                       AND FUNCTION NUMVAL(PED-DATA(7:4)) =
                           WS-ANO-CALCULO
                       PERFORM CLASSIFICA-PEDIDO
                          THRU F-CLASSIFICA-PEDIDO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-EXISTE-DEVOLUCAO = "S"
              MOVE ZEROS TO DEV-CLI-CODIGO
              MOVE ZEROS TO DEV-PED-SEQUENCIA
              MOVE ZEROS TO DEV-SEQUENCIA
              START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
              IF WS-RESULTADO-DEV = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-DEVOLUCAO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    PERFORM CLASSIFICA-DEVOLUCAO
                       THRU F-CLASSIFICA-DEVOLUCAO
                 END-PERFORM
              END-IF
           END-IF.
       F-CLASSIFICA-PEDIDOS.
           EXIT.

       CALCULO SECTION.
       CLASSIFICA-PEDIDO.
           IF PED-EMPRESA NOT = WS-EMPRESA-SESSAO
              GO TO F-CLASSIFICA-PEDIDO
           END-IF
           MOVE PED-CLI-CODIGO TO CMS-CLI-CODIGO-SORT
           MOVE PED-VEN-CODIGO TO CMS-VEN-CODIGO-SORT
           PERFORM IDENTIFICA-CARTEIRA THRU F-IDENTIFICA-CARTEIRA
           IF CMS-VEN-CODIGO-SORT = ZEROS
              GO TO F-CLASSIFICA-PEDIDO
           END-IF
           MOVE 1             TO CMS-GRUPO-SORT
           MOVE "P"           TO CMS-TIPO-SORT
           MOVE PED-SEQUENCIA TO CMS-PED-SEQUENCIA-SORT
           MOVE ZEROS         TO CMS-COMP-ORIGEM-SORT
           MOVE ZEROS         TO CMS-ESTORNO-SORT
           MOVE PED-VALOR     TO CMS-VALOR-SORT
           RELEASE REG-DIST-SORT.
       F-CLASSIFICA-PEDIDO. EXIT.

      * DEVOLUCAO AINDA NAO APURADA (OU APURADA NESTA MESMA
      * COMPETENCIA, NUM RECALCULO) E LANCADA ATE O FIM DO MES PEDIDO:
      * SE O PEDIDO ORIGINAL E DE MES ANTERIOR JA FECHADO, ESTORNA A
      * COMISSAO PELA TAXA EFETIVA PAGA NAQUELE MES (COMISSAO/RECEITA
      * DA FOLHA); SENAO ABATE A RECEITA DESTE MES. A COMPETENCIA E O
      * TIPO FICAM MARCADOS NA DEVOLUCAO PARA ELA NAO ENTRAR DE NOVO
      * NO CALCULO DE OUTRO MES. DEVOLUCAO DE PEDIDO DE OUTRA EMPRESA
      * NAO E TOCADA: FICA PARA O CALCULO DAQUELA EMPRESA.
       CLASSIFICA-DEVOLUCAO.
           PERFORM IDENTIFICA-EMPRESA-DEV
              THRU F-IDENTIFICA-EMPRESA-DEV
           IF WS-EMPRESA-MOVIMENTO NOT = WS-EMPRESA-SESSAO
              GO TO F-CLASSIFICA-DEVOLUCAO
           END-IF
           IF DEV-COMP-APURACAO NOT = ZEROS
              AND DEV-COMP-APURACAO NOT = WS-COMPETENCIA
              GO TO F-CLASSIFICA-DEVOLUCAO
           END-IF
           IF DEV-DATA(4:2) NOT NUMERIC
              OR DEV-DATA(7:4) NOT NUMERIC
              GO TO F-CLASSIFICA-DEVOLUCAO
           END-IF
           COMPUTE WS-COMP-LANCAMENTO =
              FUNCTION NUMVAL(DEV-DATA(7:4)) * 100 +
              FUNCTION NUMVAL(DEV-DATA(4:2))
           IF WS-COMP-LANCAMENTO > WS-COMPETENCIA
              GO TO F-CLASSIFICA-DEVOLUCAO
           END-IF
           MOVE ZEROS TO WS-COMP-PEDIDO
           IF DEV-DATA-PEDIDO(4:2) NUMERIC
              AND DEV-DATA-PEDIDO(7:4) NUMERIC
              COMPUTE WS-COMP-PEDIDO =
                 FUNCTION NUMVAL(DEV-DATA-PEDIDO(7:4)) * 100 +
                 FUNCTION NUMVAL(DEV-DATA-PEDIDO(4:2))
           END-IF

           MOVE DEV-CLI-CODIGO    TO CMS-CLI-CODIGO-SORT
           MOVE DEV-VEN-CODIGO    TO CMS-VEN-CODIGO-SORT
           PERFORM IDENTIFICA-CARTEIRA THRU F-IDENTIFICA-CARTEIRA
           IF CMS-VEN-CODIGO-SORT = ZEROS
              GO TO F-CLASSIFICA-DEVOLUCAO
           END-IF
           MOVE DEV-PED-SEQUENCIA TO CMS-PED-SEQUENCIA-SORT
           MOVE WS-COMP-PEDIDO    TO CMS-COMP-ORIGEM-SORT
           MOVE DEV-VALOR         TO CMS-VALOR-SORT
           MOVE ZEROS             TO CMS-ESTORNO-SORT

           MOVE "N" TO WS-MES-FECHADO
           IF WS-COMP-PEDIDO > ZEROS
              AND WS-COMP-PEDIDO < WS-COMPETENCIA
              PERFORM LE-FOLHA-ORIGEM THRU F-LE-FOLHA-ORIGEM
           END-IF
           IF WS-MES-FECHADO = "S"
              MOVE 2   TO CMS-GRUPO-SORT
              MOVE "E" TO CMS-TIPO-SORT
              IF WS-FOL-RECEITA-ORIG > ZEROS
                 COMPUTE CMS-ESTORNO-SORT ROUNDED =
                    DEV-VALOR * WS-FOL-COMISSAO-ORIG /
                    WS-FOL-RECEITA-ORIG
              END-IF
           ELSE
              MOVE 1   TO CMS-GRUPO-SORT
              MOVE "D" TO CMS-TIPO-SORT
           END-IF
           MOVE WS-COMPETENCIA TO DEV-COMP-APURACAO
           MOVE CMS-TIPO-SORT  TO DEV-TIPO-APURACAO
           REWRITE REGISTRO-DEVOLUCAO
           IF CMS-TIPO-SORT = "D" OR CMS-ESTORNO-SORT > ZEROS
              RELEASE REG-DIST-SORT
           END-IF.
       F-CLASSIFICA-DEVOLUCAO. EXIT.

      * EMPRESA DA DEVOLUCAO = A DO PEDIDO ORIGINAL; PEDIDO QUE NAO
      * EXISTE MAIS NO PEDIDO.DAT FICA COM A EMPRESA DO CLIENTE.
       IDENTIFICA-EMPRESA-DEV.
           MOVE 01 TO WS-EMPRESA-MOVIMENTO
           MOVE DEV-CLI-CODIGO    TO PED-CLI-CODIGO
           MOVE DEV-PED-SEQUENCIA TO PED-SEQUENCIA
           READ ARQ-PEDIDO
           IF WS-RESULTADO-PED = 00
              MOVE PED-EMPRESA TO WS-EMPRESA-MOVIMENTO
              GO TO F-IDENTIFICA-EMPRESA-DEV
           END-IF
           MOVE DEV-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-CLI = 00
              MOVE CLI-EMPRESA TO WS-EMPRESA-MOVIMENTO
           END-IF.
       F-IDENTIFICA-EMPRESA-DEV. EXIT.

      * MES DO PEDIDO ORIGINAL JA FECHADO = EXISTE A FOLHAPAG DAQUELA
      * COMPETENCIA; A LINHA DE COMISSAO DO VENDEDOR DA A RECEITA E A
      * COMISSAO PAGAS (SEM LINHA, NADA FOI PAGO E NADA SE ESTORNA).
      * AS LINHAS DE ESTORNO (E) E DE SUPERVISAO (S) NAO CONTAM.
       LE-FOLHA-ORIGEM.
           MOVE ZEROS TO WS-FOL-RECEITA-ORIG
           MOVE ZEROS TO WS-FOL-COMISSAO-ORIG
           MOVE SPACES TO WS-LOCAL-ARQ-FOLHA
           STRING "FOLHAPAG" WS-SUFIXO-EMPRESA DELIMITED BY SPACE
                  "-" WS-COMP-PEDIDO ".DAT"
                  DELIMITED BY SIZE INTO WS-LOCAL-ARQ-FOLHA
           OPEN INPUT ARQ-FOLHA
           IF WS-RESULTADO-FOL NOT = 00
              GO TO F-LE-FOLHA-ORIGEM
           END-IF
           MOVE "S" TO WS-MES-FECHADO
           PERFORM UNTIL EXIT
              READ ARQ-FOLHA AT END
                 EXIT PERFORM
              END-READ
              IF FOL-VEN-CODIGO = CMS-VEN-CODIGO-SORT
                 AND FOL-TIPO NOT = "E" AND FOL-TIPO NOT = "S"
                 MOVE FOL-RECEITA  TO WS-FOL-RECEITA-ORIG
                 MOVE FOL-COMISSAO TO WS-FOL-COMISSAO-ORIG
              END-IF
           END-PERFORM
           CLOSE ARQ-FOLHA.
       F-LE-FOLHA-ORIGEM. EXIT.

      * VENDEDOR E NOMES DO MOVIMENTO EM CMS-CLI-CODIGO-SORT/
      * CMS-VEN-CODIGO-SORT. MOVIMENTO SEM VENDEDOR DE REGISTRO
      * (CARGA ANTERIOR AO CAMPO SEM GERACAO DATADA QUE O COBRISSE)
      * FICA COM O TITULAR ATUAL DO CLIENTE; SEM TITULAR NENHUM O
      * VENDEDOR VOLTA ZERADO E O MOVIMENTO NAO GERA COMISSAO.
       IDENTIFICA-CARTEIRA.
           MOVE CMS-CLI-CODIGO-SORT TO DM-CLI-CODIGO
           READ ARQ-DIST-MEST
           IF WS-RESULTADO-MEST NOT = 00
              MOVE ZEROS  TO DM-VEN-CODIGO
              MOVE SPACES TO DM-VEN-RAZAO-SOCIAL
              MOVE SPACES TO DM-CLI-RAZAO-SOCIAL
           END-IF
           IF CMS-VEN-CODIGO-SORT = ZEROS
              MOVE DM-VEN-CODIGO  TO CMS-VEN-CODIGO-SORT
           END-IF
           IF CMS-VEN-CODIGO-SORT = ZEROS
              GO TO F-IDENTIFICA-CARTEIRA
           END-IF
           PERFORM IDENTIFICA-EQUIPE THRU F-IDENTIFICA-EQUIPE
           IF CMS-VEN-CODIGO-SORT = DM-VEN-CODIGO
              MOVE DM-VEN-RAZAO-SOCIAL TO CMS-VEN-NOME-SORT
           ELSE
              MOVE CMS-VEN-CODIGO-SORT TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-ACESSO = 00
                 MOVE VEN-NOME TO CMS-VEN-NOME-SORT
              ELSE
                 MOVE SPACES   TO CMS-VEN-NOME-SORT
              END-IF
           END-IF
           IF DM-CLI-RAZAO-SOCIAL NOT = SPACES
              MOVE DM-CLI-RAZAO-SOCIAL TO CMS-CLI-NOME-SORT
           ELSE
              MOVE CMS-CLI-CODIGO-SORT TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-CLI = 00
                 MOVE CLI-RAZAO-SOCIAL TO CMS-CLI-NOME-SORT
              ELSE
                 MOVE SPACES           TO CMS-CLI-NOME-SORT
              END-IF
           END-IF.
       F-IDENTIFICA-CARTEIRA. EXIT.

      * REGIAO E SUPERVISOR DO VENDEDOR EM CMS-VEN-CODIGO-SORT, PELA
      * EQUIPE DO FIM DA COMPETENCIA; SEM EQUIPE VAI PARA O GRUPO 2.
       IDENTIFICA-EQUIPE.
           MOVE 1      TO CMS-EQP-GRUPO-SORT
           MOVE SPACES TO CMS-REGIAO-SORT
           MOVE ZEROS  TO CMS-SUP-CODIGO-SORT
           IF WS-EXISTE-EQUIPE NOT = "S"
              GO TO F-IDENTIFICA-EQUIPE
           END-IF
           IF WS-EQT-SUP-CODIGO(CMS-VEN-CODIGO-SORT) = ZEROS
              MOVE 2            TO CMS-EQP-GRUPO-SORT
              MOVE "SEM EQUIPE" TO CMS-REGIAO-SORT
              GO TO F-IDENTIFICA-EQUIPE
           END-IF
           MOVE WS-EQT-SUP-CODIGO(CMS-VEN-CODIGO-SORT) TO
              CMS-SUP-CODIGO-SORT
           IF WS-EXISTE-SUPERVISOR = "S"
              MOVE CMS-SUP-CODIGO-SORT TO SUP-CODIGO
              READ ARQ-SUPERVISOR
              IF WS-RESULTADO-SUP = 00
                 MOVE SUP-REGIAO TO CMS-REGIAO-SORT
              END-IF
           END-IF.
       F-IDENTIFICA-EQUIPE. EXIT.

       PROCESSA-CARTEIRAS.
           OPEN INPUT ARQ-DIST-SAI
           MOVE ZEROS TO CONTROLE-FIM
           MOVE ZEROS TO WS-VEN-ANTERIOR
           MOVE ZEROS TO WS-CLI-ANTERIOR
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-DIST-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF WS-EXISTE-EQUIPE = "S"
                 PERFORM QUEBRA-EQUIPE THRU F-QUEBRA-EQUIPE
              END-IF
              IF CMS-VEN-CODIGO-SAI NOT = WS-VEN-ANTERIOR
                 IF WS-CLI-ANTERIOR NOT = ZEROS
                    PERFORM FECHA-CLIENTE THRU F-FECHA-CLIENTE
                 END-IF
                 MOVE ZEROS TO WS-CLI-ANTERIOR
                 IF WS-VEN-ANTERIOR NOT = ZEROS
                    PERFORM FECHA-VENDEDOR THRU F-FECHA-VENDEDOR
                 END-IF
                 MOVE ZEROS TO WS-RECEITA-VENDEDOR
                 MOVE ZEROS TO WS-ESTORNO-VENDEDOR
                 MOVE ZEROS TO WS-DEVOLVIDO-ESTORNO
                 MOVE ZEROS TO WS-QTD-ESTORNOS-VEN
                 MOVE CMS-VEN-CODIGO-SAI TO WS-VEN-ANTERIOR
                 MOVE CMS-VEN-CODIGO-SAI TO CABVEN-CODIGO
                 MOVE CMS-VEN-NOME-SAI   TO CABVEN-NOME
                 WRITE LINHA FROM CABECALHO-1        AFTER 1 LINES
                 ADD 2 TO CONTADOR-LINHA
              END-IF
              IF CMS-TIPO-SAI = "E"
                 PERFORM IMPRIME-ESTORNO THRU F-IMPRIME-ESTORNO
              ELSE
                 IF CMS-CLI-CODIGO-SAI NOT = WS-CLI-ANTERIOR
                    IF WS-CLI-ANTERIOR NOT = ZEROS
                       PERFORM FECHA-CLIENTE THRU F-FECHA-CLIENTE
                    END-IF
                    MOVE ZEROS              TO WS-RECEITA-CLIENTE
                    MOVE ZEROS              TO WS-DEVOLUCAO-CLIENTE
                    MOVE CMS-CLI-CODIGO-SAI TO WS-CLI-ANTERIOR
                    MOVE CMS-CLI-NOME-SAI   TO WS-CLI-NOME-ANTERIOR
                 END-IF
                 IF CMS-TIPO-SAI = "D"
                    SUBTRACT CMS-VALOR-SAI FROM WS-RECEITA-CLIENTE
                    ADD CMS-VALOR-SAI TO WS-DEVOLUCAO-CLIENTE
                 ELSE
                    ADD CMS-VALOR-SAI TO WS-RECEITA-CLIENTE
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CLI-ANTERIOR NOT = ZEROS
              PERFORM FECHA-CLIENTE THRU F-FECHA-CLIENTE
           END-IF
           IF WS-VEN-ANTERIOR NOT = ZEROS
              PERFORM FECHA-VENDEDOR THRU F-FECHA-VENDEDOR
           END-IF
           IF WS-EXISTE-EQUIPE = "S"
              MOVE ZEROS TO WS-VEN-ANTERIOR
              PERFORM FECHA-EQUIPE THRU F-FECHA-EQUIPE
              PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
           END-IF
           CLOSE ARQ-DIST-SAI.
       F-PROCESSA-CARTEIRAS. EXIT.

      * QUEBRAS DE REGIAO E DE EQUIPE, ANTES DA QUEBRA DE VENDEDOR:
      * FECHA O CLIENTE E O VENDEDOR EM ABERTO, A EQUIPE E A REGIAO
      * ANTERIORES E IMPRIME OS CABECALHOS DA NOVA REGIAO E EQUIPE.
       QUEBRA-EQUIPE.
           IF CMS-EQP-GRUPO-SAI  = WS-EQP-GRUPO-ANTERIOR
              AND CMS-REGIAO-SAI = WS-REGIAO-ANTERIOR
              AND CMS-SUP-CODIGO-SAI = WS-SUP-ANTERIOR
              GO TO F-QUEBRA-EQUIPE
           END-IF
           IF WS-CLI-ANTERIOR NOT = ZEROS
              PERFORM FECHA-CLIENTE THRU F-FECHA-CLIENTE
              MOVE ZEROS TO WS-CLI-ANTERIOR
           END-IF
           IF WS-VEN-ANTERIOR NOT = ZEROS
              PERFORM FECHA-VENDEDOR THRU F-FECHA-VENDEDOR
              MOVE ZEROS TO WS-VEN-ANTERIOR
           END-IF
           PERFORM FECHA-EQUIPE THRU F-FECHA-EQUIPE
           IF CMS-EQP-GRUPO-SAI  NOT = WS-EQP-GRUPO-ANTERIOR
              OR CMS-REGIAO-SAI NOT = WS-REGIAO-ANTERIOR
              PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
              MOVE CMS-EQP-GRUPO-SAI TO WS-EQP-GRUPO-ANTERIOR
              MOVE CMS-REGIAO-SAI    TO WS-REGIAO-ANTERIOR
              MOVE CMS-REGIAO-SAI    TO CABREG-REGIAO
              IF CONTADOR-LINHA > 55
                 PERFORM IMPRIMIR-CABECALHO
              END-IF
              WRITE LINHA FROM CABECALHO-REGIAO AFTER 2 LINES
              ADD 2 TO CONTADOR-LINHA
           END-IF
           MOVE CMS-SUP-CODIGO-SAI TO WS-SUP-ANTERIOR
           IF CMS-SUP-CODIGO-SAI NOT = ZEROS
              MOVE CMS-SUP-CODIGO-SAI TO CABSUP-CODIGO
              MOVE SPACES             TO CABSUP-NOME
              IF WS-EXISTE-SUPERVISOR = "S"
                 MOVE CMS-SUP-CODIGO-SAI TO SUP-CODIGO
                 READ ARQ-SUPERVISOR
                 IF WS-RESULTADO-SUP = 00
                    MOVE SUP-NOME TO CABSUP-NOME
                 END-IF
              END-IF
              WRITE LINHA FROM CABECALHO-EQUIPE AFTER 1 LINES
              ADD 1 TO CONTADOR-LINHA
           END-IF.
       F-QUEBRA-EQUIPE. EXIT.

      * SUBTOTAL DA EQUIPE E COMISSAO DE SUPERVISAO: O PERCENTUAL DO
      * SUPERVISOR SOBRE A RECEITA LIQUIDA DA EQUIPE NO MES (SO QUANDO
      * POSITIVA), IMPRESSO E GRAVADO NA FOLHA COMO LINHA TIPO S.
       FECHA-EQUIPE.
           IF WS-SUP-ANTERIOR NOT = ZEROS
              PERFORM IMPRIME-EQUIPE THRU F-IMPRIME-EQUIPE
           END-IF
           MOVE ZEROS TO WS-SUP-ANTERIOR
           MOVE ZEROS TO WS-SUP-RECEITA
           MOVE ZEROS TO WS-SUP-COMISSAO.
       F-FECHA-EQUIPE. EXIT.

       IMPRIME-EQUIPE.
           MOVE SPACES TO SUB-TEXTO
           STRING "SUBTOTAL DA EQUIPE " DELIMITED BY SIZE
                  WS-SUP-ANTERIOR DELIMITED BY SIZE
                  INTO SUB-TEXTO
           MOVE WS-SUP-RECEITA  TO SUB-RECEITA
           MOVE WS-SUP-COMISSAO TO SUB-COMISSAO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-SUBTOTAL AFTER 1 LINES

           MOVE ZEROS TO WS-COMISSAO-SUPERVISAO
           MOVE SPACES TO SUP-NOME
           MOVE ZEROS  TO SUP-CPF
           MOVE ZEROS  TO SUP-PERC-SUPERVISAO
           IF WS-EXISTE-SUPERVISOR = "S"
              MOVE WS-SUP-ANTERIOR TO SUP-CODIGO
              READ ARQ-SUPERVISOR
              IF WS-RESULTADO-SUP NOT = 00
                 MOVE SPACES TO SUP-NOME
                 MOVE ZEROS  TO SUP-CPF
                 MOVE ZEROS  TO SUP-PERC-SUPERVISAO
              END-IF
           END-IF
           IF WS-SUP-RECEITA > ZEROS
              COMPUTE WS-COMISSAO-SUPERVISAO ROUNDED =
                 WS-SUP-RECEITA * SUP-PERC-SUPERVISAO / 100
           END-IF
           MOVE WS-SUP-ANTERIOR        TO SPV-CODIGO
           MOVE SUP-NOME               TO SPV-NOME
           MOVE SUP-PERC-SUPERVISAO    TO SPV-TAXA
           MOVE WS-COMISSAO-SUPERVISAO TO SPV-VALOR
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-SUPERVISAO AFTER 1 LINES
           IF WS-COMISSAO-SUPERVISAO > ZEROS
              ADD 1 TO WS-QTD-SUP-COMISSAO
              ADD WS-COMISSAO-SUPERVISAO TO WS-TOTAL-SUPERVISAO
              MOVE WS-SUP-ANTERIOR        TO FOL-VEN-CODIGO
              MOVE SUP-CPF                TO FOL-VEN-CPF
              MOVE WS-COMPETENCIA         TO FOL-COMPETENCIA
              MOVE WS-SUP-RECEITA         TO FOL-RECEITA
              MOVE WS-COMISSAO-SUPERVISAO TO FOL-COMISSAO
              MOVE "S"                    TO FOL-TIPO
              WRITE REG-FOLHA
           END-IF.
       F-IMPRIME-EQUIPE. EXIT.

       FECHA-REGIAO.
           IF WS-EQP-GRUPO-ANTERIOR NOT = ZEROS
              MOVE SPACES TO SUB-TEXTO
              STRING "SUBTOTAL DA REGIAO " DELIMITED BY SIZE
                     WS-REGIAO-ANTERIOR DELIMITED BY SIZE
                     INTO SUB-TEXTO
              MOVE WS-REG-RECEITA  TO SUB-RECEITA
              MOVE WS-REG-COMISSAO TO SUB-COMISSAO
              PERFORM CONTA-LINHA
              WRITE LINHA FROM LINHA-SUBTOTAL AFTER 1 LINES
              PERFORM CONTA-LINHA
              WRITE LINHA FROM CABECALHO-2    AFTER 1 LINES
           END-IF
           MOVE ZEROS TO WS-REG-RECEITA
           MOVE ZEROS TO WS-REG-COMISSAO.
       F-FECHA-REGIAO. EXIT.

      * RECEITA DO CLIENTE EM PAUTA NA COMPETENCIA, JA LIQUIDA DAS
      * DEVOLUCOES DO MES, CREDITADA AO VENDEDOR DA QUEBRA CORRENTE.
       FECHA-CLIENTE.
           IF WS-RECEITA-CLIENTE NOT = ZEROS
              OR WS-DEVOLUCAO-CLIENTE > ZEROS
              MOVE WS-CLI-ANTERIOR      TO DET-CLI-CODIGO
              MOVE WS-CLI-NOME-ANTERIOR TO DET-CLI-NOME
              MOVE WS-RECEITA-CLIENTE   TO DET-RECEITA
              MOVE WS-DEVOLUCAO-CLIENTE TO DET-DEVOLUCAO
              PERFORM CONTA-LINHA
              WRITE LINHA FROM DETALHE AFTER 1 LINES
              ADD WS-RECEITA-CLIENTE TO WS-RECEITA-VENDEDOR
           END-IF.
       F-FECHA-CLIENTE. EXIT.

      * ESTORNO DE COMISSAO: DEVOLUCAO DE PEDIDO DE MES JA FECHADO. OS
      * ESTORNOS VEM DEPOIS DE TODOS OS CLIENTES DO VENDEDOR (GRUPO 2
      * DO SORT); O PRIMEIRO FECHA O ULTIMO CLIENTE E ABRE O BLOCO.
       IMPRIME-ESTORNO.
           IF WS-CLI-ANTERIOR NOT = ZEROS
              PERFORM FECHA-CLIENTE THRU F-FECHA-CLIENTE
              MOVE ZEROS TO WS-CLI-ANTERIOR
           END-IF
           IF WS-QTD-ESTORNOS-VEN = ZEROS
              PERFORM CONTA-LINHA
              WRITE LINHA FROM CABECALHO-ESTORNO AFTER 1 LINES
           END-IF
           ADD 1 TO WS-QTD-ESTORNOS-VEN
           MOVE CMS-CLI-CODIGO-SAI     TO EST-CLI-CODIGO
           MOVE CMS-CLI-NOME-SAI       TO EST-CLI-NOME
           MOVE CMS-PED-SEQUENCIA-SAI  TO EST-PED-SEQUENCIA
           MOVE CMS-COMP-ORIGEM-SAI    TO EST-COMP-ORIGEM
           MOVE CMS-VALOR-SAI          TO EST-VALOR
           MOVE CMS-ESTORNO-SAI        TO EST-ESTORNO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-ESTORNO AFTER 1 LINES
           ADD CMS-ESTORNO-SAI TO WS-ESTORNO-VENDEDOR
           ADD CMS-VALOR-SAI   TO WS-DEVOLVIDO-ESTORNO.
       F-IMPRIME-ESTORNO. EXIT.

      * FECHAMENTO DO VENDEDOR: LOCALIZA A TAXA (PROPRIA OU PADRAO
      * 000), APLICA SOBRE A RECEITA DO MES, IMPRIME A LINHA DE
      * COMISSAO E GRAVA O RESUMO PARA A FOLHA. RECEITA LIQUIDA
      * NEGATIVA (DEVOLUCOES ACIMA DAS VENDAS DO MES) NAO GERA
      * COMISSAO E O EXCESSO, A MESMA TAXA, VAI PARA O ESTORNO.
       FECHA-VENDEDOR.
           PERFORM LOCALIZA-TAXA THRU F-LOCALIZA-TAXA
           MOVE ZEROS TO WS-COMISSAO-VENDEDOR
           IF WS-RECEITA-VENDEDOR > ZEROS
              COMPUTE WS-COMISSAO-VENDEDOR ROUNDED =
                 WS-RECEITA-VENDEDOR * WS-TAXA-APLICADA / 100
           END-IF
           IF WS-RECEITA-VENDEDOR < ZEROS
              COMPUTE WS-ESTORNO-SALDO ROUNDED =
                 WS-RECEITA-VENDEDOR * WS-TAXA-APLICADA / 100 * -1
              ADD WS-ESTORNO-SALDO TO WS-ESTORNO-VENDEDOR
              SUBTRACT WS-RECEITA-VENDEDOR FROM WS-DEVOLVIDO-ESTORNO
           END-IF
           MOVE WS-RECEITA-VENDEDOR  TO COM-LIN-RECEITA
           MOVE WS-TAXA-APLICADA     TO COM-LIN-TAXA
           MOVE WS-COMISSAO-VENDEDOR TO COM-LIN-COMISSAO
           MOVE WS-ESTORNO-VENDEDOR  TO COM-LIN-ESTORNO
           WRITE LINHA FROM CABECALHO-2    AFTER 1 LINES
           WRITE LINHA FROM LINHA-COMISSAO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2    AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           ADD WS-RECEITA-VENDEDOR  TO WS-TOTAL-RECEITA
           ADD WS-COMISSAO-VENDEDOR TO WS-TOTAL-COMISSAO
           ADD WS-RECEITA-VENDEDOR  TO WS-SUP-RECEITA
           ADD WS-RECEITA-VENDEDOR  TO WS-REG-RECEITA
           ADD WS-COMISSAO-VENDEDOR TO WS-SUP-COMISSAO
           ADD WS-COMISSAO-VENDEDOR TO WS-REG-COMISSAO
           IF WS-RECEITA-VENDEDOR > ZEROS
              ADD 1 TO WS-QTD-VEN-COMISSAO
              MOVE WS-VEN-ANTERIOR TO VEN-CODIGO
              MOVE WS-COMPETENCIA       TO FOL-COMPETENCIA
              MOVE WS-RECEITA-VENDEDOR  TO FOL-RECEITA
              MOVE WS-COMISSAO-VENDEDOR TO FOL-COMISSAO
              MOVE "C"                  TO FOL-TIPO
              WRITE REG-FOLHA
           END-IF
           IF WS-ESTORNO-VENDEDOR > ZEROS
              ADD 1 TO WS-QTD-VEN-ESTORNO
              ADD WS-ESTORNO-VENDEDOR TO WS-TOTAL-ESTORNO
              MOVE WS-VEN-ANTERIOR TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-ACESSO = 00
                 MOVE VEN-CPF TO FOL-VEN-CPF
              ELSE
                 MOVE ZEROS   TO FOL-VEN-CPF
              END-IF
              MOVE WS-VEN-ANTERIOR      TO FOL-VEN-CODIGO
              MOVE WS-COMPETENCIA       TO FOL-COMPETENCIA
              MOVE WS-DEVOLVIDO-ESTORNO TO FOL-RECEITA
              MOVE WS-ESTORNO-VENDEDOR  TO FOL-COMISSAO
              MOVE "E"                  TO FOL-TIPO
              WRITE REG-FOLHA
           END-IF.
       F-FECHA-VENDEDOR. EXIT.
           MOVE WS-QTD-VEN-COMISSAO TO ROD-QTD
           MOVE WS-TOTAL-RECEITA    TO ROD-RECEITA
           MOVE WS-TOTAL-COMISSAO   TO ROD-COMISSAO
           MOVE WS-TOTAL-ESTORNO    TO ROD-ESTORNO
           WRITE LINHA FROM RODAPE AFTER 1 LINES
           IF WS-EXISTE-EQUIPE = "S"
              MOVE WS-QTD-SUP-COMISSAO TO ROD-QTD-SUP
              MOVE WS-TOTAL-SUPERVISAO TO ROD-SUPERVISAO
              WRITE LINHA FROM RODAPE-SUPERVISAO AFTER 1 LINES
           END-IF.
       F-IMPRIME-RODAPE. EXIT.

      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR. A
      * EMPRESA DA SESSAO DEFINE O SUFIXO -Enn DA FOLHA; SESSAO SEM
      * EMPRESA VALE COMO EMPRESA 01.
       LE-OPERADOR.
           MOVE ZEROS TO WS-OPERADOR-NIVEL
           MOVE 01    TO WS-EMPRESA-SESSAO
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

      * RESULTADO DA EXECUCAO EM EXECUCAO.LOG, CONFERIDO PELO
      * FECHAMENTO MENSAL (PROG69) A CADA ETAPA QUE ELE ENCADEIA.
       GRAVA-EXECUCAO.
           MOVE "PROG33" TO EXEC-PROGRAMA
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
