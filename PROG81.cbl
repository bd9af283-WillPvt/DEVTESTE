       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG81.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- PONTUACAO DE RISCO DE PERDA DO CLIENTE -------
      * RODADA SEMANAL (PELO BATCH.PRM OU PELA TELA) QUE COMBINA OS
      * SINAIS DE QUE UM CLIENTE ATIVO ESTA INDO EMBORA, ANTES DE ELE
      * APARECER NO RELATORIO DE CLIENTES SEM PEDIDO (PROG50):
      *   - QUEDA DO VALOR DOS PEDIDOS (PEDIDO.DAT): ULTIMOS 6 MESES
      *     CONTRA OS 6 ANTERIORES;
      *   - QUEDA NA CLASSE ABC (CLASSEABC.DAT, CLASSE ATUAL CONTRA A
      *     ANTERIOR GUARDADA PELO PROG38);
      *   - PAGAMENTO EM ATRASO: MAIOR ATRASO DOS PEDIDOS EM ABERTO,
      *     NAS FAIXAS PADRAO DA REGUA DE COBRANCA (PROG62);
      *   - VISITAS PERDIDAS (VISITA.DAT): VISITAS DOS ULTIMOS 90 DIAS
      *     COM RESULTADO DIFERENTE DE OK;
      *   - RECLAMACOES RECENTES: INTERACOES TIPO R DOS ULTIMOS 90
      *     DIAS (INTERACAO.DAT).
      * CADA SINAL VALE DE 0 A 100 PONTOS E A PONTUACAO DO CLIENTE E A
      * MEDIA PONDERADA PELOS PESOS INFORMADOS. A PONTUACAO ATUAL E A
      * ANTERIOR FICAM NO RISCO.DAT (MOSTRADO NA CONSULTA 360, PROG21)
      * E CADA RODADA E ACRESCENTADA AO HISTORICO (RISCOHIST.DAT). O
      * RELATORIO (RRISCO.TXT) LISTA POR VENDEDOR TITULAR OS CLIENTES
      * A PARTIR DA PONTUACAO MINIMA, DO MAIOR RISCO PARA O MENOR.
      * SO SAO PONTUADOS OS CLIENTES DA EMPRESA ESCOLHIDA NO SIGN-ON
      * (TODOS NA SESSAO CONSOLIDADA, EMPRESA 00); OS DAS OUTRAS
      * EMPRESAS MANTEM NO RISCO.DAT A PONTUACAO DA ULTIMA RODADA.

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

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

           SELECT ARQ-CLASSE-ABC ASSIGN TO DISK WID-ARQ-CLASSE-ABC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ABC-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ABC.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VIS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VIS.

           SELECT ARQ-INTERACAO ASSIGN TO DISK WID-ARQ-INTERACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ITR.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-RISCO ASSIGN TO DISK WID-ARQ-RISCO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RSC-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-RSC.

           SELECT ARQ-RISCO-HIST ASSIGN TO "RISCOHIST.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-RSH.

           SELECT ARQ-RISCO-SORT ASSIGN TO "SORT".

           SELECT ARQ-RISCO-SAI ASSIGN TO "RISCOSAI.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO "RRISCO.TXT"
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

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-CLASSE-ABC.FD".

       COPY "ARQ-VISITA.FD".

       COPY "ARQ-INTERACAO.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-RISCO.FD".

       COPY "ARQ-RISCO-HIST.FD".

       SD ARQ-RISCO-SORT.
          01 REG-RISCO-SORT.
             02 RSS-VEN-CODIGO-SORT    PIC 9(03).
             02 RSS-PONTUACAO-SORT     PIC 9(03).
             02 RSS-CLI-CODIGO-SORT    PIC 9(07).
             02 RSS-VEN-NOME-SORT      PIC X(40).
             02 RSS-CLI-NOME-SORT      PIC X(40).
             02 RSS-ANTERIOR-SORT      PIC 9(03).
             02 RSS-TEM-ANTERIOR-SORT  PIC X(01).
             02 RSS-PTS-SORT OCCURS 5  PIC 9(03).

       FD ARQ-RISCO-SAI.
          01 REG-RISCO-SAI.
             02 RSS-VEN-CODIGO-SAI     PIC 9(03).
             02 RSS-PONTUACAO-SAI      PIC 9(03).
             02 RSS-CLI-CODIGO-SAI     PIC 9(07).
             02 RSS-VEN-NOME-SAI       PIC X(40).
             02 RSS-CLI-NOME-SAI       PIC X(40).
             02 RSS-ANTERIOR-SAI       PIC 9(03).
             02 RSS-TEM-ANTERIOR-SAI   PIC X(01).
             02 RSS-PTS-SAI OCCURS 5   PIC 9(03).

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
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLASSE-ABC    PIC X(50) VALUE SPACES.
       77 WID-ARQ-VISITA        PIC X(50) VALUE SPACES.
       77 WID-ARQ-INTERACAO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WID-ARQ-RISCO         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ABC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VIS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ITR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RSC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RSH      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EXISTE-ABC         PIC X(01) VALUE "N".
       77 WS-EXISTE-VISITA      PIC X(01) VALUE "N".
       77 WS-EXISTE-INTERACAO   PIC X(01) VALUE "N".
       77 WS-EXISTE-DIST-MEST   PIC X(01) VALUE "N".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-PONTUACAO-MINIMA   PIC 9(03) VALUE ZEROS.
       77 WS-SOMA-PESOS         PIC 9(05) VALUE ZEROS.
       77 WS-HOJE-INTEIRO       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INTEIRA       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-TRAB          PIC X(10) VALUE SPACES.
       77 WS-DATA-VALIDA        PIC X(01) VALUE "N".
       77 WS-DIAS-PASSADOS      PIC 9(06) VALUE ZEROS.
       77 WS-VALOR-RECENTE      PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-VALOR-ANTERIOR     PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-MAIOR-ATRASO       PIC 9(06) VALUE ZEROS.
       77 WS-QTD-VISITAS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PERDIDAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-RECLAMACOES    PIC 9(05) VALUE ZEROS.
       77 WS-PONTUACAO          PIC 9(03) VALUE ZEROS.
       77 WS-VEN-ATUAL          PIC 9(03) VALUE ZEROS.
       77 WS-IDX                PIC 9(02) VALUE ZEROS.
       77 WS-TOTAL-PONTUADOS    PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-EM-RISCO     PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-SUBIRAM      PIC 9(07) VALUE ZEROS.
       77 WS-VEN-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-PRIMEIRO-VEN       PIC X(01) VALUE "S".
       77 WS-QTD-CLI-VEN        PIC 9(05) VALUE ZEROS.
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

      * PESOS DOS CINCO SINAIS NA ORDEM DO RISCO.DAT (VALOR, CLASSE,
      * ATRASO, VISITA, RECLAMACAO) E OS PONTOS DO CLIENTE EM CADA UM.
       01 WS-TAB-PESOS.
          02 WS-PESO OCCURS 5          PIC 9(03).

       01 WS-TAB-PONTOS.
          02 WS-PTS OCCURS 5           PIC 9(03).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(22) VALUE SPACES.
          02 FILLER       PIC X(50) VALUE
             "CLIENTES EM RISCO DE PERDA POR VENDEDOR".
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(18) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 LINHA-PARAMETROS.
          02 FILLER              PIC X(15) VALUE "PESOS - VALOR: ".
          02 PAR-PESO-1          PIC ZZ9.
          02 FILLER              PIC X(10) VALUE "  CLASSE: ".
          02 PAR-PESO-2          PIC ZZ9.
          02 FILLER              PIC X(10) VALUE "  ATRASO: ".
          02 PAR-PESO-3          PIC ZZ9.
          02 FILLER              PIC X(10) VALUE "  VISITA: ".
          02 PAR-PESO-4          PIC ZZ9.
          02 FILLER              PIC X(14) VALUE "  RECLAMACAO: ".
          02 PAR-PESO-5          PIC ZZ9.
          02 FILLER              PIC X(22) VALUE
             "   PONTUACAO MINIMA: ".
          02 PAR-MINIMA          PIC ZZ9.
          02 FILLER              PIC X(33) VALUE SPACES.

       01 CABECALHO-VENDEDOR.
          02 FILLER              PIC X(18) VALUE "VENDEDOR TITULAR: ".
          02 CABVEN-CODIGO       PIC ZZ9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 CABVEN-NOME         PIC X(40).
          02 FILLER              PIC X(68) VALUE SPACES.

       01 CABECALHO-1.
          02 FILLER PIC X(10) VALUE "CLIENTE".
          02 FILLER PIC X(43) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(06) VALUE "RISCO".
          02 FILLER PIC X(10) VALUE "ANT.".
          02 FILLER PIC X(09) VALUE "TENDENC.".
          02 FILLER PIC X(08) VALUE "   VALOR".
          02 FILLER PIC X(08) VALUE "  CLASSE".
          02 FILLER PIC X(08) VALUE "  ATRASO".
          02 FILLER PIC X(08) VALUE "  VISITA".
          02 FILLER PIC X(08) VALUE "  RECLAM".
          02 FILLER PIC X(13) VALUE SPACES.

       01 DETALHE.
          02 DET-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-CLI-NOME        PIC X(40).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-PONTUACAO       PIC ZZ9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-ANTERIOR        PIC X(03).
          02 FILLER              PIC X(07) VALUE SPACES.
          02 DET-TENDENCIA       PIC X(09).
          02 DET-SINAL OCCURS 5.
             03 FILLER           PIC X(05) VALUE SPACES.
             03 DET-PTS          PIC ZZ9.
          02 FILLER              PIC X(14) VALUE SPACES.

       01 SUBTOTAL-VENDEDOR.
          02 FILLER              PIC X(31) VALUE
             "CLIENTES EM RISCO NA CARTEIRA: ".
          02 SUB-QUANTIDADE      PIC ZZ.ZZ9.
          02 FILLER              PIC X(95) VALUE SPACES.

       01 RODAPE-1.
          02 FILLER              PIC X(36) VALUE
             "CLIENTES PONTUADOS..............: ".
          02 ROD-PONTUADOS       PIC ZZZ.ZZ9.
          02 FILLER              PIC X(89) VALUE SPACES.

       01 RODAPE-2.
          02 FILLER              PIC X(36) VALUE
             "CLIENTES NA LISTA DE RISCO......: ".
          02 ROD-EM-RISCO        PIC ZZZ.ZZ9.
          02 FILLER              PIC X(89) VALUE SPACES.

       01 RODAPE-3.
          02 FILLER              PIC X(36) VALUE
             "CLIENTES COM RISCO EM ALTA......: ".
          02 ROD-SUBIRAM         PIC ZZZ.ZZ9.
          02 FILLER              PIC X(89) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-RISCO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  RISCO DE PERDA DE CLIENTES  ".
          02 LINE 02 COLUMN 73 VALUE "PROG81".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "PESO - QUEDA DO VALOR DOS PEDIDOS (VAZIO = 30)......".
          02 LINE 07 COLUMN 01 VALUE
             "PESO - QUEDA DE CLASSE ABC (VAZIO = 15).............".
          02 LINE 09 COLUMN 01 VALUE
             "PESO - PAGAMENTO EM ATRASO (VAZIO = 20).............".
          02 LINE 11 COLUMN 01 VALUE
             "PESO - VISITAS PERDIDAS (VAZIO = 15)................".
          02 LINE 13 COLUMN 01 VALUE
             "PESO - RECLAMACOES RECENTES (VAZIO = 20)............".
          02 LINE 15 COLUMN 01 VALUE
             "PONTUACAO MINIMA NA LISTA DE RISCO (VAZIO = 50).....".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  RISCO DE PERDA DE CLIENTES  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "CLIENTES PONTUADOS....:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-PONTUADOS.
          02 LINE 07 COLUMN 01 VALUE "NA LISTA DE RISCO.....:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-EM-RISCO.
          02 LINE 08 COLUMN 01 VALUE "COM RISCO EM ALTA.....:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-SUBIRAM.
          02 LINE 10 COLUMN 01 VALUE
             "RELATORIO GERADO EM RRISCO.TXT".
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG81" TO WS-OPERADOR-ATUAL
           END-IF
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-RISCO AT 0101
              ACCEPT WS-PESO(1) AT 0554
              ACCEPT WS-PESO(2) AT 0754
              ACCEPT WS-PESO(3) AT 0954
              ACCEPT WS-PESO(4) AT 1154
              ACCEPT WS-PESO(5) AT 1354
              ACCEPT WS-PONTUACAO-MINIMA AT 1554
           END-IF
      * SEM NENHUM PESO INFORMADO VALEM OS PESOS PADRAO; PESO ZERO
      * AO LADO DE OUTROS INFORMADOS DESLIGA O SINAL.
           COMPUTE WS-SOMA-PESOS = WS-PESO(1) + WS-PESO(2) +
              WS-PESO(3) + WS-PESO(4) + WS-PESO(5)
           IF WS-SOMA-PESOS = ZEROS
              MOVE 30 TO WS-PESO(1)
              MOVE 15 TO WS-PESO(2)
              MOVE 20 TO WS-PESO(3)
              MOVE 15 TO WS-PESO(4)
              MOVE 20 TO WS-PESO(5)
              MOVE 100 TO WS-SOMA-PESOS
           END-IF
           IF WS-PONTUACAO-MINIMA = ZEROS
              OR WS-PONTUACAO-MINIMA > 100
              MOVE 50 TO WS-PONTUACAO-MINIMA
           END-IF

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
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
              CLOSE ARQ-CLIENTE
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "CLASSEABC.DAT" TO WID-ARQ-CLASSE-ABC
           OPEN INPUT ARQ-CLASSE-ABC
           IF WS-RESULTADO-ABC = 00
              MOVE "S" TO WS-EXISTE-ABC
           END-IF
           MOVE "VISITA.DAT" TO WID-ARQ-VISITA
           OPEN INPUT ARQ-VISITA
           IF WS-RESULTADO-VIS = 00
              MOVE "S" TO WS-EXISTE-VISITA
           END-IF
           MOVE "INTERACAO.DAT" TO WID-ARQ-INTERACAO
           OPEN INPUT ARQ-INTERACAO
           IF WS-RESULTADO-ITR = 00
              MOVE "S" TO WS-EXISTE-INTERACAO
           END-IF
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE "S" TO WS-EXISTE-DIST-MEST
           END-IF
           MOVE "RISCO.DAT" TO WID-ARQ-RISCO
           OPEN I-O ARQ-RISCO
           IF WS-RESULTADO-RSC NOT = 00
              OPEN OUTPUT ARQ-RISCO
              CLOSE ARQ-RISCO
              OPEN I-O ARQ-RISCO
           END-IF
           OPEN EXTEND ARQ-RISCO-HIST
           IF WS-RESULTADO-RSH NOT = 00
              OPEN OUTPUT ARQ-RISCO-HIST
           END-IF

           MOVE DATA-DE-HOJE(7:4) TO WS-DATA-AAAAMMDD(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-DATA-AAAAMMDD(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-DATA-AAAAMMDD(7:2)
           COMPUTE WS-HOJE-INTEIRO =
              FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)

           SORT ARQ-RISCO-SORT
                ON ASCENDING  KEY RSS-VEN-CODIGO-SORT
                ON DESCENDING KEY RSS-PONTUACAO-SORT
                ON ASCENDING  KEY RSS-CLI-CODIGO-SORT
                INPUT PROCEDURE PONTUA-CLIENTES
                GIVING ARQ-RISCO-SAI

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           MOVE WS-PESO(1) TO PAR-PESO-1
           MOVE WS-PESO(2) TO PAR-PESO-2
           MOVE WS-PESO(3) TO PAR-PESO-3
           MOVE WS-PESO(4) TO PAR-PESO-4
           MOVE WS-PESO(5) TO PAR-PESO-5
           MOVE WS-PONTUACAO-MINIMA TO PAR-MINIMA
           WRITE LINHA FROM LINHA-PARAMETROS AFTER 1 LINES
           ADD 1 TO CONTADOR-LINHA
           PERFORM IMPRIME-RISCO THRU F-IMPRIME-RISCO
           MOVE WS-TOTAL-PONTUADOS TO ROD-PONTUADOS
           MOVE WS-TOTAL-EM-RISCO  TO ROD-EM-RISCO
           MOVE WS-TOTAL-SUBIRAM   TO ROD-SUBIRAM
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE-1    AFTER 1 LINES
           WRITE LINHA FROM RODAPE-2    AFTER 1 LINES
           WRITE LINHA FROM RODAPE-3    AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-RISCO
           CLOSE ARQ-RISCO-HIST
           IF WS-EXISTE-ABC = "S"
              CLOSE ARQ-CLASSE-ABC
           END-IF
           IF WS-EXISTE-VISITA = "S"
              CLOSE ARQ-VISITA
           END-IF
           IF WS-EXISTE-INTERACAO = "S"
              CLOSE ARQ-INTERACAO
           END-IF
           IF WS-EXISTE-DIST-MEST = "S"
              CLOSE ARQ-DIST-MEST
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
           MOVE "PROG81"         TO RLA-PROGRAMA
           MOVE "RRISCO.TXT"     TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           STRING "PESOS " WS-PESO(1) "/" WS-PESO(2) "/" WS-PESO(3)
                  "/" WS-PESO(4) "/" WS-PESO(5)
                  " MINIMA " WS-PONTUACAO-MINIMA
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * TODO CLIENTE ATIVO E PONTUADO; OS QUE CHEGAM A PONTUACAO
      * MINIMA VAO PARA O SORT DA LISTA POR VENDEDOR TITULAR.
       PONTUA-CLIENTES SECTION.
           MOVE ZEROS TO CLI-CODIGO
           START ARQ-CLIENTE KEY NOT LESS CLI-CODIGO
           IF WS-RESULTADO-ACESSO = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CLIENTE NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF WS-EMPRESA-SESSAO NOT = ZEROS
                    AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
                 IF CLI-STATUS NOT = "I"
                    PERFORM PONTUA-CLIENTE THRU F-PONTUA-CLIENTE
                 END-IF
              END-PERFORM
           END-IF.
       F-PONTUA-CLIENTES.
           EXIT.

       APURACAO SECTION.
       PONTUA-CLIENTE.
           INITIALIZE WS-TAB-PONTOS
           PERFORM SINAL-PEDIDOS THRU F-SINAL-PEDIDOS
           PERFORM SINAL-CLASSE THRU F-SINAL-CLASSE
           PERFORM SINAL-VISITAS THRU F-SINAL-VISITAS
           PERFORM SINAL-RECLAMACOES THRU F-SINAL-RECLAMACOES
           COMPUTE WS-PONTUACAO ROUNDED =
              (WS-PESO(1) * WS-PTS(1) + WS-PESO(2) * WS-PTS(2) +
               WS-PESO(3) * WS-PTS(3) + WS-PESO(4) * WS-PTS(4) +
               WS-PESO(5) * WS-PTS(5)) / WS-SOMA-PESOS
           ADD 1 TO WS-TOTAL-PONTUADOS

           MOVE ZEROS TO WS-VEN-ATUAL
           MOVE "SEM VENDEDOR TITULAR" TO RSS-VEN-NOME-SORT
           IF WS-EXISTE-DIST-MEST = "S"
              MOVE CLI-CODIGO TO DM-CLI-CODIGO
              READ ARQ-DIST-MEST
              IF WS-RESULTADO-MEST = 00
                 MOVE DM-VEN-CODIGO       TO WS-VEN-ATUAL
                 MOVE DM-VEN-RAZAO-SOCIAL TO RSS-VEN-NOME-SORT
              END-IF
           END-IF

      * PONTUACAO ATUAL E ANTERIOR: A DE HOJE PASSA A SER A ATUAL E A
      * QUE ESTAVA LA VIRA A ANTERIOR, SALVO SE FOR DO PROPRIO DIA.
           MOVE "N" TO RSS-TEM-ANTERIOR-SORT
           MOVE ZEROS TO RSS-ANTERIOR-SORT
           MOVE CLI-CODIGO TO RSC-CLI-CODIGO
           READ ARQ-RISCO
           IF WS-RESULTADO-RSC = 00
              IF RSC-DATA NOT = DATA-DE-HOJE
                 MOVE RSC-PONTUACAO TO RSC-PONTUACAO-ANTERIOR
                 MOVE RSC-DATA      TO RSC-DATA-ANTERIOR
              END-IF
              IF RSC-DATA-ANTERIOR NOT = SPACES
                 MOVE "S" TO RSS-TEM-ANTERIOR-SORT
                 MOVE RSC-PONTUACAO-ANTERIOR TO RSS-ANTERIOR-SORT
              END-IF
              PERFORM MONTA-RISCO THRU F-MONTA-RISCO
              REWRITE REGISTRO-RISCO
           ELSE
              INITIALIZE REGISTRO-RISCO
              MOVE CLI-CODIGO TO RSC-CLI-CODIGO
              MOVE SPACES     TO RSC-DATA-ANTERIOR
              PERFORM MONTA-RISCO THRU F-MONTA-RISCO
              WRITE REGISTRO-RISCO
           END-IF
           MOVE DATA-DE-HOJE   TO RSH-DATA
           MOVE CLI-CODIGO     TO RSH-CLI-CODIGO
           MOVE WS-VEN-ATUAL   TO RSH-VEN-CODIGO
           MOVE WS-PONTUACAO   TO RSH-PONTUACAO
           MOVE WS-PTS(1)      TO RSH-PTS-VALOR
           MOVE WS-PTS(2)      TO RSH-PTS-CLASSE
           MOVE WS-PTS(3)      TO RSH-PTS-ATRASO
           MOVE WS-PTS(4)      TO RSH-PTS-VISITA
           MOVE WS-PTS(5)      TO RSH-PTS-RECLAMACAO
           WRITE REGISTRO-RISCO-HIST

           IF WS-PONTUACAO < WS-PONTUACAO-MINIMA
              GO TO F-PONTUA-CLIENTE
           END-IF
           ADD 1 TO WS-TOTAL-EM-RISCO
           IF RSS-TEM-ANTERIOR-SORT = "S"
              AND WS-PONTUACAO > RSS-ANTERIOR-SORT
              ADD 1 TO WS-TOTAL-SUBIRAM
           END-IF
           MOVE WS-VEN-ATUAL     TO RSS-VEN-CODIGO-SORT
           MOVE WS-PONTUACAO     TO RSS-PONTUACAO-SORT
           MOVE CLI-CODIGO       TO RSS-CLI-CODIGO-SORT
           MOVE CLI-RAZAO-SOCIAL TO RSS-CLI-NOME-SORT
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              MOVE WS-PTS(WS-IDX) TO RSS-PTS-SORT(WS-IDX)
           END-PERFORM
           RELEASE REG-RISCO-SORT.
       F-PONTUA-CLIENTE. EXIT.

       MONTA-RISCO.
           MOVE WS-PONTUACAO   TO RSC-PONTUACAO
           MOVE DATA-DE-HOJE   TO RSC-DATA
           MOVE WS-PTS(1)      TO RSC-PTS-VALOR
           MOVE WS-PTS(2)      TO RSC-PTS-CLASSE
           MOVE WS-PTS(3)      TO RSC-PTS-ATRASO
           MOVE WS-PTS(4)      TO RSC-PTS-VISITA
           MOVE WS-PTS(5)      TO RSC-PTS-RECLAMACAO.
       F-MONTA-RISCO. EXIT.

      * PEDIDOS DO CLIENTE: VALOR DOS ULTIMOS 182 DIAS CONTRA O DOS
      * 183 ANTERIORES (SINAL 1) E MAIOR ATRASO DOS PEDIDOS AINDA EM
      * ABERTO (SINAL 3, NAS FAIXAS PADRAO DA REGUA: 30/60/90/120).
       SINAL-PEDIDOS.
           MOVE ZEROS TO WS-VALOR-RECENTE
           MOVE ZEROS TO WS-VALOR-ANTERIOR
           MOVE ZEROS TO WS-MAIOR-ATRASO
           MOVE CLI-CODIGO TO PED-CLI-CODIGO
           MOVE ZEROS      TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED NOT = 00
              GO TO F-SINAL-PEDIDOS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PEDIDO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF PED-CLI-CODIGO NOT = CLI-CODIGO
                 EXIT PERFORM
              END-IF
              MOVE PED-DATA TO WS-DATA-TRAB
              PERFORM CALCULA-DIAS THRU F-CALCULA-DIAS
              IF WS-DATA-VALIDA = "S"
                 IF WS-DIAS-PASSADOS < 183
                    ADD PED-VALOR TO WS-VALOR-RECENTE
                 ELSE
                    IF WS-DIAS-PASSADOS < 366
                       ADD PED-VALOR TO WS-VALOR-ANTERIOR
                    END-IF
                 END-IF
                 IF PED-SITUACAO NOT = "P"
                    AND WS-DIAS-PASSADOS > WS-MAIOR-ATRASO
                    MOVE WS-DIAS-PASSADOS TO WS-MAIOR-ATRASO
                 END-IF
              END-IF
           END-PERFORM
           IF WS-VALOR-ANTERIOR > ZEROS
              AND WS-VALOR-RECENTE < WS-VALOR-ANTERIOR
              COMPUTE WS-PTS(1) ROUNDED =
                 (WS-VALOR-ANTERIOR - WS-VALOR-RECENTE) * 100
                 / WS-VALOR-ANTERIOR
           END-IF
           EVALUATE TRUE
              WHEN WS-MAIOR-ATRASO NOT < 120
                 MOVE 100 TO WS-PTS(3)
              WHEN WS-MAIOR-ATRASO NOT < 90
                 MOVE 75  TO WS-PTS(3)
              WHEN WS-MAIOR-ATRASO NOT < 60
                 MOVE 50  TO WS-PTS(3)
              WHEN WS-MAIOR-ATRASO NOT < 30
                 MOVE 25  TO WS-PTS(3)
              WHEN OTHER
                 MOVE 0   TO WS-PTS(3)
           END-EVALUATE.
       F-SINAL-PEDIDOS. EXIT.

      * CLASSE ABC ATUAL CONTRA A DA CLASSIFICACAO ANTERIOR (SINAL 2).
       SINAL-CLASSE.
           IF WS-EXISTE-ABC NOT = "S"
              GO TO F-SINAL-CLASSE
           END-IF
           MOVE CLI-CODIGO TO ABC-CLI-CODIGO
           READ ARQ-CLASSE-ABC
           IF WS-RESULTADO-ABC NOT = 00
              GO TO F-SINAL-CLASSE
           END-IF
           EVALUATE TRUE
              WHEN ABC-CLASSE-ANTERIOR = "A" AND ABC-CLASSE = "C"
                 MOVE 100 TO WS-PTS(2)
              WHEN ABC-CLASSE-ANTERIOR = "A" AND ABC-CLASSE = "B"
                 MOVE 50  TO WS-PTS(2)
              WHEN ABC-CLASSE-ANTERIOR = "B" AND ABC-CLASSE = "C"
                 MOVE 50  TO WS-PTS(2)
              WHEN OTHER
                 MOVE 0   TO WS-PTS(2)
           END-EVALUATE.
       F-SINAL-CLASSE. EXIT.

      * VISITAS DOS ULTIMOS 90 DIAS SEM RESULTADO OK (SINAL 4).
       SINAL-VISITAS.
           IF WS-EXISTE-VISITA NOT = "S"
              GO TO F-SINAL-VISITAS
           END-IF
           MOVE ZEROS TO WS-QTD-VISITAS
           MOVE ZEROS TO WS-QTD-PERDIDAS
           MOVE CLI-CODIGO TO VIS-CLI-CODIGO
           MOVE ZEROS      TO VIS-SEQUENCIA
           START ARQ-VISITA KEY NOT LESS VIS-CHAVE
           IF WS-RESULTADO-VIS NOT = 00
              GO TO F-SINAL-VISITAS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-VISITA NEXT AT END
                 EXIT PERFORM
              END-READ
              IF VIS-CLI-CODIGO NOT = CLI-CODIGO
                 EXIT PERFORM
              END-IF
              MOVE VIS-DATA TO WS-DATA-TRAB
              PERFORM CALCULA-DIAS THRU F-CALCULA-DIAS
              IF WS-DATA-VALIDA = "S" AND WS-DIAS-PASSADOS < 91
                 ADD 1 TO WS-QTD-VISITAS
                 IF VIS-RESULTADO NOT = "OK"
                    ADD 1 TO WS-QTD-PERDIDAS
                 END-IF
              END-IF
           END-PERFORM
           IF WS-QTD-VISITAS > ZEROS
              COMPUTE WS-PTS(4) ROUNDED =
                 WS-QTD-PERDIDAS * 100 / WS-QTD-VISITAS
           END-IF.
       F-SINAL-VISITAS. EXIT.

      * RECLAMACOES (INTERACAO TIPO R) DOS ULTIMOS 90 DIAS (SINAL 5).
       SINAL-RECLAMACOES.
           IF WS-EXISTE-INTERACAO NOT = "S"
              GO TO F-SINAL-RECLAMACOES
           END-IF
           MOVE ZEROS TO WS-QTD-RECLAMACOES
           MOVE CLI-CODIGO TO ITR-CLI-CODIGO
           MOVE ZEROS      TO ITR-SEQUENCIA
           START ARQ-INTERACAO KEY NOT LESS ITR-CHAVE
           IF WS-RESULTADO-ITR NOT = 00
              GO TO F-SINAL-RECLAMACOES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-INTERACAO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF ITR-CLI-CODIGO NOT = CLI-CODIGO
                 EXIT PERFORM
              END-IF
              IF ITR-TIPO = "R"
                 MOVE ITR-DATA TO WS-DATA-TRAB
                 PERFORM CALCULA-DIAS THRU F-CALCULA-DIAS
                 IF WS-DATA-VALIDA = "S" AND WS-DIAS-PASSADOS < 91
                    ADD 1 TO WS-QTD-RECLAMACOES
                 END-IF
              END-IF
           END-PERFORM
           EVALUATE TRUE
              WHEN WS-QTD-RECLAMACOES > 2
                 MOVE 100 TO WS-PTS(5)
              WHEN WS-QTD-RECLAMACOES = 2
                 MOVE 75  TO WS-PTS(5)
              WHEN WS-QTD-RECLAMACOES = 1
                 MOVE 50  TO WS-PTS(5)
              WHEN OTHER
                 MOVE 0   TO WS-PTS(5)
           END-EVALUATE.
       F-SINAL-RECLAMACOES. EXIT.

      * DIAS ENTRE A DATA DD/MM/AAAA EM WS-DATA-TRAB E HOJE; DATAS NO
      * FUTURO CONTAM COMO ZERO DIA.
       CALCULA-DIAS.
           MOVE "N"   TO WS-DATA-VALIDA
           MOVE ZEROS TO WS-DIAS-PASSADOS
           IF WS-DATA-TRAB(1:2) NUMERIC
              AND WS-DATA-TRAB(4:2) NUMERIC
              AND WS-DATA-TRAB(7:4) NUMERIC
              AND WS-DATA-TRAB(4:2) > "00"
              AND WS-DATA-TRAB(4:2) < "13"
              AND WS-DATA-TRAB(1:2) > "00"
              AND WS-DATA-TRAB(1:2) < "32"
              MOVE "S" TO WS-DATA-VALIDA
              MOVE WS-DATA-TRAB(7:4) TO WS-DATA-AAAAMMDD(1:4)
              MOVE WS-DATA-TRAB(4:2) TO WS-DATA-AAAAMMDD(5:2)
              MOVE WS-DATA-TRAB(1:2) TO WS-DATA-AAAAMMDD(7:2)
              COMPUTE WS-DATA-INTEIRA =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
              IF WS-HOJE-INTEIRO > WS-DATA-INTEIRA
                 COMPUTE WS-DIAS-PASSADOS =
                    WS-HOJE-INTEIRO - WS-DATA-INTEIRA
              END-IF
           END-IF.
       F-CALCULA-DIAS. EXIT.

      * LISTA DE RISCO POR VENDEDOR TITULAR, DO MAIOR RISCO PARA O
      * MENOR, COM A PONTUACAO ANTERIOR E OS PONTOS DE CADA SINAL.
       IMPRIME-RISCO.
           OPEN INPUT ARQ-RISCO-SAI
           MOVE ZEROS TO CONTROLE-FIM
           MOVE "S"   TO WS-PRIMEIRO-VEN
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-RISCO-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF WS-PRIMEIRO-VEN = "S"
                 OR RSS-VEN-CODIGO-SAI NOT = WS-VEN-ANTERIOR
                 IF WS-PRIMEIRO-VEN NOT = "S"
                    PERFORM IMPRIME-SUBTOTAL THRU F-IMPRIME-SUBTOTAL
                 END-IF
                 MOVE "N" TO WS-PRIMEIRO-VEN
                 MOVE RSS-VEN-CODIGO-SAI TO WS-VEN-ANTERIOR
                 MOVE ZEROS TO WS-QTD-CLI-VEN
                 IF CONTADOR-LINHA > 55
                    PERFORM IMPRIMIR-CABECALHO
                 END-IF
                 MOVE RSS-VEN-CODIGO-SAI TO CABVEN-CODIGO
                 MOVE RSS-VEN-NOME-SAI   TO CABVEN-NOME
                 WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
                 WRITE LINHA FROM CABECALHO-VENDEDOR AFTER 1 LINES
                 WRITE LINHA FROM CABECALHO-1 AFTER 1 LINES
                 ADD 3 TO CONTADOR-LINHA
              END-IF
              PERFORM IMPRIME-CLIENTE THRU F-IMPRIME-CLIENTE
           END-PERFORM
           IF WS-PRIMEIRO-VEN NOT = "S"
              PERFORM IMPRIME-SUBTOTAL THRU F-IMPRIME-SUBTOTAL
           END-IF
           CLOSE ARQ-RISCO-SAI.
       F-IMPRIME-RISCO. EXIT.

       IMPRIME-CLIENTE.
           MOVE RSS-CLI-CODIGO-SAI TO DET-CLI-CODIGO
           MOVE RSS-CLI-NOME-SAI   TO DET-CLI-NOME
           MOVE RSS-PONTUACAO-SAI  TO DET-PONTUACAO
           IF RSS-TEM-ANTERIOR-SAI = "S"
              MOVE RSS-ANTERIOR-SAI TO DET-ANTERIOR
              EVALUATE TRUE
                 WHEN RSS-PONTUACAO-SAI > RSS-ANTERIOR-SAI
                    MOVE "EM ALTA"  TO DET-TENDENCIA
                 WHEN RSS-PONTUACAO-SAI < RSS-ANTERIOR-SAI
                    MOVE "EM QUEDA" TO DET-TENDENCIA
                 WHEN OTHER
                    MOVE "ESTAVEL"  TO DET-TENDENCIA
              END-EVALUATE
           ELSE
              MOVE "---"            TO DET-ANTERIOR
              MOVE "1A. VEZ"        TO DET-TENDENCIA
           END-IF
           PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 5
              MOVE RSS-PTS-SAI(WS-IDX) TO DET-PTS(WS-IDX)
           END-PERFORM
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO WS-QTD-CLI-VEN.
       F-IMPRIME-CLIENTE. EXIT.

       IMPRIME-SUBTOTAL.
           MOVE WS-QTD-CLI-VEN TO SUB-QUANTIDADE
           PERFORM CONTA-LINHA
           WRITE LINHA FROM SUBTOTAL-VENDEDOR AFTER 1 LINES.
       F-IMPRIME-SUBTOTAL. EXIT.

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

      * REGISTRO DO RESULTADO DA RODADA EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           MOVE "PROG81" TO EXEC-PROGRAMA
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

      * RESPOSTAS DO BATCH.PRM PARA O PROG81 (EM BRANCO = PADRAO; OS
      * CINCO PESOS EM BRANCO OU ZERO = PESOS PADRAO):
      *   RESPOSTA-1 = PESO DA QUEDA DO VALOR DOS PEDIDOS (30)
      *   RESPOSTA-2 = PESO DA QUEDA DE CLASSE ABC (15)
      *   RESPOSTA-3 = PESO DO PAGAMENTO EM ATRASO (20)
      *   RESPOSTA-4 = PESO DAS VISITAS PERDIDAS (15)
      *   RESPOSTA-5 = PESO DAS RECLAMACOES RECENTES (20)
      *   RESPOSTA-6 = PONTUACAO MINIMA NA LISTA DE RISCO (50)
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
                 IF PRM-PROGRAMA = "PROG81"
                    MOVE "S" TO WS-MODO-BATCH
                    IF PRM-RESPOSTA-1 NOT = SPACES
                       COMPUTE WS-PESO(1) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-1)
                    END-IF
                    IF PRM-RESPOSTA-2 NOT = SPACES
                       COMPUTE WS-PESO(2) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-2)
                    END-IF
                    IF PRM-RESPOSTA-3 NOT = SPACES
                       COMPUTE WS-PESO(3) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-3)
                    END-IF
                    IF PRM-RESPOSTA-4 NOT = SPACES
                       COMPUTE WS-PESO(4) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-4)
                    END-IF
                    IF PRM-RESPOSTA-5 NOT = SPACES
                       COMPUTE WS-PESO(5) =
                          FUNCTION NUMVAL(PRM-RESPOSTA-5)
                    END-IF
                    IF PRM-RESPOSTA-6 NOT = SPACES
                       COMPUTE WS-PONTUACAO-MINIMA =
                          FUNCTION NUMVAL(PRM-RESPOSTA-6)
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
