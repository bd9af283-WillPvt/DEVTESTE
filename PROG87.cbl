       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG87.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- CONTRATOS DE CLIENTES -------
      * O VINCULO CONTRATUAL SO EXISTIA COMO TEXTO NO MOTIVO DA
      * FIXACAO (FIX-MOTIVO), E A FIXACAO FICAVA PARA SEMPRE DEPOIS
      * DO FIM DO CONTRATO. AQUI SE MANTEM O CONTRATO.DAT (NUMERO,
      * INICIO, TERMINO, VOLUME MENSAL CONTRATADO E VENDEDOR
      * CONTRATUAL DE CADA CONTRATO DO CLIENTE); A FIXACAO DO PROG13
      * E VINCULADA A UM CONTRATO VIGENTE. FUNCOES:
      *   M - MANUTENCAO DOS CONTRATOS (NIVEL 2);
      *   L - LIBERACAO DAS FIXACOES VENCIDAS (NIVEL 2): O CONTRATO
      *       VIGENTE COM TERMINO ANTES DE HOJE E ENCERRADO E, SE A
      *       FIXACAO DO CLIENTE ESTA VINCULADA A ELE (E AINDA E DO
      *       VENDEDOR CONTRATUAL), A FIXACAO E EXCLUIDA - A PROXIMA
      *       DISTRIBUICAO JA TRATA O CLIENTE PELA DISTANCIA;
      *   R - ALERTA DE RENOVACAO (RCONTRREN.TXT): CONTRATOS VIGENTES
      *       QUE TERMINAM NOS PROXIMOS N DIAS (PADRAO 90), DO
      *       TERMINO MAIS PROXIMO PARA O MAIS DISTANTE;
      *   V - VOLUME CONTRATADO X REALIZADO (RCONTRVOL.TXT): CLIENTES
      *       COM CONTRATO EM VIGOR NA COMPETENCIA (PADRAO O MES
      *       ANTERIOR) CUJA RECEITA DO MES NO PEDIDO.DAT (MENOS AS
      *       DEVOLUCOES DO MES, COMO NO PROG82) FICOU ABAIXO DO
      *       VOLUME MENSAL CONTRATADO.
      * NO BATCH (BATCH.PRM) RODAM L, R E V, NESTA ORDEM.
      * OS RELATORIOS R E V SO TRAZEM OS CONTRATOS DE CLIENTES DA
      * EMPRESA ESCOLHIDA NO SIGN-ON (TODOS NA SESSAO CONSOLIDADA,
      * EMPRESA 00); A LIBERACAO L ALCANCA TODAS AS EMPRESAS.

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

           SELECT ARQ-CONTRATO ASSIGN TO DISK WID-ARQ-CONTRATO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTR.

           SELECT ARQ-FIXACAO ASSIGN TO DISK WID-ARQ-FIXACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FIX-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-FIX.

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

           SELECT ARQ-REN-SORT ASSIGN TO "SORT".

           SELECT RELATORIO ASSIGN TO DISK WS-LOCAL-RELATORIO
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

       COPY "ARQ-CONTRATO.FD".

       COPY "ARQ-FIXACAO.FD".

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-DEVOLUCAO.FD".

      * CONTRATOS DO ALERTA DE RENOVACAO, EM ORDEM DE TERMINO.
       SD ARQ-REN-SORT.
          01 REG-REN-SORT.
             02 RNS-FIM-NUM           PIC 9(08).
             02 RNS-CLI-CODIGO        PIC 9(07).
             02 RNS-NUMERO            PIC X(15).
             02 RNS-DATA-FIM          PIC X(10).
             02 RNS-DIAS              PIC 9(03).
             02 RNS-VEN-CODIGO        PIC 9(03).
             02 RNS-VOLUME            PIC 9(09)V9(02).
             02 RNS-FIXACAO           PIC X(01).

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
       77 WID-ARQ-CONTRATO      PIC X(50) VALUE SPACES.
       77 WID-ARQ-FIXACAO       PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-RELATORIO    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FIX      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EMPRESA-CONTRATO   PIC 9(02) VALUE 01.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
       77 WS-EXISTE-VENDEDOR    PIC X(01) VALUE "N".
       77 WS-EXISTE-FIXACAO     PIC X(01) VALUE "N".
       77 WS-EXISTE-PEDIDO      PIC X(01) VALUE "N".
       77 WS-EXISTE-DEVOLUCAO   PIC X(01) VALUE "N".
       77 WS-CODIGO-INFORMADO   PIC 9(07) VALUE ZEROS.
       77 WS-CONTRATO-INFORMADO PIC X(15) VALUE SPACES.
       77 WS-DATA-INICIO        PIC X(10) VALUE SPACES.
       77 WS-DATA-FIM           PIC X(10) VALUE SPACES.
       77 WS-INICIO-NUM         PIC 9(08) VALUE ZEROS.
       77 WS-FIM-NUM            PIC 9(08) VALUE ZEROS.
       77 WS-VOLUME-INFORMADO   PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VENDEDOR-INFORMADO PIC 9(03) VALUE ZEROS.
       77 WS-DADOS-OK           PIC X(01) VALUE "N".
       77 WS-HOJE-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-HOJE-INTEIRA       PIC 9(08) VALUE ZEROS.
       77 WS-LIMITE-NUM         PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ALERTA        PIC 9(03) VALUE ZEROS.
       77 WS-ANO-CALCULO        PIC 9(04) VALUE ZEROS.
       77 WS-MES-CALCULO        PIC 9(02) VALUE ZEROS.
       77 WS-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77 WS-MES-ANO            PIC X(07) VALUE SPACES.
       77 WS-INICIO-MES-NUM     PIC 9(08) VALUE ZEROS.
       77 WS-FIM-MES-NUM        PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-TRAB          PIC X(10) VALUE SPACES.
       77 WS-DATA-VALIDA        PIC X(01) VALUE "N".
       77 WS-DATA-COMP          PIC 9(06) VALUE ZEROS.
       77 WS-RECEITA-MES        PIC S9(11)V9(02) VALUE ZEROS.
       77 WS-DIFERENCA          PIC S9(11)V9(02) VALUE ZEROS.
       77 WS-PERCENTUAL         PIC 9(03)V9(01) VALUE ZEROS.
       77 WS-QTD-ENCERRADOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-LIBERADAS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ALERTAS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-VIGENTES-MES   PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ABAIXO         PIC 9(05) VALUE ZEROS.
       77 WS-TOT-CONTRATADO     PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TOT-REALIZADO      PIC S9(11)V9(02) VALUE ZEROS.
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

       01 CABECALHO-REN.
          02 FILLER PIC X(11) VALUE "TERMINO".
          02 FILLER PIC X(06) VALUE "DIAS".
          02 FILLER PIC X(09) VALUE "CLIENTE".
          02 FILLER PIC X(41) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(16) VALUE "CONTRATO".
          02 FILLER PIC X(27) VALUE "VENDEDOR CONTRATUAL".
          02 FILLER PIC X(15) VALUE "  VOLUME MENSAL".
          02 FILLER PIC X(07) VALUE "  FIXA".

       01 DETALHE-REN.
          02 DRN-DATA-FIM        PIC X(10).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DRN-DIAS            PIC ZZ9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DRN-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DRN-CLI-RAZAO       PIC X(40).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DRN-NUMERO          PIC X(15).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DRN-VEN-CODIGO      PIC 9(03).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DRN-VEN-NOME        PIC X(22).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DRN-VOLUME          PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DRN-FIXACAO         PIC X(01).
          02 FILLER              PIC X(03) VALUE SPACES.

       01 CABECALHO-VOL.
          02 FILLER PIC X(09) VALUE "CLIENTE".
          02 FILLER PIC X(41) VALUE "RAZAO SOCIAL".
          02 FILLER PIC X(16) VALUE "CONTRATO".
          02 FILLER PIC X(05) VALUE "VEN".
          02 FILLER PIC X(15) VALUE "     CONTRATADO".
          02 FILLER PIC X(16) VALUE "      REALIZADO".
          02 FILLER PIC X(17) VALUE "        DIFERENCA".
          02 FILLER PIC X(13) VALUE "  % ATINGIDO".

       01 DETALHE-VOL.
          02 DVL-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DVL-CLI-RAZAO       PIC X(40).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DVL-NUMERO          PIC X(15).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DVL-VEN-CODIGO      PIC 9(03).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DVL-CONTRATADO      PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DVL-REALIZADO       PIC -ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DVL-DIFERENCA       PIC -ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DVL-PERCENTUAL      PIC ZZ9,9.
          02 FILLER              PIC X(04) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER              PIC X(40).
          02 LTO-VALOR           PIC ZZZ.ZZ9.
          02 FILLER              PIC X(85) VALUE SPACES.

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

       01 TELA-CONTRATO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  CONTRATOS DE CLIENTES  ".
          02 LINE 02 COLUMN 73 VALUE "PROG87".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO: M = MANUTENCAO, L = LIBERAR FIXACOES VENCIDAS,".
          02 LINE 06 COLUMN 01 VALUE
             "        R = ALERTA DE RENOVACAO, V = VOLUME CONTRATADO".
          02 LINE 07 COLUMN 01 VALUE
             "        X REALIZADO.........................:".

       01 TELA-PARAMETROS.
          02 LINE 09 COLUMN 01 VALUE
             "DIAS DE ANTECEDENCIA DO ALERTA (ZERO = 90)..:".
          02 LINE 11 COLUMN 01 VALUE
             "ANO DO VOLUME (ZERO = MES ANTERIOR).........:".
          02 LINE 13 COLUMN 01 VALUE
             "MES DO VOLUME...............................:".

       01 TELA-MANUTENCAO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  CONTRATOS DE CLIENTES  ".
          02 LINE 02 COLUMN 73 VALUE "PROG87".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01
             VALUE "OPERACAO: INCLUIR (I), ALTERAR (A) OU EXCLUIR (E)?".
          02 LINE 06 COLUMN 01
             VALUE "CODIGO DO CLIENTE.................".
          02 LINE 08 COLUMN 01
             VALUE "NUMERO DO CONTRATO................".
          02 LINE 10 COLUMN 01
             VALUE "DATA DE INICIO (DD/MM/AAAA).......".
          02 LINE 12 COLUMN 01
             VALUE "DATA DE TERMINO (DD/MM/AAAA)......".
          02 LINE 14 COLUMN 01
             VALUE "VOLUME MENSAL CONTRATADO..........".
          02 LINE 16 COLUMN 01
             VALUE "VENDEDOR CONTRATUAL...............".
          02 LINE 18 COLUMN 01
             VALUE "SITUACAO / FIXACAO VINCULADA......".
          02 LINE 22 COLUMN 01
             VALUE "MANTER OUTRO CONTRATO (S/N)?......".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  CONTRATOS DE CLIENTES  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "CONTRATOS ENCERRADOS...:".
          02 LINE 06 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-ENCERRADOS.
          02 LINE 07 COLUMN 01 VALUE "FIXACOES LIBERADAS.....:".
          02 LINE 07 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-LIBERADAS.
          02 LINE 08 COLUMN 01 VALUE "ALERTAS DE RENOVACAO...:".
          02 LINE 08 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-ALERTAS.
          02 LINE 09 COLUMN 01 VALUE "ABAIXO DO CONTRATADO...:".
          02 LINE 09 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-ABAIXO.
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG87" TO WS-OPERADOR-ATUAL
           END-IF
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-NUM(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-NUM(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-NUM(7:2)
           COMPUTE WS-HOJE-INTEIRA =
              FUNCTION INTEGER-OF-DATE(WS-HOJE-NUM)

           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-CONTRATO AT 0101
              PERFORM UNTIL WS-FUNCAO = "M" OR = "L" OR = "R"
                                     OR = "V"
                 ACCEPT WS-FUNCAO AT 0747
              END-PERFORM
      * MANUTENCAO E LIBERACAO ALTERAM CADASTROS E SEGUEM O NIVEL
      * DAS DEMAIS MANUTENCOES; OS RELATORIOS SAO SO CONSULTA.
              IF (WS-FUNCAO = "M" OR WS-FUNCAO = "L")
                 AND WS-OPERADOR-NIVEL < 2
                 DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                    AT 2401
                 ACCEPT PAUSA AT 2478
                 EXIT PROGRAM
              END-IF
              IF WS-FUNCAO = "R" OR WS-FUNCAO = "V"
                 DISPLAY TELA-PARAMETROS
              END-IF
              IF WS-FUNCAO = "R"
                 ACCEPT WS-DIAS-ALERTA AT 0947
              END-IF
              IF WS-FUNCAO = "V"
                 ACCEPT WS-ANO-CALCULO AT 1147
                 IF WS-ANO-CALCULO NOT = ZEROS
                    PERFORM UNTIL WS-MES-CALCULO > 00
                       AND WS-MES-CALCULO < 13
                       ACCEPT WS-MES-CALCULO AT 1347
                    END-PERFORM
                 END-IF
              END-IF
           END-IF
           IF WS-DIAS-ALERTA = ZEROS
              MOVE 90 TO WS-DIAS-ALERTA
           END-IF

           MOVE "CONTRATO.DAT" TO WID-ARQ-CONTRATO
           OPEN I-O ARQ-CONTRATO
           IF WS-RESULTADO-CTR = 35
              OPEN OUTPUT ARQ-CONTRATO
              CLOSE ARQ-CONTRATO
              OPEN I-O ARQ-CONTRATO
           END-IF
           IF WS-RESULTADO-CTR NOT = 00
              DISPLAY "ERRO NA ABERTURA DO CONTRATO.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-CTR AT 2445
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              CLOSE ARQ-CONTRATO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "N" TO WS-EXISTE-VENDEDOR
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VEN = 00
              MOVE "S" TO WS-EXISTE-VENDEDOR
           END-IF

           IF WS-FUNCAO = "M"
              PERFORM UNTIL WS-CONTINUA NOT = "S"
                 PERFORM MANUTENCAO-CONTRATO
                    THRU F-MANUTENCAO-CONTRATO
                 MOVE SPACES TO WS-CONTINUA
                 PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                    ACCEPT WS-CONTINUA AT 2236
                 END-PERFORM
              END-PERFORM
           END-IF
           IF WS-MODO-BATCH = "S" OR WS-FUNCAO = "L"
              PERFORM LIBERA-VENCIDOS THRU F-LIBERA-VENCIDOS
           END-IF
           IF WS-MODO-BATCH = "S" OR WS-FUNCAO = "R"
              PERFORM EMITE-RENOVACAO THRU F-EMITE-RENOVACAO
           END-IF
           IF WS-MODO-BATCH = "S" OR WS-FUNCAO = "V"
              PERFORM EMITE-VOLUME THRU F-EMITE-VOLUME
           END-IF

           CLOSE ARQ-CONTRATO
           CLOSE ARQ-CLIENTE
           IF WS-EXISTE-VENDEDOR = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           IF WS-FUNCAO = "M"
              EXIT PROGRAM
           END-IF
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           IF WS-MODO-BATCH NOT = "S"
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
      * MANUTENCAO DOS CONTRATOS
      *-----------------------------------------------------------------
       MANUTENCAO-CONTRATO.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-MANUTENCAO AT 0101
           MOVE SPACES TO WS-OPERACAO
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A" OR = "E"
              ACCEPT WS-OPERACAO AT 0452
           END-PERFORM
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           ACCEPT WS-CODIGO-INFORMADO AT 0636
           MOVE WS-CODIGO-INFORMADO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE NAO ENCONTRADO ..................."
                 AT 2001
              GO TO F-MANUTENCAO-CONTRATO
           END-IF
           DISPLAY CLI-RAZAO-SOCIAL AT 0646
           MOVE SPACES TO WS-CONTRATO-INFORMADO
           PERFORM UNTIL WS-CONTRATO-INFORMADO NOT = SPACES
              ACCEPT WS-CONTRATO-INFORMADO AT 0836
           END-PERFORM
           MOVE WS-CODIGO-INFORMADO   TO CTR-CLI-CODIGO
           MOVE WS-CONTRATO-INFORMADO TO CTR-NUMERO
           READ ARQ-CONTRATO
           EVALUATE WS-OPERACAO
              WHEN "I"
                 PERFORM INCLUI-CONTRATO THRU F-INCLUI-CONTRATO
              WHEN "A"
                 PERFORM ALTERA-CONTRATO THRU F-ALTERA-CONTRATO
              WHEN "E"
                 PERFORM EXCLUI-CONTRATO THRU F-EXCLUI-CONTRATO
           END-EVALUATE.
       F-MANUTENCAO-CONTRATO. EXIT.

       INCLUI-CONTRATO.
           IF WS-RESULTADO-CTR = 00
              DISPLAY "CONTRATO JA CADASTRADO, USE ALTERAR ......"
                 AT 2001
              GO TO F-INCLUI-CONTRATO
           END-IF
           PERFORM ACEITA-DADOS THRU F-ACEITA-DADOS
           IF WS-DADOS-OK NOT = "S"
              GO TO F-INCLUI-CONTRATO
           END-IF
           INITIALIZE REGISTRO-CONTRATO
           MOVE WS-CODIGO-INFORMADO   TO CTR-CLI-CODIGO
           MOVE WS-CONTRATO-INFORMADO TO CTR-NUMERO
           PERFORM MOVE-DADOS THRU F-MOVE-DADOS
           MOVE "A" TO CTR-SITUACAO
           MOVE "N" TO CTR-FIXACAO
           WRITE REGISTRO-CONTRATO
           IF WS-RESULTADO-CTR NOT = 00
              DISPLAY "ERRO NA GRAVACAO DO CONTRATO: " AT 2001
              DISPLAY WS-RESULTADO-CTR                 AT 2031
           ELSE
              DISPLAY "CONTRATO INCLUIDO COM SUCESSO ........."
                 AT 2001
           END-IF.
       F-INCLUI-CONTRATO. EXIT.

      * A ALTERACAO SERVE TAMBEM PARA PRORROGAR O TERMINO: UM
      * CONTRATO ENCERRADO QUE GANHA TERMINO FUTURO VOLTA A VIGENTE
      * (A FIXACAO LIBERADA PRECISA SER REFEITA NO PROG13).
       ALTERA-CONTRATO.
           IF WS-RESULTADO-CTR NOT = 00
              DISPLAY "CONTRATO NAO ENCONTRADO .................."
                 AT 2001
              GO TO F-ALTERA-CONTRATO
           END-IF
           PERFORM MOSTRA-CONTRATO THRU F-MOSTRA-CONTRATO
           PERFORM ACEITA-DADOS THRU F-ACEITA-DADOS
           IF WS-DADOS-OK NOT = "S"
              GO TO F-ALTERA-CONTRATO
           END-IF
           MOVE WS-CODIGO-INFORMADO   TO CTR-CLI-CODIGO
           MOVE WS-CONTRATO-INFORMADO TO CTR-NUMERO
           READ ARQ-CONTRATO
           IF CTR-FIXACAO = "S"
              AND WS-VENDEDOR-INFORMADO NOT = CTR-VEN-CODIGO
              DISPLAY "CONTRATO COM FIXACAO: VENDEDOR SO PELO PROG13"
                 AT 2001
              GO TO F-ALTERA-CONTRATO
           END-IF
           PERFORM MOVE-DADOS THRU F-MOVE-DADOS
           IF CTR-SITUACAO = "E" AND CTR-FIM-NUM NOT < WS-HOJE-NUM
              MOVE "A"    TO CTR-SITUACAO
              MOVE SPACES TO CTR-DATA-ENCERRAMENTO
           END-IF
           REWRITE REGISTRO-CONTRATO
           IF WS-RESULTADO-CTR NOT = 00
              DISPLAY "ERRO NA ALTERACAO DO CONTRATO: " AT 2001
              DISPLAY WS-RESULTADO-CTR                  AT 2032
           ELSE
              DISPLAY "CONTRATO ALTERADO COM SUCESSO ........."
                 AT 2001
           END-IF.
       F-ALTERA-CONTRATO. EXIT.

      * CONTRATO COM FIXACAO VINCULADA SO SAI DEPOIS QUE O VINCULO
      * FOR DESFEITO NO PROG13.
       EXCLUI-CONTRATO.
           IF WS-RESULTADO-CTR NOT = 00
              DISPLAY "CONTRATO NAO ENCONTRADO .................."
                 AT 2001
              GO TO F-EXCLUI-CONTRATO
           END-IF
           PERFORM MOSTRA-CONTRATO THRU F-MOSTRA-CONTRATO
           IF CTR-FIXACAO = "S"
              DISPLAY "CONTRATO COM FIXACAO VINCULADA (PROG13) ..."
                 AT 2001
              GO TO F-EXCLUI-CONTRATO
           END-IF
           DELETE ARQ-CONTRATO
           IF WS-RESULTADO-CTR NOT = 00
              DISPLAY "ERRO NA EXCLUSAO DO CONTRATO: " AT 2001
              DISPLAY WS-RESULTADO-CTR                 AT 2031
           ELSE
              DISPLAY "CONTRATO EXCLUIDO COM SUCESSO ........."
                 AT 2001
           END-IF.
       F-EXCLUI-CONTRATO. EXIT.

       MOSTRA-CONTRATO.
           DISPLAY CTR-DATA-INICIO    AT 1036
           DISPLAY CTR-DATA-FIM       AT 1236
           DISPLAY CTR-VOLUME-MENSAL  AT 1436
           DISPLAY CTR-VEN-CODIGO     AT 1636
           DISPLAY CTR-SITUACAO       AT 1836
           DISPLAY "/"                AT 1838
           DISPLAY CTR-FIXACAO        AT 1840.
       F-MOSTRA-CONTRATO. EXIT.

      * DATAS VALIDAS (TERMINO NAO ANTERIOR AO INICIO), VOLUME E
      * VENDEDOR CADASTRADO; WS-DADOS-OK = "N" QUANDO ALGO NAO SERVE.
       ACEITA-DADOS.
           MOVE "N" TO WS-DADOS-OK
           MOVE SPACES TO WS-DATA-INICIO
           PERFORM UNTIL WS-DATA-INICIO NOT = SPACES
              ACCEPT WS-DATA-INICIO AT 1036
           END-PERFORM
           MOVE SPACES TO WS-DATA-FIM
           PERFORM UNTIL WS-DATA-FIM NOT = SPACES
              ACCEPT WS-DATA-FIM AT 1236
           END-PERFORM
           MOVE ZEROS TO WS-VOLUME-INFORMADO
           ACCEPT WS-VOLUME-INFORMADO AT 1436
           MOVE ZEROS TO WS-VENDEDOR-INFORMADO
           ACCEPT WS-VENDEDOR-INFORMADO AT 1636

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
           IF WS-EXISTE-VENDEDOR NOT = "S"
              DISPLAY "VENDEDOR.DAT NAO ENCONTRADO ..........." AT 2001
              GO TO F-ACEITA-DADOS
           END-IF
           MOVE WS-VENDEDOR-INFORMADO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VEN NOT = 00 OR WS-VENDEDOR-INFORMADO = 0
              DISPLAY "VENDEDOR NAO ENCONTRADO ..............." AT 2001
              GO TO F-ACEITA-DADOS
           END-IF
           IF VEN-STATUS = "I"
              DISPLAY "VENDEDOR INATIVO ......................" AT 2001
              GO TO F-ACEITA-DADOS
           END-IF
           MOVE "S" TO WS-DADOS-OK.
       F-ACEITA-DADOS. EXIT.

       MOVE-DADOS.
           MOVE WS-DATA-INICIO        TO CTR-DATA-INICIO
           MOVE WS-INICIO-NUM         TO CTR-INICIO-NUM
           MOVE WS-DATA-FIM           TO CTR-DATA-FIM
           MOVE WS-FIM-NUM            TO CTR-FIM-NUM
           MOVE WS-VOLUME-INFORMADO   TO CTR-VOLUME-MENSAL
           MOVE WS-VENDEDOR-INFORMADO TO CTR-VEN-CODIGO.
       F-MOVE-DADOS. EXIT.

      * DATA DD/MM/AAAA EM WS-DATA-TRAB; DEVOLVE AAAAMMDD EM
      * WS-DATA-AAAAMMDD E A COMPETENCIA EM WS-DATA-COMP.
       VALIDA-DATA.
           MOVE "N"   TO WS-DATA-VALIDA
           MOVE ZEROS TO WS-DATA-AAAAMMDD
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
              IF FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD) > ZEROS
                 MOVE "S" TO WS-DATA-VALIDA
                 MOVE WS-DATA-AAAAMMDD(1:6) TO WS-DATA-COMP
              END-IF
           END-IF.
       F-VALIDA-DATA. EXIT.

      *-----------------------------------------------------------------
      * LIBERACAO DAS FIXACOES DE CONTRATOS VENCIDOS
      *-----------------------------------------------------------------
       LIBERA-VENCIDOS.
           MOVE "N" TO WS-EXISTE-FIXACAO
           MOVE "FIXACAO.DAT" TO WID-ARQ-FIXACAO
           OPEN I-O ARQ-FIXACAO
           IF WS-RESULTADO-FIX = 00
              MOVE "S" TO WS-EXISTE-FIXACAO
           END-IF
           MOVE ZEROS      TO CTR-CLI-CODIGO
           MOVE LOW-VALUES TO CTR-NUMERO
           START ARQ-CONTRATO KEY NOT LESS CTR-CHAVE
           IF WS-RESULTADO-CTR = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CONTRATO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CTR-SITUACAO = "A" AND CTR-FIM-NUM < WS-HOJE-NUM
                    PERFORM ENCERRA-CONTRATO THRU F-ENCERRA-CONTRATO
                 END-IF
              END-PERFORM
           END-IF
           IF WS-EXISTE-FIXACAO = "S"
              CLOSE ARQ-FIXACAO
           END-IF.
       F-LIBERA-VENCIDOS. EXIT.

      * A FIXACAO SO SAI SE AINDA APONTA PARA O VENDEDOR CONTRATUAL;
      * SE FOI TROCADA A MAO NO PROG13 DEPOIS DO VINCULO, FICA.
       ENCERRA-CONTRATO.
           IF CTR-FIXACAO = "S" AND WS-EXISTE-FIXACAO = "S"
              MOVE CTR-CLI-CODIGO TO FIX-CLI-CODIGO
              READ ARQ-FIXACAO
              IF WS-RESULTADO-FIX = 00
                 AND FIX-VEN-CODIGO = CTR-VEN-CODIGO
                 DELETE ARQ-FIXACAO
                 IF WS-RESULTADO-FIX = 00
                    ADD 1 TO WS-QTD-LIBERADAS
                 END-IF
              END-IF
           END-IF
           MOVE "E"          TO CTR-SITUACAO
           MOVE "N"          TO CTR-FIXACAO
           MOVE DATA-DE-HOJE TO CTR-DATA-ENCERRAMENTO
           REWRITE REGISTRO-CONTRATO
           ADD 1 TO WS-QTD-ENCERRADOS.
       F-ENCERRA-CONTRATO. EXIT.

      *-----------------------------------------------------------------
      * ALERTA DE RENOVACAO (RCONTRREN.TXT)
      *-----------------------------------------------------------------
       EMITE-RENOVACAO.
           COMPUTE WS-LIMITE-NUM = FUNCTION DATE-OF-INTEGER
                   (WS-HOJE-INTEIRA + WS-DIAS-ALERTA)
           SORT ARQ-REN-SORT
                ON ASCENDING KEY RNS-FIM-NUM
                ON ASCENDING KEY RNS-CLI-CODIGO
                ON ASCENDING KEY RNS-NUMERO
                INPUT PROCEDURE SELECIONA-RENOVACOES
                OUTPUT PROCEDURE IMPRIME-RENOVACOES.
       F-EMITE-RENOVACAO. EXIT.

      *-----------------------------------------------------------------
      * VOLUME CONTRATADO X REALIZADO (RCONTRVOL.TXT)
      *-----------------------------------------------------------------
       EMITE-VOLUME.
           IF WS-ANO-CALCULO = ZEROS OR WS-MES-CALCULO = ZEROS
              MOVE WS-HOJE-NUM(1:4) TO WS-ANO-CALCULO
              MOVE WS-HOJE-NUM(5:2) TO WS-MES-CALCULO
              IF WS-MES-CALCULO = 01
                 MOVE 12 TO WS-MES-CALCULO
                 SUBTRACT 1 FROM WS-ANO-CALCULO
              ELSE
                 SUBTRACT 1 FROM WS-MES-CALCULO
              END-IF
           END-IF
           COMPUTE WS-COMPETENCIA =
              WS-ANO-CALCULO * 100 + WS-MES-CALCULO
           MOVE SPACES TO WS-MES-ANO
           STRING WS-COMPETENCIA(5:2) "/" WS-COMPETENCIA(1:4)
                  DELIMITED BY SIZE INTO WS-MES-ANO
           COMPUTE WS-INICIO-MES-NUM = WS-COMPETENCIA * 100 + 1
           IF WS-MES-CALCULO = 12
              COMPUTE WS-DATA-AAAAMMDD =
                 (WS-ANO-CALCULO + 1) * 10000 + 101
           ELSE
              COMPUTE WS-DATA-AAAAMMDD = WS-INICIO-MES-NUM + 100
           END-IF
           COMPUTE WS-FIM-MES-NUM = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD) - 1)

           MOVE "N" TO WS-EXISTE-PEDIDO
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PED = 00
              MOVE "S" TO WS-EXISTE-PEDIDO
           END-IF
           MOVE "N" TO WS-EXISTE-DEVOLUCAO
           MOVE "DEVOLUCAO.DAT" TO WID-ARQ-DEVOLUCAO
           OPEN INPUT ARQ-DEVOLUCAO
           IF WS-RESULTADO-DEV = 00
              MOVE "S" TO WS-EXISTE-DEVOLUCAO
           END-IF

           MOVE "RCONTRVOL.TXT" TO WS-LOCAL-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO CAB-TITULO
           STRING "VOLUME CONTRATADO X REALIZADO - " WS-MES-ANO
                  DELIMITED BY SIZE INTO CAB-TITULO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           MOVE ZEROS TO CONTADOR-PAGINA
           PERFORM IMPRIMIR-CABECALHO-VOL

           MOVE ZEROS      TO CTR-CLI-CODIGO
           MOVE LOW-VALUES TO CTR-NUMERO
           START ARQ-CONTRATO KEY NOT LESS CTR-CHAVE
           IF WS-RESULTADO-CTR = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CONTRATO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 PERFORM EMPRESA-DO-CONTRATO
                    THRU F-EMPRESA-DO-CONTRATO
                 IF WS-EMPRESA-SESSAO NOT = ZEROS
                    AND WS-EMPRESA-CONTRATO NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
                 IF CTR-INICIO-NUM NOT > WS-FIM-MES-NUM
                    AND CTR-FIM-NUM NOT < WS-INICIO-MES-NUM
                    PERFORM CONFERE-VOLUME THRU F-CONFERE-VOLUME
                 END-IF
              END-PERFORM
           END-IF

           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           MOVE "CONTRATOS EM VIGOR NO MES..............:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-VIGENTES-MES TO LTO-VALOR
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           MOVE "ABAIXO DO VOLUME CONTRATADO............:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-ABAIXO TO LTO-VALOR
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           MOVE "CONTRATADO DOS LISTADOS................:"
              TO LINHA-TOTAL-VALOR(1:40)
           MOVE WS-TOT-CONTRATADO TO LTV-VALOR
           WRITE LINHA FROM LINHA-TOTAL-VALOR AFTER 1 LINES
           MOVE "REALIZADO DOS LISTADOS.................:"
              TO LINHA-TOTAL-VALOR(1:40)
           MOVE WS-TOT-REALIZADO TO LTV-VALOR
           WRITE LINHA FROM LINHA-TOTAL-VALOR AFTER 1 LINES
           CLOSE RELATORIO
           MOVE "RCONTRVOL.TXT" TO RLA-ARQUIVO
           MOVE SPACES TO RLA-PARAMETROS
           STRING "COMPETENCIA " WS-MES-ANO
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           IF WS-EXISTE-PEDIDO = "S"
              CLOSE ARQ-PEDIDO
           END-IF
           IF WS-EXISTE-DEVOLUCAO = "S"
              CLOSE ARQ-DEVOLUCAO
           END-IF.
       F-EMITE-VOLUME. EXIT.

      * RECEITA DO CLIENTE NA COMPETENCIA CONTRA O VOLUME MENSAL DO
      * CONTRATO; SO SAI NO RELATORIO QUEM FICOU ABAIXO.
       CONFERE-VOLUME.
           ADD 1 TO WS-QTD-VIGENTES-MES
           PERFORM SOMA-RECEITA-MES THRU F-SOMA-RECEITA-MES
           IF WS-RECEITA-MES NOT < CTR-VOLUME-MENSAL
              GO TO F-CONFERE-VOLUME
           END-IF
           ADD 1 TO WS-QTD-ABAIXO
           ADD CTR-VOLUME-MENSAL TO WS-TOT-CONTRATADO
           ADD WS-RECEITA-MES    TO WS-TOT-REALIZADO
           COMPUTE WS-DIFERENCA = WS-RECEITA-MES - CTR-VOLUME-MENSAL
           MOVE ZEROS TO WS-PERCENTUAL
           IF CTR-VOLUME-MENSAL > ZEROS AND WS-RECEITA-MES > ZEROS
              COMPUTE WS-PERCENTUAL ROUNDED =
                 WS-RECEITA-MES * 100 / CTR-VOLUME-MENSAL
           END-IF
           MOVE CTR-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE SPACES TO CLI-RAZAO-SOCIAL
           END-IF
           MOVE CTR-CLI-CODIGO     TO DVL-CLI-CODIGO
           MOVE CLI-RAZAO-SOCIAL   TO DVL-CLI-RAZAO
           MOVE CTR-NUMERO         TO DVL-NUMERO
           MOVE CTR-VEN-CODIGO     TO DVL-VEN-CODIGO
           MOVE CTR-VOLUME-MENSAL  TO DVL-CONTRATADO
           MOVE WS-RECEITA-MES     TO DVL-REALIZADO
           MOVE WS-DIFERENCA       TO DVL-DIFERENCA
           MOVE WS-PERCENTUAL      TO DVL-PERCENTUAL
           PERFORM CONTA-LINHA-VOL
           WRITE LINHA FROM DETALHE-VOL AFTER 1 LINES.
       F-CONFERE-VOLUME. EXIT.

      * PEDIDOS DO CLIENTE NA COMPETENCIA MENOS AS DEVOLUCOES
      * LANCADAS NELA (AS DUAS CHAVES COMECAM PELO CLIENTE).
       SOMA-RECEITA-MES.
           MOVE ZEROS TO WS-RECEITA-MES
           IF WS-EXISTE-PEDIDO = "S"
              MOVE CTR-CLI-CODIGO TO PED-CLI-CODIGO
              MOVE ZEROS          TO PED-SEQUENCIA
              START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
              IF WS-RESULTADO-PED = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-PEDIDO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF PED-CLI-CODIGO NOT = CTR-CLI-CODIGO
                       EXIT PERFORM
                    END-IF
                    MOVE PED-DATA TO WS-DATA-TRAB
                    PERFORM VALIDA-DATA THRU F-VALIDA-DATA
                    IF WS-DATA-VALIDA = "S"
                       AND WS-DATA-COMP = WS-COMPETENCIA
                       ADD PED-VALOR TO WS-RECEITA-MES
                    END-IF
                 END-PERFORM
              END-IF
           END-IF
           IF WS-EXISTE-DEVOLUCAO = "S"
              MOVE CTR-CLI-CODIGO TO DEV-CLI-CODIGO
              MOVE ZEROS          TO DEV-PED-SEQUENCIA
              MOVE ZEROS          TO DEV-SEQUENCIA
              START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
              IF WS-RESULTADO-DEV = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-DEVOLUCAO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF DEV-CLI-CODIGO NOT = CTR-CLI-CODIGO
                       EXIT PERFORM
                    END-IF
                    MOVE DEV-DATA TO WS-DATA-TRAB
                    PERFORM VALIDA-DATA THRU F-VALIDA-DATA
                    IF WS-DATA-VALIDA = "S"
                       AND WS-DATA-COMP = WS-COMPETENCIA
                       SUBTRACT DEV-VALOR FROM WS-RECEITA-MES
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
       F-SOMA-RECEITA-MES. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO (RLA-ARQUIVO E
      * RLA-PARAMETROS JA PREENCHIDOS), REGISTRADA NO CATALOGO DE
      * RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           MOVE "PROG87"         TO RLA-PROGRAMA
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           MOVE SPACES           TO RLA-ARQUIVO-COPIA
           MOVE SPACES           TO RLA-RESULTADO
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

       IMPRIMIR-CABECALHO-REN.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-REN    AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.

       IMPRIMIR-CABECALHO-VOL.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-VOL    AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA-REN.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO-REN
           END-IF.

       CONTA-LINHA-VOL.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO-VOL
           END-IF.

      * REGISTRO DO RESULTADO EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           MOVE "PROG87" TO EXEC-PROGRAMA
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

      * RESPOSTAS DO BATCH.PRM PARA O PROG87 (EM BRANCO = PADRAO); NO
      * BATCH RODAM A LIBERACAO E OS DOIS RELATORIOS:
      *   RESPOSTA-1 = COMPETENCIA AAAAMM DO VOLUME (MES ANTERIOR)
      *   RESPOSTA-2 = DIAS DE ANTECEDENCIA DO ALERTA (90)
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
                 IF PRM-PROGRAMA = "PROG87"
                    MOVE "S" TO WS-MODO-BATCH
                    IF PRM-RESPOSTA-1(1:6) IS NUMERIC
                       MOVE PRM-RESPOSTA-1(1:4) TO WS-ANO-CALCULO
                       MOVE PRM-RESPOSTA-1(5:2) TO WS-MES-CALCULO
                    END-IF
                    IF PRM-RESPOSTA-2 NOT = SPACES
                       COMPUTE WS-DIAS-ALERTA =
                          FUNCTION NUMVAL(PRM-RESPOSTA-2)
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

      * EMPRESA DO CLIENTE DO CONTRATO LIDO; CLIENTE NAO CADASTRADO
      * VALE COMO EMPRESA 01.
       EMPRESA-DO-CONTRATO.
           MOVE 01 TO WS-EMPRESA-CONTRATO
           MOVE CTR-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              MOVE CLI-EMPRESA TO WS-EMPRESA-CONTRATO
           END-IF.
       F-EMPRESA-DO-CONTRATO. EXIT.

      *-----------------------------------------------------------------
      * CONTRATOS VIGENTES QUE TERMINAM ATE HOJE + N DIAS
      *-----------------------------------------------------------------
       SELECIONA-RENOVACOES SECTION.
       SELECIONA-CONTRATOS.
           MOVE ZEROS      TO CTR-CLI-CODIGO
           MOVE LOW-VALUES TO CTR-NUMERO
           START ARQ-CONTRATO KEY NOT LESS CTR-CHAVE
           IF WS-RESULTADO-CTR NOT = 00
              GO TO F-SELECIONA-RENOVACOES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-CONTRATO NEXT AT END
                 EXIT PERFORM
              END-READ
              PERFORM EMPRESA-DO-CONTRATO THRU F-EMPRESA-DO-CONTRATO
              IF WS-EMPRESA-SESSAO NOT = ZEROS
                 AND WS-EMPRESA-CONTRATO NOT = WS-EMPRESA-SESSAO
                 EXIT PERFORM CYCLE
              END-IF
              IF CTR-SITUACAO = "A"
                 AND CTR-FIM-NUM NOT < WS-HOJE-NUM
                 AND CTR-FIM-NUM NOT > WS-LIMITE-NUM
                 MOVE CTR-FIM-NUM       TO RNS-FIM-NUM
                 MOVE CTR-CLI-CODIGO    TO RNS-CLI-CODIGO
                 MOVE CTR-NUMERO        TO RNS-NUMERO
                 MOVE CTR-DATA-FIM      TO RNS-DATA-FIM
                 COMPUTE RNS-DIAS =
                    FUNCTION INTEGER-OF-DATE(CTR-FIM-NUM)
                    - WS-HOJE-INTEIRA
                 MOVE CTR-VEN-CODIGO    TO RNS-VEN-CODIGO
                 MOVE CTR-VOLUME-MENSAL TO RNS-VOLUME
                 MOVE CTR-FIXACAO       TO RNS-FIXACAO
                 RELEASE REG-REN-SORT
              END-IF
           END-PERFORM.
       F-SELECIONA-RENOVACOES.
           EXIT.

      *-----------------------------------------------------------------
      * IMPRESSAO DO ALERTA, DO TERMINO MAIS PROXIMO AO MAIS DISTANTE
      *-----------------------------------------------------------------
       IMPRIME-RENOVACOES SECTION.
       IMPRIME-ALERTAS.
           MOVE "RCONTRREN.TXT" TO WS-LOCAL-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO CAB-TITULO
           STRING "CONTRATOS A RENOVAR NOS PROXIMOS " WS-DIAS-ALERTA
                  " DIAS" DELIMITED BY SIZE INTO CAB-TITULO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           MOVE ZEROS TO CONTADOR-PAGINA
           PERFORM IMPRIMIR-CABECALHO-REN
           PERFORM UNTIL EXIT
              RETURN ARQ-REN-SORT AT END
                 EXIT PERFORM
              END-RETURN
              ADD 1 TO WS-QTD-ALERTAS
              MOVE RNS-CLI-CODIGO TO CLI-CODIGO
              READ ARQ-CLIENTE
              IF WS-RESULTADO-ACESSO NOT = 00
                 MOVE SPACES TO CLI-RAZAO-SOCIAL
              END-IF
              MOVE SPACES TO DRN-VEN-NOME
              IF WS-EXISTE-VENDEDOR = "S"
                 MOVE RNS-VEN-CODIGO TO VEN-CODIGO
                 READ ARQ-VENDEDOR
                 IF WS-RESULTADO-VEN = 00
                    MOVE VEN-NOME TO DRN-VEN-NOME
                 END-IF
              END-IF
              MOVE RNS-DATA-FIM     TO DRN-DATA-FIM
              MOVE RNS-DIAS         TO DRN-DIAS
              MOVE RNS-CLI-CODIGO   TO DRN-CLI-CODIGO
              MOVE CLI-RAZAO-SOCIAL TO DRN-CLI-RAZAO
              MOVE RNS-NUMERO       TO DRN-NUMERO
              MOVE RNS-VEN-CODIGO   TO DRN-VEN-CODIGO
              MOVE RNS-VOLUME       TO DRN-VOLUME
              MOVE RNS-FIXACAO      TO DRN-FIXACAO
              PERFORM CONTA-LINHA-REN
              WRITE LINHA FROM DETALHE-REN AFTER 1 LINES
           END-PERFORM
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           MOVE "CONTRATOS A RENOVAR....................:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-ALERTAS TO LTO-VALOR
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           CLOSE RELATORIO
           MOVE "RCONTRREN.TXT" TO RLA-ARQUIVO
           MOVE SPACES TO RLA-PARAMETROS
           STRING "ANTECEDENCIA " WS-DIAS-ALERTA " DIAS"
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO.
       F-IMPRIME-RENOVACOES.
           EXIT.
