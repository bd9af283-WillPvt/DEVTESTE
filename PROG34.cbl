      * ARQUIVO DE METAS (META.DAT, CHAVE VENDEDOR + COMPETENCIA
      * AAAAMM) E IMPRIME O COMPARATIVO MENSAL META X REALIZADO
      * (RMETA.TXT): A RECEITA REAL DE CADA VENDEDOR VEM DOS PEDIDOS
      * DO PERIODO (PEDIDO.DAT) CREDITADOS AO VENDEDOR DE REGISTRO
      * DE CADA PEDIDO (PEDIDO SEM VENDEDOR VAI PARA O TITULAR ATUAL
      * DO DISTMEST.DAT), COM PERCENTUAL DE ATINGIMENTO E ACUMULADO
      * DO ANO. AS DEVOLUCOES (DEVOLUCAO.DAT) SAO ABATIDAS DO
      * VENDEDOR DE REGISTRO DO PEDIDO ORIGINAL NO MES EM QUE FORAM
      * LANCADAS.
      * COM EQUIPES CADASTRADAS (PROG66) OS VENDEDORES SAEM POR REGIAO
      * E EQUIPE, COM SUBTOTAIS DE META E REALIZADO DE CADA EQUIPE E
      * REGIAO; A EQUIPE CONSIDERADA E A DO VENDEDOR NO FIM DO MES DO
      * RELATORIO (EQUIPEHIST.DAT), NAO A ATUAL.
      * A FUNCAO S ACEITA NO META.DAT AS METAS SUGERIDAS PELA PREVISAO
      * DE RECEITA (METASUG.DAT, PROG80); O GESTOR ESCOLHE SE SUBSTITUI
      * AS METAS JA CADASTRADAS OU SO PREENCHE AS QUE FALTAM.
      * METAS E RELATORIO SAO DA EMPRESA DA SESSAO (SIGN-ON): SO OS
      * VENDEDORES DELA (VEN-EMPRESA) TEM META MANTIDA OU ACEITA E
      * SAEM NO RELATORIO, COM O REALIZADO DOS PEDIDOS DELA
      * (PED-EMPRESA). A SESSAO CONSOLIDADA (00, NIVEL 3) VE E MANTEM
      * TODAS AS EMPRESAS. O META.DAT E UNICO - O CODIGO DE VENDEDOR
      * NAO SE REPETE ENTRE EMPRESAS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MET.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

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

           SELECT ARQ-META-SUGERIDA ASSIGN TO "METASUG.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-SUG.

           SELECT ARQ-META-SORT ASSIGN TO "SORT".

           SELECT ARQ-META-SAI ASSIGN TO "METATRAB.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT ARQ-CTL-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXEC.

           SELECT RELATORIO ASSIGN TO "RMETA.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-DEVOLUCAO.FD".

       COPY "ARQ-SUPERVISOR.FD".

       COPY "ARQ-EQUIPE.FD".

       COPY "ARQ-EQUIPE-HIST.FD".

      * ORDEM DE IMPRESSAO: GRUPO (1 EM EQUIPE, 2 SEM EQUIPE), REGIAO,
      * SUPERVISOR E VENDEDOR.
       SD ARQ-META-SORT.
          01 REG-META-SORT.
             02 MTS-GRUPO-SORT          PIC 9(01).
             02 MTS-REGIAO-SORT         PIC X(15).
             02 MTS-SUP-CODIGO-SORT     PIC 9(03).
             02 MTS-VEN-CODIGO-SORT     PIC 9(03).
             02 MTS-SUP-NOME-SORT       PIC X(40).

       FD ARQ-META-SAI.
          01 REG-META-SAI.
             02 MTS-GRUPO-SAI           PIC 9(01).
             02 MTS-REGIAO-SAI          PIC X(15).
             02 MTS-SUP-CODIGO-SAI      PIC 9(03).
             02 MTS-VEN-CODIGO-SAI      PIC 9(03).
             02 MTS-SUP-NOME-SAI        PIC X(40).

       COPY "ARQ-META.FD".

       COPY "ARQ-META-SUGERIDA.FD".

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
       77 WID-ARQ-META          PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MET      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SUG      PIC 9(02) VALUE ZEROS.
       77 WS-SUBSTITUI          PIC X(01) VALUE SPACES.
       77 WS-SUG-LIDAS          PIC 9(05) VALUE ZEROS.
       77 WS-SUG-INCLUIDAS      PIC 9(05) VALUE ZEROS.
       77 WS-SUG-SUBSTITUIDAS   PIC 9(05) VALUE ZEROS.
       77 WS-SUG-MANTIDAS       PIC 9(05) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-VEN-CREDITO        PIC 9(03) VALUE ZEROS.
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-VEN-VERIFICAR      PIC 9(03) VALUE ZEROS.
       77 WS-VENDEDOR-DA-EMPRESA PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
       77 WS-ATINGIMENTO-ACUM   PIC 9(05)V9(02) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.
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
       77 WS-IDX                PIC 9(03) VALUE ZEROS.
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 WS-GRUPO-ANTERIOR     PIC 9(01) VALUE ZEROS.
       77 WS-REGIAO-ANTERIOR    PIC X(15) VALUE SPACES.
       77 WS-SUP-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-SUP-META-MES       PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-SUP-REAL-MES       PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-SUP-META-ACUM      PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-SUP-REAL-ACUM      PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-REG-META-MES       PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-REG-REAL-MES       PIC S9(13)V9(02) VALUE ZEROS.
       77 WS-REG-META-ACUM      PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-REG-REAL-ACUM      PIC S9(13)V9(02) VALUE ZEROS.

      * SUPERVISOR DE CADA VENDEDOR NO FIM DO MES DO RELATORIO: O
      * VINCULO ATUAL (EQUIPE.DAT) CORRIGIDO PELA PRIMEIRA MUDANCA DE
      * EQUIPE POSTERIOR A ESSA DATA (EQUIPEHIST.DAT), CUJO SUPERVISOR
      * ANTERIOR E O QUE VALIA NO MES (000 = SEM EQUIPE).
       01 WS-TAB-EQUIPE.
          02 WS-EQT-ENTRADA OCCURS 999.
             03 WS-EQT-SUP-CODIGO       PIC 9(03).
             03 WS-EQT-CORRIGIDO        PIC X(01).

      * RECEITA REALIZADA DO MES E DO ACUMULADO DO ANO, POR CODIGO
      * DE VENDEDOR, ACUMULADA NUMA UNICA PASSAGEM PELO PEDIDO.DAT
      * E OUTRA PELO DEVOLUCAO.DAT (PODE FICAR NEGATIVA NUM MES DE
      * DEVOLUCAO SEM VENDA).
       01 WS-TAB-REALIZADO.
          02 WS-REA-ENTRADA OCCURS 999.
             03 WS-REA-MES              PIC S9(11)V9(02).
             03 WS-REA-ACUM             PIC S9(11)V9(02).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 CAB-MES      PIC 9(02).
          02 FILLER       PIC X(01) VALUE "/".
          02 CAB-ANO      PIC 9(04).
          02 FILLER       PIC X(10) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11).
          02 FILLER       PIC X(04) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

          02 DET-VEN-NOME        PIC X(21).
          02 DET-META-MES        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-REAL-MES        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          02 DET-ATING-MES       PIC ZZZZ9,99.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-META-ACUM       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-REAL-ACUM       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          02 DET-ATING-ACUM      PIC ZZZZ9,99.

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
          02 SUB-TEXTO           PIC X(26).
          02 SUB-META-MES        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 SUB-REAL-MES        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          02 SUB-ATING-MES       PIC ZZZZ9,99.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 SUB-META-ACUM       PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 SUB-REAL-ACUM       PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          02 SUB-ATING-ACUM      PIC ZZZZ9,99.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

          02 LINE 02 COLUMN 73 VALUE "PROG34".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO: MANTER (M), RELATORIO (R) OU ACEITAR SUGERIDAS
      -" (S)?....".

       01 TELA-MANUTENCAO BLANK SCREEN
                       BACKGROUND-COLOR 1
          02 LINE 22 COLUMN 01 VALUE
             "MANTER OUTRA META (S/N)?..........".

       01 TELA-SUGESTAO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "METAS SUGERIDAS PELA PREVISAO DE RECEITA (METASUG.DAT)".
          02 LINE 09 COLUMN 01 VALUE
             "SUBSTITUIR AS METAS JA CADASTRADAS (S/N)?.........".

       01 TELA-FIM-SUGESTAO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 12 COLUMN 01 VALUE "SUGESTOES LIDAS.......:".
          02 LINE 12 COLUMN 26 PIC ZZ.ZZ9 FROM WS-SUG-LIDAS.
          02 LINE 13 COLUMN 01 VALUE "METAS INCLUIDAS.......:".
          02 LINE 13 COLUMN 26 PIC ZZ.ZZ9 FROM WS-SUG-INCLUIDAS.
          02 LINE 14 COLUMN 01 VALUE "METAS SUBSTITUIDAS....:".
          02 LINE 14 COLUMN 26 PIC ZZ.ZZ9 FROM WS-SUG-SUBSTITUIDAS.
          02 LINE 15 COLUMN 01 VALUE "METAS MANTIDAS........:".
          02 LINE 15 COLUMN 26 PIC ZZ.ZZ9 FROM WS-SUG-MANTIDAS.
          02 LINE 17 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       01 TELA-RELATORIO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           DISPLAY TELA-META AT 0101
           PERFORM UNTIL WS-FUNCAO = "M" OR = "R" OR = "S"
              ACCEPT WS-FUNCAO AT 0565
           END-PERFORM
      * O RELATORIO E ABERTO A QUALQUER OPERADOR; A MANUTENCAO DAS
      * METAS E O ACEITE DAS SUGERIDAS SEGUEM AS DEMAIS MANUTENCOES E
      * EXIGEM NIVEL 2.
           IF WS-FUNCAO NOT = "R" AND WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA MANUTENCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

              OPEN I-O ARQ-META
           END-IF

      * MANUTENCAO E ACEITE CONFEREM A EMPRESA DO VENDEDOR.
           IF WS-FUNCAO NOT = "R"
              MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
              OPEN INPUT ARQ-VENDEDOR
           END-IF

           IF WS-FUNCAO = "M"
              PERFORM UNTIL WS-CONTINUA NOT = "S"
                 PERFORM MANUTENCAO-META THRU F-MANUTENCAO-META
                 END-PERFORM
              END-PERFORM
              CLOSE ARQ-META
              CLOSE ARQ-VENDEDOR
              EXIT PROGRAM
           END-IF

           IF WS-FUNCAO = "S"
              PERFORM ACEITA-SUGERIDAS THRU F-ACEITA-SUGERIDAS
              CLOSE ARQ-META
              CLOSE ARQ-VENDEDOR
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           DISPLAY "RELATORIO GERADO EM RMETA.TXT, TECLE ENTER PARA RET
      -"ORNAR AO MENU INICIAL" AT 1503
           ACCEPT PAUSA AT 2478
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

       MANUTENCAO-META.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-META AT 0101
           DISPLAY "M" AT 0565
           DISPLAY TELA-MANUTENCAO AT 0101
           MOVE SPACES TO WS-OPERACAO
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A" OR = "E"
           PERFORM UNTIL WS-VENDEDOR-INFORMADO > ZEROS
              ACCEPT WS-VENDEDOR-INFORMADO AT 0936
           END-PERFORM
           MOVE WS-VENDEDOR-INFORMADO TO WS-VEN-VERIFICAR
           PERFORM VERIFICA-EMPRESA-VENDEDOR
              THRU F-VERIFICA-EMPRESA-VENDEDOR
           IF WS-VENDEDOR-DA-EMPRESA NOT = "S"
              DISPLAY "VENDEDOR INEXISTENTE OU DE OUTRA EMPRESA ..."
                 AT 2001
              GO TO F-MANUTENCAO-META
           END-IF
           MOVE ZEROS TO WS-ANO-INFORMADO
           PERFORM UNTIL WS-ANO-INFORMADO > 2000
              ACCEPT WS-ANO-INFORMADO AT 1136
           END-EVALUATE.
       F-MANUTENCAO-META. EXIT.

      * LEVA PARA O META.DAT AS METAS SUGERIDAS PELA PREVISAO: A
      * COMPETENCIA SEM META E INCLUIDA; A QUE JA TEM META SO E
      * SUBSTITUIDA SE O GESTOR PEDIR, SENAO FICA COMO ESTA.
      * SUGESTAO PARA VENDEDOR DE OUTRA EMPRESA E IGNORADA: FICA PARA
      * O ACEITE NA SESSAO DAQUELA EMPRESA.
       ACEITA-SUGERIDAS.
           DISPLAY TELA-SUGESTAO AT 0101
           OPEN INPUT ARQ-META-SUGERIDA
           IF WS-RESULTADO-SUG NOT = 00
              DISPLAY "METASUG.DAT NAO ENCONTRADO, EXECUTE ANTES A PREV
      -"ISAO DE RECEITA" AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              GO TO F-ACEITA-SUGERIDAS
           END-IF
           PERFORM UNTIL WS-SUBSTITUI = "S" OR = "N"
              ACCEPT WS-SUBSTITUI AT 0951
           END-PERFORM
           PERFORM UNTIL EXIT
              READ ARQ-META-SUGERIDA AT END
                 EXIT PERFORM
              END-READ
              ADD 1 TO WS-SUG-LIDAS
              MOVE SUG-VEN-CODIGO TO WS-VEN-VERIFICAR
              PERFORM VERIFICA-EMPRESA-VENDEDOR
                 THRU F-VERIFICA-EMPRESA-VENDEDOR
              IF WS-VENDEDOR-DA-EMPRESA NOT = "S"
                 EXIT PERFORM CYCLE
              END-IF
              MOVE SUG-VEN-CODIGO  TO MET-VEN-CODIGO
              MOVE SUG-COMPETENCIA TO MET-COMPETENCIA
              READ ARQ-META
              IF WS-RESULTADO-MET = 00
                 IF WS-SUBSTITUI = "S"
                    MOVE SUG-VALOR TO MET-VALOR
                    REWRITE REGISTRO-META
                    ADD 1 TO WS-SUG-SUBSTITUIDAS
                 ELSE
                    ADD 1 TO WS-SUG-MANTIDAS
                 END-IF
              ELSE
                 MOVE SUG-VEN-CODIGO  TO MET-VEN-CODIGO
                 MOVE SUG-COMPETENCIA TO MET-COMPETENCIA
                 MOVE SUG-VALOR       TO MET-VALOR
                 WRITE REGISTRO-META
                 ADD 1 TO WS-SUG-INCLUIDAS
              END-IF
           END-PERFORM
           CLOSE ARQ-META-SUGERIDA
           DISPLAY TELA-FIM-SUGESTAO AT 0101
           ACCEPT PAUSA AT 2478.
       F-ACEITA-SUGERIDAS. EXIT.

       GERA-RELATORIO.
           DISPLAY TELA-RELATORIO AT 0101
           PERFORM UNTIL WS-ANO-INFORMADO > 2000
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

                 AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PEDIDO
              CLOSE ARQ-DIST-MEST
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           INITIALIZE WS-TAB-REALIZADO
           PERFORM ACUMULA-REALIZADO THRU F-ACUMULA-REALIZADO
           PERFORM ABATE-DEVOLUCOES THRU F-ABATE-DEVOLUCOES
           CLOSE ARQ-DIST-MEST
           CLOSE ARQ-PEDIDO

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE     TO CAB-DATA
           MOVE WS-MES-INFORMADO TO CAB-MES
           MOVE WS-ANO-INFORMADO TO CAB-ANO
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM CARREGA-EQUIPES THRU F-CARREGA-EQUIPES
           PERFORM IMPRIME-VENDEDORES THRU F-IMPRIME-VENDEDORES
           IF WS-EXISTE-SUPERVISOR = "S"
              CLOSE ARQ-SUPERVISOR
           END-IF
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-VENDEDOR.
       F-GERA-RELATORIO. EXIT.

      * UMA PASSAGEM PELO PEDIDO.DAT: CADA PEDIDO DO MES E DO
      * ACUMULADO DO ANO (ATE O MES PEDIDO) E CREDITADO AO SEU
      * VENDEDOR DE REGISTRO NA TABELA EM MEMORIA, DE MODO QUE UMA
      * TROCA DE CARTEIRA NAO MUDA O REALIZADO DE MESES PASSADOS.
       ACUMULA-REALIZADO.
           MOVE ZEROS TO PED-CLI-CODIGO
           MOVE ZEROS TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 PERFORM ACUMULA-PEDIDO THRU F-ACUMULA-PEDIDO
              END-PERFORM
           END-IF.
       F-ACUMULA-REALIZADO. EXIT.

       ACUMULA-PEDIDO.
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND PED-EMPRESA NOT = WS-EMPRESA-SESSAO
              GO TO F-ACUMULA-PEDIDO
           END-IF
           IF PED-DATA(4:2) NUMERIC AND PED-DATA(7:4) NUMERIC
              COMPUTE WS-MES-PEDIDO = FUNCTION NUMVAL(PED-DATA(4:2))
              COMPUTE WS-ANO-PEDIDO = FUNCTION NUMVAL(PED-DATA(7:4))
              IF WS-ANO-PEDIDO = WS-ANO-INFORMADO
                 AND WS-MES-PEDIDO NOT > WS-MES-INFORMADO
                 PERFORM VENDEDOR-DO-PEDIDO THRU F-VENDEDOR-DO-PEDIDO
                 IF WS-VEN-CREDITO > ZEROS
                    ADD PED-VALOR TO WS-REA-ACUM(WS-VEN-CREDITO)
                    IF WS-MES-PEDIDO = WS-MES-INFORMADO
                       ADD PED-VALOR TO WS-REA-MES(WS-VEN-CREDITO)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       F-ACUMULA-PEDIDO. EXIT.

      * DEVOLUCOES LANCADAS NO ANO ATE O MES PEDIDO SAEM DO
      * REALIZADO DO VENDEDOR DE REGISTRO DO PEDIDO ORIGINAL; SEM O
      * DEVOLUCAO.DAT NADA E ABATIDO.
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
           IF DEV-DATA(4:2) NUMERIC AND DEV-DATA(7:4) NUMERIC
              COMPUTE WS-MES-PEDIDO = FUNCTION NUMVAL(DEV-DATA(4:2))
              COMPUTE WS-ANO-PEDIDO = FUNCTION NUMVAL(DEV-DATA(7:4))
              IF WS-ANO-PEDIDO = WS-ANO-INFORMADO
                 AND WS-MES-PEDIDO NOT > WS-MES-INFORMADO
                 MOVE DEV-VEN-CODIGO TO WS-VEN-CREDITO
                 IF WS-VEN-CREDITO = ZEROS
                    MOVE DEV-CLI-CODIGO TO DM-CLI-CODIGO
                    READ ARQ-DIST-MEST
                    IF WS-RESULTADO-MEST = 00
                       MOVE DM-VEN-CODIGO TO WS-VEN-CREDITO
                    END-IF
                 END-IF
                 IF WS-VEN-CREDITO > ZEROS
                    SUBTRACT DEV-VALOR
                       FROM WS-REA-ACUM(WS-VEN-CREDITO)
                    IF WS-MES-PEDIDO = WS-MES-INFORMADO
                       SUBTRACT DEV-VALOR
                          FROM WS-REA-MES(WS-VEN-CREDITO)
                    END-IF
                 END-IF
              END-IF
           END-IF.
       F-ABATE-DEVOLUCAO. EXIT.

      * VENDEDOR DE REGISTRO DO PEDIDO; SEM ELE, O TITULAR ATUAL DO
      * CLIENTE NO DISTMEST.DAT (ZERO = CLIENTE NAO DISTRIBUIDO).
       VENDEDOR-DO-PEDIDO.
           MOVE PED-VEN-CODIGO TO WS-VEN-CREDITO
           IF WS-VEN-CREDITO = ZEROS
              MOVE PED-CLI-CODIGO TO DM-CLI-CODIGO
              READ ARQ-DIST-MEST
              IF WS-RESULTADO-MEST = 00
                 MOVE DM-VEN-CODIGO TO WS-VEN-CREDITO
              END-IF
           END-IF.
       F-VENDEDOR-DO-PEDIDO. EXIT.

      * EQUIPE DE CADA VENDEDOR NO FIM DO MES DO RELATORIO. O
      * HISTORICO ESTA EM ORDEM DE VENDEDOR E SEQUENCIA: A PRIMEIRA
      * MUDANCA DATADA DEPOIS DO FIM DO MES DIZ, NO SUPERVISOR
      * ANTERIOR, EM QUE EQUIPE O VENDEDOR ESTAVA NAQUELE MES.
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

           STRING WS-ANO-INFORMADO WS-MES-INFORMADO "31"
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

      * UMA LINHA POR VENDEDOR ATIVO: META DO MES E ACUMULADA
      * (META.DAT, JANEIRO ATE O MES PEDIDO) CONTRA O REALIZADO DA
      * TABELA, COM OS PERCENTUAIS DE ATINGIMENTO, NA ORDEM DE REGIAO
      * E EQUIPE QUANDO HA EQUIPES CADASTRADAS.
       IMPRIME-VENDEDORES.
           SORT ARQ-META-SORT
                ON ASCENDING KEY MTS-GRUPO-SORT
                                 MTS-REGIAO-SORT
                                 MTS-SUP-CODIGO-SORT
                                 MTS-VEN-CODIGO-SORT
                INPUT PROCEDURE CLASSIFICA-VENDEDORES
                GIVING ARQ-META-SAI
           OPEN INPUT ARQ-META-SAI
           MOVE ZEROS TO CONTROLE-FIM
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-META-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              MOVE MTS-VEN-CODIGO-SAI TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-ACESSO = 00
                 IF WS-EXISTE-EQUIPE = "S"
                    PERFORM QUEBRA-EQUIPE THRU F-QUEBRA-EQUIPE
                 END-IF
                 PERFORM MONTA-LINHA-VENDEDOR
                    THRU F-MONTA-LINHA-VENDEDOR
              END-IF
           END-PERFORM
           CLOSE ARQ-META-SAI
           IF WS-EXISTE-EQUIPE = "S"
              PERFORM FECHA-EQUIPE THRU F-FECHA-EQUIPE
              PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
           END-IF.
       F-IMPRIME-VENDEDORES. EXIT.

      * QUEBRAS DE REGIAO E DE EQUIPE: FECHA OS SUBTOTAIS ANTERIORES E
      * IMPRIME OS CABECALHOS DA NOVA REGIAO E DA NOVA EQUIPE.
       QUEBRA-EQUIPE.
           IF MTS-GRUPO-SAI  = WS-GRUPO-ANTERIOR
              AND MTS-REGIAO-SAI = WS-REGIAO-ANTERIOR
              AND MTS-SUP-CODIGO-SAI = WS-SUP-ANTERIOR
              GO TO F-QUEBRA-EQUIPE
           END-IF
           PERFORM FECHA-EQUIPE THRU F-FECHA-EQUIPE
           IF MTS-GRUPO-SAI  NOT = WS-GRUPO-ANTERIOR
              OR MTS-REGIAO-SAI NOT = WS-REGIAO-ANTERIOR
              PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
              MOVE MTS-GRUPO-SAI  TO WS-GRUPO-ANTERIOR
              MOVE MTS-REGIAO-SAI TO WS-REGIAO-ANTERIOR
              MOVE MTS-REGIAO-SAI TO CABREG-REGIAO
              PERFORM CONTA-LINHA
              WRITE LINHA FROM CABECALHO-REGIAO AFTER 2 LINES
              ADD 1 TO CONTADOR-LINHA
           END-IF
           MOVE MTS-SUP-CODIGO-SAI TO WS-SUP-ANTERIOR
           IF MTS-SUP-CODIGO-SAI NOT = ZEROS
              MOVE MTS-SUP-CODIGO-SAI TO CABSUP-CODIGO
              MOVE MTS-SUP-NOME-SAI   TO CABSUP-NOME
              PERFORM CONTA-LINHA
              WRITE LINHA FROM CABECALHO-EQUIPE AFTER 1 LINES
           END-IF.
       F-QUEBRA-EQUIPE. EXIT.

       FECHA-EQUIPE.
           IF WS-SUP-ANTERIOR NOT = ZEROS
              MOVE SPACES TO SUB-TEXTO
              STRING "SUBTOTAL DA EQUIPE " DELIMITED BY SIZE
                     WS-SUP-ANTERIOR DELIMITED BY SIZE
                     INTO SUB-TEXTO
              MOVE WS-SUP-META-MES  TO SUB-META-MES
              MOVE WS-SUP-REAL-MES  TO SUB-REAL-MES
              MOVE WS-SUP-META-ACUM TO SUB-META-ACUM
              MOVE WS-SUP-REAL-ACUM TO SUB-REAL-ACUM
              MOVE ZEROS TO WS-ATINGIMENTO
              IF WS-SUP-META-MES > ZEROS AND WS-SUP-REAL-MES > ZEROS
                 COMPUTE WS-ATINGIMENTO ROUNDED =
                    WS-SUP-REAL-MES * 100 / WS-SUP-META-MES
              END-IF
              MOVE ZEROS TO WS-ATINGIMENTO-ACUM
              IF WS-SUP-META-ACUM > ZEROS AND WS-SUP-REAL-ACUM > ZEROS
                 COMPUTE WS-ATINGIMENTO-ACUM ROUNDED =
                    WS-SUP-REAL-ACUM * 100 / WS-SUP-META-ACUM
              END-IF
              MOVE WS-ATINGIMENTO      TO SUB-ATING-MES
              MOVE WS-ATINGIMENTO-ACUM TO SUB-ATING-ACUM
              PERFORM CONTA-LINHA
              WRITE LINHA FROM LINHA-SUBTOTAL AFTER 1 LINES
           END-IF
           MOVE ZEROS TO WS-SUP-ANTERIOR
           MOVE ZEROS TO WS-SUP-META-MES
           MOVE ZEROS TO WS-SUP-REAL-MES
           MOVE ZEROS TO WS-SUP-META-ACUM
           MOVE ZEROS TO WS-SUP-REAL-ACUM.
       F-FECHA-EQUIPE. EXIT.

       FECHA-REGIAO.
           IF WS-GRUPO-ANTERIOR NOT = ZEROS
              MOVE SPACES TO SUB-TEXTO
              STRING "SUBTOTAL " DELIMITED BY SIZE
                     WS-REGIAO-ANTERIOR DELIMITED BY SIZE
                     INTO SUB-TEXTO
              MOVE WS-REG-META-MES  TO SUB-META-MES
              MOVE WS-REG-REAL-MES  TO SUB-REAL-MES
              MOVE WS-REG-META-ACUM TO SUB-META-ACUM
              MOVE WS-REG-REAL-ACUM TO SUB-REAL-ACUM
              MOVE ZEROS TO WS-ATINGIMENTO
              IF WS-REG-META-MES > ZEROS AND WS-REG-REAL-MES > ZEROS
                 COMPUTE WS-ATINGIMENTO ROUNDED =
                    WS-REG-REAL-MES * 100 / WS-REG-META-MES
              END-IF
              MOVE ZEROS TO WS-ATINGIMENTO-ACUM
              IF WS-REG-META-ACUM > ZEROS AND WS-REG-REAL-ACUM > ZEROS
                 COMPUTE WS-ATINGIMENTO-ACUM ROUNDED =
                    WS-REG-REAL-ACUM * 100 / WS-REG-META-ACUM
              END-IF
              MOVE WS-ATINGIMENTO      TO SUB-ATING-MES
              MOVE WS-ATINGIMENTO-ACUM TO SUB-ATING-ACUM
              PERFORM CONTA-LINHA
              WRITE LINHA FROM LINHA-SUBTOTAL AFTER 1 LINES
              PERFORM CONTA-LINHA
              WRITE LINHA FROM CABECALHO-2    AFTER 1 LINES
           END-IF
           MOVE ZEROS TO WS-REG-META-MES
           MOVE ZEROS TO WS-REG-REAL-MES
           MOVE ZEROS TO WS-REG-META-ACUM
           MOVE ZEROS TO WS-REG-REAL-ACUM.
       F-FECHA-REGIAO. EXIT.

       MONTA-LINHA-VENDEDOR.
           MOVE ZEROS TO WS-META-MES
           MOVE ZEROS TO WS-META-ACUM
           IF WS-META-MES = ZEROS
              AND WS-META-ACUM = ZEROS
              AND WS-REA-ACUM(VEN-CODIGO) = ZEROS
              AND WS-REA-MES(VEN-CODIGO) = ZEROS
              GO TO F-MONTA-LINHA-VENDEDOR
           END-IF
           MOVE ZEROS TO WS-ATINGIMENTO
           IF WS-META-MES > ZEROS
              AND WS-REA-MES(VEN-CODIGO) > ZEROS
              COMPUTE WS-ATINGIMENTO ROUNDED =
                 WS-REA-MES(VEN-CODIGO) * 100 / WS-META-MES
           END-IF
           MOVE ZEROS TO WS-ATINGIMENTO-ACUM
           IF WS-META-ACUM > ZEROS
              AND WS-REA-ACUM(VEN-CODIGO) > ZEROS
              COMPUTE WS-ATINGIMENTO-ACUM ROUNDED =
                 WS-REA-ACUM(VEN-CODIGO) * 100 / WS-META-ACUM
           END-IF
           MOVE WS-REA-ACUM(VEN-CODIGO) TO DET-REAL-ACUM
           MOVE WS-ATINGIMENTO-ACUM     TO DET-ATING-ACUM
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD WS-META-MES             TO WS-SUP-META-MES
           ADD WS-META-MES             TO WS-REG-META-MES
           ADD WS-META-ACUM            TO WS-SUP-META-ACUM
           ADD WS-META-ACUM            TO WS-REG-META-ACUM
           ADD WS-REA-MES(VEN-CODIGO)  TO WS-SUP-REAL-MES
           ADD WS-REA-MES(VEN-CODIGO)  TO WS-REG-REAL-MES
           ADD WS-REA-ACUM(VEN-CODIGO) TO WS-SUP-REAL-ACUM
           ADD WS-REA-ACUM(VEN-CODIGO) TO WS-REG-REAL-ACUM.
       F-MONTA-LINHA-VENDEDOR. EXIT.

       IMPRIMIR-CABECALHO.
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * IDENTIFICA O NIVEL E A EMPRESA DO OPERADOR DA SESSAO
      * (OPERADOR.CTL, GRAVADO PELO SIGN-ON PROG24); SESSAO SEM
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
           END-IF.
       F-LE-OPERADOR. EXIT.

      * O VENDEDOR WS-VEN-VERIFICAR EXISTE E E DA EMPRESA DA SESSAO?
      * NA SESSAO CONSOLIDADA QUALQUER VENDEDOR SERVE.
       VERIFICA-EMPRESA-VENDEDOR.
           MOVE "S" TO WS-VENDEDOR-DA-EMPRESA
           IF WS-EMPRESA-SESSAO = ZEROS
              GO TO F-VERIFICA-EMPRESA-VENDEDOR
           END-IF
           MOVE WS-VEN-VERIFICAR TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = 00
              OR VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
              MOVE "N" TO WS-VENDEDOR-DA-EMPRESA
           END-IF.
       F-VERIFICA-EMPRESA-VENDEDOR. EXIT.

      * RESULTADO DA EXECUCAO EM EXECUCAO.LOG, CONFERIDO PELO
      * FECHAMENTO MENSAL (PROG69) A CADA ETAPA QUE ELE ENCADEIA.
       GRAVA-EXECUCAO.
           MOVE "PROG34" TO EXEC-PROGRAMA
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

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG34"     TO RLA-PROGRAMA
           MOVE "RMETA.TXT"  TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "COMPETENCIA " WS-MES-INFORMADO "/" WS-ANO-INFORMADO
                  " EMPRESA " CAB-EMPRESA
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * UM REGISTRO POR VENDEDOR ATIVO DA EMPRESA DA SESSAO (TODOS NA
      * SESSAO CONSOLIDADA), COM A REGIAO E O SUPERVISOR DA
      * EQUIPE EM QUE ESTAVA NO MES DO RELATORIO.
       CLASSIFICA-VENDEDORES SECTION.
           MOVE ZEROS TO VEN-CODIGO
           START ARQ-VENDEDOR KEY NOT LESS VEN-CODIGO
           IF WS-RESULTADO-ACESSO = 00
              PERFORM UNTIL EXIT
                 READ ARQ-VENDEDOR NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF VEN-STATUS NOT = "I" AND VEN-CODIGO > ZEROS
                    AND (WS-EMPRESA-SESSAO = ZEROS
                    OR VEN-EMPRESA = WS-EMPRESA-SESSAO)
                    PERFORM LIBERA-VENDEDOR THRU F-LIBERA-VENDEDOR
                 END-IF
              END-PERFORM
           END-IF.
       F-CLASSIFICA-VENDEDORES.
           EXIT.

       EQUIPE SECTION.
       LIBERA-VENDEDOR.
           MOVE 1          TO MTS-GRUPO-SORT
           MOVE SPACES     TO MTS-REGIAO-SORT
           MOVE ZEROS      TO MTS-SUP-CODIGO-SORT
           MOVE SPACES     TO MTS-SUP-NOME-SORT
           MOVE VEN-CODIGO TO MTS-VEN-CODIGO-SORT
           IF WS-EXISTE-EQUIPE = "S"
              IF WS-EQT-SUP-CODIGO(VEN-CODIGO) = ZEROS
                 MOVE 2            TO MTS-GRUPO-SORT
                 MOVE "SEM EQUIPE" TO MTS-REGIAO-SORT
              ELSE
                 MOVE WS-EQT-SUP-CODIGO(VEN-CODIGO) TO
                    MTS-SUP-CODIGO-SORT
                 IF WS-EXISTE-SUPERVISOR = "S"
                    MOVE WS-EQT-SUP-CODIGO(VEN-CODIGO) TO SUP-CODIGO
                    READ ARQ-SUPERVISOR
                    IF WS-RESULTADO-SUP = 00
                       MOVE SUP-REGIAO TO MTS-REGIAO-SORT
                       MOVE SUP-NOME   TO MTS-SUP-NOME-SORT
                    END-IF
                 END-IF
              END-IF
           END-IF
           RELEASE REG-META-SORT.
       F-LIBERA-VENDEDOR. EXIT.
