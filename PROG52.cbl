      * CONCILIADA OU DIVERGENTE NO CONCILIA.DAT, AS DIVERGENTES
      * SAEM NO RCONCILIA.TXT E O FECHAMENTO DE COMISSOES (PROG33)
      * RECUSA PERIODO COM DATA DIVERGENTE.
      * O VALOR REALIZADO DE CADA DATA E LIQUIDO DAS DEVOLUCOES
      * LANCADAS NELA (DEVOLUCAO.DAT, PROG61), COMO O TOTAL DO
      * FATURAMENTO, QUE JA VEM LIQUIDO DAS NOTAS DE CREDITO; A
      * QUANTIDADE CONTINUA SENDO A DE PEDIDOS.
      * PEDIDOS RETIDOS NA IMPORTACAO (PEDPEND.DAT) AINDA NAO LIBERADOS
      * - RETIDOS OU REJEITADOS NO PROG63 - VIERAM NO MOVIMENTO MAS
      * NAO ESTAO NO PEDIDO.DAT: ENTRAM EM COLUNA PROPRIA E A DATA
      * CONCILIA QUANDO CONTROLE = REALIZADO + RETIDO. O PEDIDO
      * LIBERADO JA ESTA NO PEDIDO.DAT COM A DATA ORIGINAL.
      * A CONCILIACAO E SEMPRE CONSOLIDADA, QUALQUER QUE SEJA A
      * EMPRESA DO SIGN-ON: O CONTROLE DO FATURAMENTO TRAZ O TOTAL DO
      * DIA DE TODAS AS EMPRESAS E A SITUACAO DA DATA NO CONCILIA.DAT
      * VALE PARA O FECHAMENTO DE COMISSOES DE TODAS ELAS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-CTR.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEV.

           SELECT ARQ-PEDIDO-PEND ASSIGN TO DISK WID-ARQ-PEDIDO-PEND
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PEN-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEN.

           SELECT ARQ-CTL-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXEC.

           SELECT RELATORIO ASSIGN TO "RCONCILIA.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.


       COPY "ARQ-CONCILIA.FD".

       COPY "ARQ-DEVOLUCAO.FD".

       COPY "ARQ-PEDIDO-PEND.FD".

      * ARQUIVO DE CONTROLE DO FATURAMENTO: UMA LINHA POR DATA DE
      * MOVIMENTO COM A CONTAGEM E O VALOR TOTAL EXTRAIDOS LA.
       FD ARQ-CONTROLE-FAT.
             02 CTF-QTD               PIC 9(07).
             02 CTF-VALOR             PIC 9(11)V9(02).

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

       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CON      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTR      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-PEDIDO-PEND   PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-IDX                PIC 9(02) VALUE ZEROS.
       77 WS-IDX-ACHADO         PIC 9(02) VALUE ZEROS.
             03 WS-DAT-QTD-CTL          PIC 9(07).
             03 WS-DAT-VAL-CTL          PIC 9(11)V9(02).
             03 WS-DAT-QTD-REAL         PIC 9(07).
             03 WS-DAT-VAL-REAL         PIC S9(11)V9(02).
             03 WS-DAT-VAL-DEV          PIC 9(11)V9(02).
             03 WS-DAT-QTD-RET          PIC 9(07).
             03 WS-DAT-VAL-RET          PIC 9(11)V9(02).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(45) VALUE
             "CONCILIACAO DIARIA DE RECEITA".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 FILLER       PIC X(11) VALUE "CONSOLIDADO".
          02 FILLER       PIC X(29) VALUE SPACES.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".
          02 FILLER PIC X(10) VALUE "  QTD CTRL".
          02 FILLER PIC X(18) VALUE "        VALOR CTRL".
          02 FILLER PIC X(10) VALUE "  QTD REAL".
          02 FILLER PIC X(18) VALUE "        DEVOLUCOES".
          02 FILLER PIC X(18) VALUE "        VALOR REAL".
          02 FILLER PIC X(11) VALUE " QTD RETIDA".
          02 FILLER PIC X(18) VALUE "      VALOR RETIDO".
          02 FILLER PIC X(12) VALUE "  SITUACAO".

       01 DETALHE.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-QTD-REAL        PIC ZZZZZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-VAL-DEV         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-VAL-REAL        PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-QTD-RET         PIC ZZZZZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-VAL-RET         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-SITUACAO        PIC X(10).

       01 RODAPE.
          02 FILLER          PIC X(16) VALUE "  DIVERGENTES: ".
          02 ROD-DIVERGENTES PIC ZZ9.
          02 FILLER          PIC X(90) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-CONCILIA AT 0101
           IF WS-RESULTADO-CTR NOT = 00
              DISPLAY "ERRO AO ABRIR O ARQUIVO DE CONTROLE!" AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           PERFORM CARREGA-CONTROLES THRU F-CARREGA-CONTROLES
              DISPLAY "ARQUIVO DE CONTROLE SEM DATAS ............"
                 AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

              DISPLAY "PEDIDO.DAT NAO ENCONTRADO - EXECUTE O PROG19 PRIM
      -"EIRO" AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           PERFORM APURA-REALIZADO THRU F-APURA-REALIZADO
           CLOSE ARQ-PEDIDO
           PERFORM APURA-DEVOLUCOES THRU F-APURA-DEVOLUCOES
           PERFORM APURA-RETIDOS THRU F-APURA-RETIDOS

           MOVE "CONCILIA.DAT" TO WID-ARQ-CONCILIA
           OPEN I-O ARQ-CONCILIA
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-CONCILIA

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

       CARREGA-CONTROLES.
           END-IF.
       F-APURA-REALIZADO. EXIT.

      * DEVOLUCOES LANCADAS NAS DATAS EM CONCILIACAO SAEM DO VALOR
      * REALIZADO; SEM O DEVOLUCAO.DAT NADA E ABATIDO.
       APURA-DEVOLUCOES.
           MOVE "DEVOLUCAO.DAT" TO WID-ARQ-DEVOLUCAO
           OPEN INPUT ARQ-DEVOLUCAO
           IF WS-RESULTADO-DEV NOT = 00
              GO TO F-APURA-DEVOLUCOES
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
                 MOVE ZEROS TO WS-IDX-ACHADO
                 PERFORM VARYING WS-IDX FROM 1 BY 1
                    UNTIL WS-IDX > WS-QTD-DATAS
                    IF WS-DAT-DATA(WS-IDX) = DEV-DATA
                       AND WS-IDX-ACHADO = ZEROS
                       MOVE WS-IDX TO WS-IDX-ACHADO
                    END-IF
                 END-PERFORM
                 IF WS-IDX-ACHADO > ZEROS
                    ADD DEV-VALOR TO WS-DAT-VAL-DEV(WS-IDX-ACHADO)
                    SUBTRACT DEV-VALOR
                       FROM WS-DAT-VAL-REAL(WS-IDX-ACHADO)
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-DEVOLUCAO.
       F-APURA-DEVOLUCOES. EXIT.

      * PEDIDOS DA FILA DE RETENCAO AINDA FORA DO PEDIDO.DAT (RETIDOS
      * OU REJEITADOS), PELA DATA DO PEDIDO; SEM O PEDPEND.DAT NAO HA
      * RETIDOS.
       APURA-RETIDOS.
           MOVE "PEDPEND.DAT" TO WID-ARQ-PEDIDO-PEND
           OPEN INPUT ARQ-PEDIDO-PEND
           IF WS-RESULTADO-PEN NOT = 00
              GO TO F-APURA-RETIDOS
           END-IF
           MOVE ZEROS TO PEN-CLI-CODIGO
           MOVE ZEROS TO PEN-SEQUENCIA
           START ARQ-PEDIDO-PEND KEY NOT LESS PEN-CHAVE
           IF WS-RESULTADO-PEN = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO-PEND NEXT AT END
                    EXIT PERFORM
                 END-READ
                 MOVE ZEROS TO WS-IDX-ACHADO
                 IF PEN-SITUACAO NOT = "L"
                    PERFORM VARYING WS-IDX FROM 1 BY 1
                       UNTIL WS-IDX > WS-QTD-DATAS
                       IF WS-DAT-DATA(WS-IDX) = PEN-DATA
                          AND WS-IDX-ACHADO = ZEROS
                          MOVE WS-IDX TO WS-IDX-ACHADO
                       END-IF
                    END-PERFORM
                 END-IF
                 IF WS-IDX-ACHADO > ZEROS
                    ADD 1 TO WS-DAT-QTD-RET(WS-IDX-ACHADO)
                    ADD PEN-VALOR TO WS-DAT-VAL-RET(WS-IDX-ACHADO)
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-PEDIDO-PEND.
       F-APURA-RETIDOS. EXIT.

       GRAVA-CONCILIACAO.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-DATAS
              MOVE WS-DAT-QTD-REAL(WS-IDX) TO CON-QTD-REAL
              MOVE WS-DAT-VAL-REAL(WS-IDX) TO CON-VALOR-REAL
              MOVE DATA-DE-HOJE            TO CON-DATA-CONCILIACAO
              IF WS-DAT-QTD-CTL(WS-IDX) =
                     WS-DAT-QTD-REAL(WS-IDX) + WS-DAT-QTD-RET(WS-IDX)
                 AND WS-DAT-VAL-CTL(WS-IDX) =
                     WS-DAT-VAL-REAL(WS-IDX) + WS-DAT-VAL-RET(WS-IDX)
                 MOVE "C" TO CON-SITUACAO
                 ADD 1 TO WS-QTD-CONCILIADAS
              ELSE
              MOVE WS-DAT-QTD-CTL(WS-IDX)  TO DET-QTD-CTL
              MOVE WS-DAT-VAL-CTL(WS-IDX)  TO DET-VAL-CTL
              MOVE WS-DAT-QTD-REAL(WS-IDX) TO DET-QTD-REAL
              MOVE WS-DAT-VAL-DEV(WS-IDX)  TO DET-VAL-DEV
              MOVE WS-DAT-VAL-REAL(WS-IDX) TO DET-VAL-REAL
              MOVE WS-DAT-QTD-RET(WS-IDX)  TO DET-QTD-RET
              MOVE WS-DAT-VAL-RET(WS-IDX)  TO DET-VAL-RET
              IF CON-SITUACAO = "C"
                 MOVE "CONCILIADA" TO DET-SITUACAO
              ELSE
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.

      * RESULTADO DA EXECUCAO EM EXECUCAO.LOG, CONFERIDO PELO
      * FECHAMENTO MENSAL (PROG69) A CADA ETAPA QUE ELE ENCADEIA.
       GRAVA-EXECUCAO.
           MOVE "PROG52" TO EXEC-PROGRAMA
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
           MOVE "PROG52"        TO RLA-PROGRAMA
           MOVE "RCONCILIA.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE    TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "ARQUIVO " DELIMITED BY SIZE
                  WS-LOCAL-ARQ-CTRL DELIMITED BY SPACE
                  INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
