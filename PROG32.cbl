      * NAS FAIXAS 30/60/90/ACIMA, SUBTOTALIZADO PELO VENDEDOR TITULAR
      * DO DIST.CSV PARA QUE CADA VENDEDOR VEJA A INADIMPLENCIA DA SUA
      * CARTEIRA (RAGING.TXT).
      * PAGAMENTO DATADO NUMA COMPETENCIA JA FECHADA (PERIODO.DAT,
      * FECHAMENTO MENSAL DO PROG69) NAO E BAIXADO ATE QUE UM
      * OPERADOR DE NIVEL 3 REABRA O PERIODO; FICA SO CONTADO NO FIM.
      * OPERADOR DE NIVEL 1 VINCULADO A UMA CARTEIRA (OPERVEN.DAT,
      * PROG24) PODE TIRAR SO O AGING, E SO DOS CLIENTES DA SUA
      * CARTEIRA (VERIFICA-CARTEIRA); A BAIXA CONTINUA EXIGINDO
      * NIVEL 2.
      * O AGING SO SOMA OS PEDIDOS DA EMPRESA ESCOLHIDA NO SIGN-ON
      * (TODAS NA SESSAO CONSOLIDADA, EMPRESA 00); A BAIXA VALE PARA
      * QUALQUER EMPRESA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
       77 WS-RESULTADO-PAG      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FIM-PAG            PIC 9(01) VALUE ZEROS.
       77 WS-TOTAL-BAIXADOS     PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-JA-PAGOS     PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-SEM-PEDIDO   PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-PER-FECHADO  PIC 9(07) VALUE ZEROS.
       77 WS-PERIODO-FECHADO    PIC X(01) VALUE "N".
       77 WS-HOJE-INTEIRO       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INTEIRA       PIC 9(08) VALUE ZEROS.
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(40) VALUE
             "AGING DE RECEBIVEIS POR VENDEDOR".
          02 FILLER       PIC X(10) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(10) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

          02 ROD-FAIXA-4         PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 ROD-TOTAL           PIC ZZZ.ZZZ.ZZ9,99.
       COPY "AREA-RELARQ.cpy".
       COPY "AREA-CARTEIRA.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-JA-PAGOS.
          02 LINE 09 COLUMN 01 VALUE "PEDIDO INEXISTENTE....:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-SEM-PEDIDO.
          02 LINE 10 COLUMN 01 VALUE "PERIODO FECHADO.......:".
          02 LINE 10 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-PER-FECHADO.
          02 LINE 11 COLUMN 01 VALUE
             "AGING DE RECEBIVEIS GERADO EM RAGING.TXT".
          02 LINE 15 COLUMN 01

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           INITIALIZE AREA-CARTEIRA
           MOVE "I"          TO CART-ACAO
           MOVE DATA-DE-HOJE TO CART-DATA
           CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA
           IF WS-OPERADOR-NIVEL < 2 AND CART-RESTRITO NOT = "S"
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-PAGAMENTOS AT 0101
           MOVE SPACES TO WS-LOCAL-ARQ-PAG
           IF CART-RESTRITO = "S"
              DISPLAY "SOMENTE O AGING DA SUA CARTEIRA" AT 0553
           ELSE
              ACCEPT WS-LOCAL-ARQ-PAG AT 0553
           END-IF

           MOVE DATA-DE-HOJE(7:4) TO WS-DATA-AAAAMMDD(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-DATA-AAAAMMDD(5:2)

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM GERA-AGING THRU F-GERA-AGING
           PERFORM IMPRIME-RODAPE THRU F-IMPRIME-RODAPE
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-PEDIDO

           DISPLAY TELA-FIM AT 0101
       F-IMPORTA-PAGAMENTOS. EXIT.

       BAIXA-PEDIDO.
           CALL "VERIFICA-PERIODO" USING PAG-DATA
                                         WS-PERIODO-FECHADO
           IF WS-PERIODO-FECHADO = "S"
              ADD 1 TO WS-TOTAL-PER-FECHADO
              GO TO F-BAIXA-PEDIDO
           END-IF
           MOVE PAG-CLI-CODIGO TO PED-CLI-CODIGO
           MOVE PAG-SEQUENCIA  TO PED-SEQUENCIA
           READ ARQ-PEDIDO
           END-IF.
       F-BAIXA-PEDIDO. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG32"     TO RLA-PROGRAMA
           MOVE "RAGING.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           IF CART-RESTRITO = "S"
              STRING "CARTEIRA DE " CART-OPERADOR
                     " EMPRESA " WS-EMPRESA-SESSAO
                     DELIMITED BY SIZE INTO RLA-PARAMETROS
           ELSE
              STRING "ARQUIVO " DELIMITED BY SIZE
                     WS-LOCAL-ARQ-PAG DELIMITED BY SPACE
                     " EMPRESA " WS-EMPRESA-SESSAO
                     DELIMITED BY SIZE
                     INTO RLA-PARAMETROS
           END-IF
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

       CLASSIFICA-DIST SECTION.
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
              READ ARQ-DIST AT END
                 EXIT PERFORM
              END-READ
              IF CART-RESTRITO = "S"
                 MOVE "V"             TO CART-ACAO
                 MOVE DIST-CLI-CODIGO TO CART-CLI-CODIGO
                 MOVE DIST-VEN-CODIGO TO CART-VEN-TITULAR
                 CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA
                 IF CART-RESULTADO NOT = "S"
                    EXIT PERFORM CYCLE
                 END-IF
              END-IF
              MOVE DIST-VEN-CODIGO       TO AGI-VEN-CODIGO-SORT
              MOVE DIST-VEN-RAZAO-SOCIAL TO AGI-VEN-NOME-SORT
              MOVE DIST-CLI-CODIGO       TO AGI-CLI-CODIGO-SORT
                 IF PED-CLI-CODIGO NOT = AGI-CLI-CODIGO-SAI
                    EXIT PERFORM
                 END-IF
                 IF WS-EMPRESA-SESSAO NOT = ZEROS
                    AND PED-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
                 IF PED-SITUACAO NOT = "P"
                    MOVE "S" TO WS-TEM-ABERTO
                    PERFORM CALCULA-DIAS-ABERTO
           WRITE LINHA FROM RODAPE AFTER 1 LINES.
       F-IMPRIME-RODAPE. EXIT.

      * NIVEL E EMPRESA DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO
      * PELO SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR,
      * OU NIVEL 1 VINCULADO A UMA CARTEIRA (SO O AGING). SESSAO SEM
      * EMPRESA VALE COMO EMPRESA 01.
       LE-OPERADOR.
           MOVE ZEROS TO WS-OPERADOR-NIVEL
           MOVE 01    TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                    CONTINUE
                 NOT AT END
                    MOVE OPE-NIVEL TO WS-OPERADOR-NIVEL
                    IF OPE-EMPRESA NUMERIC
                       MOVE OPE-EMPRESA TO WS-EMPRESA-SESSAO
                    END-IF
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
