       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG67.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- CADASTRO DE PRODUTOS E TABELA DE PRECOS -------
      * ABAIXO DAS LINHAS DE PRODUTO (LINHAPROD.DAT, PROG58) FICAM OS
      * PRODUTOS VENDIDOS, UM POR SKU:
      *   P - CADASTRO DE PRODUTOS (PRODUTO.DAT): LINHA, DESCRICAO,
      *       UNIDADE E TOLERANCIA DE PRECO; EXCLUIR INATIVA O SKU;
      *   T - TABELA DE PRECOS (PRECO.DAT): PRECO UNITARIO DE LISTA
      *       DO SKU POR VIGENCIA, NACIONAL (UF EM BRANCO) OU PROPRIO
      *       DE UMA UF.
      * A IMPORTACAO DE PEDIDOS (PROG19) REJEITA ITEM COM SKU FORA
      * DO CADASTRO E LISTA NO RELATORIO DE EXCECOES DE PRECO O ITEM
      * CUJO VALOR UNITARIO FOGE DO PRECO DE TABELA VIGENTE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-LINHA-PROD ASSIGN TO DISK WID-ARQ-LINHA-PROD
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS LPR-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-LPR.

           SELECT ARQ-PRODUTO ASSIGN TO DISK WID-ARQ-PRODUTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRD-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRD.

           SELECT ARQ-PRECO ASSIGN TO DISK WID-ARQ-PRECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PRC-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRC.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-LINHA-PROD.FD".

       COPY "ARQ-PRODUTO.FD".

       COPY "ARQ-PRECO.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-LINHA-PROD    PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRODUTO       PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRECO         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-LPR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRD      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
       77 WS-SKU-INFORMADO      PIC 9(06) VALUE ZEROS.
       77 WS-LINHA-INFORMADA    PIC 9(03) VALUE ZEROS.
       77 WS-DESCRICAO-INFORMADA PIC X(40) VALUE SPACES.
       77 WS-UNIDADE-INFORMADA  PIC X(03) VALUE SPACES.
       77 WS-TOLERANCIA-INFORMADA PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-UF-INFORMADA       PIC X(02) VALUE SPACES.
       77 WS-VALOR-INFORMADO    PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-INICIO-INFORMADO   PIC X(10) VALUE SPACES.
       77 WS-FIM-INFORMADO      PIC X(10) VALUE SPACES.
       77 WS-INICIO-AAAAMMDD    PIC 9(08) VALUE ZEROS.
       77 WS-FIM-AAAAMMDD       PIC 9(08) VALUE ZEROS.
       77 WS-VALOR-TELA         PIC ZZZ.ZZZ.ZZ9,99.
      * CONVERSAO ENTRE A DATA DE TELA (DD/MM/AAAA) E A DATA DA
      * CHAVE DE PRECO (AAAAMMDD).
       77 WS-DATA-TELA          PIC X(10) VALUE SPACES.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-VALIDA        PIC X(01) VALUE "N".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CATALOGO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  PRODUTOS E TABELA DE PRECOS  ".
          02 LINE 02 COLUMN 73 VALUE "PROG67".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO: PRODUTO (P) OU TABELA DE PRECOS (T)?".

       01 TELA-PRODUTO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "OPERACAO: INCLUIR (I), ALTERAR (A) OU INATIVAR (E)?".
          02 LINE 09 COLUMN 01 VALUE
             "CODIGO DO PRODUTO (SKU)...........".
          02 LINE 11 COLUMN 01 VALUE
             "LINHA DE PRODUTO..................".
          02 LINE 13 COLUMN 01 VALUE
             "DESCRICAO.........................".
          02 LINE 15 COLUMN 01 VALUE
             "UNIDADE...........................".
          02 LINE 17 COLUMN 01 VALUE
             "% TOLERANCIA DE PRECO (0 = PADRAO)".
          02 LINE 19 COLUMN 01 VALUE
             "NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR ATUAL".
          02 LINE 22 COLUMN 01 VALUE
             "MANTER OUTRO PRODUTO (S/N)?.......".

       01 TELA-PRECO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "OPERACAO: INCLUIR (I), ALTERAR (A) OU EXCLUIR (E)?".
          02 LINE 09 COLUMN 01 VALUE
             "CODIGO DO PRODUTO (SKU)...........".
          02 LINE 11 COLUMN 01 VALUE
             "UF (EM BRANCO = PRECO NACIONAL)...".
          02 LINE 13 COLUMN 01 VALUE
             "INICIO DA VIGENCIA (DD/MM/AAAA)...".
          02 LINE 15 COLUMN 01 VALUE
             "FIM DA VIGENCIA (BRANCO = ABERTA).".
          02 LINE 17 COLUMN 01 VALUE
             "PRECO UNITARIO DE LISTA...........".
          02 LINE 19 COLUMN 01 VALUE
             "NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR ATUAL".
          02 LINE 22 COLUMN 01 VALUE
             "MANTER OUTRO PRECO (S/N)?.........".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-CATALOGO AT 0101
           MOVE SPACES TO WS-FUNCAO
           PERFORM UNTIL WS-FUNCAO = "P" OR = "T"
              ACCEPT WS-FUNCAO AT 0546
           END-PERFORM

           MOVE "LINHAPROD.DAT" TO WID-ARQ-LINHA-PROD
           OPEN INPUT ARQ-LINHA-PROD
           IF WS-RESULTADO-LPR NOT = 00
              DISPLAY "LINHAPROD.DAT NAO ENCONTRADO (PROG58) ....."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN I-O ARQ-PRODUTO
           IF WS-RESULTADO-PRD = 35
              OPEN OUTPUT ARQ-PRODUTO
              CLOSE ARQ-PRODUTO
              OPEN I-O ARQ-PRODUTO
           END-IF
           MOVE "PRECO.DAT" TO WID-ARQ-PRECO
           OPEN I-O ARQ-PRECO
           IF WS-RESULTADO-PRC = 35
              OPEN OUTPUT ARQ-PRECO
              CLOSE ARQ-PRECO
              OPEN I-O ARQ-PRECO
           END-IF
           IF WS-RESULTADO-PRD NOT = 00
              OR WS-RESULTADO-PRC NOT = 00
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE PRODUTO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-LINHA-PROD
              EXIT PROGRAM
           END-IF

           PERFORM UNTIL WS-CONTINUA NOT = "S"
              IF WS-FUNCAO = "P"
                 PERFORM MANUTENCAO-PRODUTO THRU F-MANUTENCAO-PRODUTO
              ELSE
                 PERFORM MANUTENCAO-PRECO THRU F-MANUTENCAO-PRECO
              END-IF
              MOVE SPACES TO WS-CONTINUA
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                 ACCEPT WS-CONTINUA AT 2236
              END-PERFORM
           END-PERFORM

           CLOSE ARQ-LINHA-PROD
           CLOSE ARQ-PRODUTO
           CLOSE ARQ-PRECO
           EXIT PROGRAM.

       MANUTENCAO-PRODUTO.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-CATALOGO AT 0101
           DISPLAY "P" AT 0546
           DISPLAY TELA-PRODUTO AT 0101
           MOVE SPACES TO WS-OPERACAO
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A" OR = "E"
              ACCEPT WS-OPERACAO AT 0753
           END-PERFORM
           MOVE ZEROS TO WS-SKU-INFORMADO
           PERFORM UNTIL WS-SKU-INFORMADO > ZEROS
              ACCEPT WS-SKU-INFORMADO AT 0936
           END-PERFORM
           MOVE WS-SKU-INFORMADO TO PRD-CODIGO
           READ ARQ-PRODUTO
           EVALUATE WS-OPERACAO
              WHEN "I"
                 IF WS-RESULTADO-PRD = 00
                    DISPLAY "PRODUTO JA CADASTRADO, USE ALTERAR ...."
                       AT 2001
                 ELSE
                    PERFORM INCLUI-PRODUTO THRU F-INCLUI-PRODUTO
                 END-IF
              WHEN "A"
                 IF WS-RESULTADO-PRD NOT = 00
                    DISPLAY "PRODUTO NAO ENCONTRADO ................"
                       AT 2001
                 ELSE
                    PERFORM ALTERA-PRODUTO THRU F-ALTERA-PRODUTO
                 END-IF
              WHEN "E"
                 IF WS-RESULTADO-PRD NOT = 00
                    DISPLAY "PRODUTO NAO ENCONTRADO ................"
                       AT 2001
                 ELSE
                    MOVE "I" TO PRD-STATUS
                    REWRITE REGISTRO-PRODUTO
                    DISPLAY "PRODUTO INATIVADO COM SUCESSO ........."
                       AT 2001
                 END-IF
           END-EVALUATE.
       F-MANUTENCAO-PRODUTO. EXIT.

       INCLUI-PRODUTO.
           MOVE ZEROS TO WS-LINHA-INFORMADA
           PERFORM UNTIL WS-LINHA-INFORMADA > ZEROS
              ACCEPT WS-LINHA-INFORMADA AT 1136
           END-PERFORM
           PERFORM VERIFICA-LINHA THRU F-VERIFICA-LINHA
           IF WS-RESULTADO-LPR NOT = 00
              GO TO F-INCLUI-PRODUTO
           END-IF
           MOVE SPACES TO WS-DESCRICAO-INFORMADA
           PERFORM UNTIL WS-DESCRICAO-INFORMADA NOT = SPACES
              ACCEPT WS-DESCRICAO-INFORMADA AT 1336
           END-PERFORM
           MOVE SPACES TO WS-UNIDADE-INFORMADA
           PERFORM UNTIL WS-UNIDADE-INFORMADA NOT = SPACES
              ACCEPT WS-UNIDADE-INFORMADA AT 1536
           END-PERFORM
           MOVE ZEROS TO WS-TOLERANCIA-INFORMADA
           ACCEPT WS-TOLERANCIA-INFORMADA AT 1736
           MOVE WS-SKU-INFORMADO        TO PRD-CODIGO
           MOVE WS-LINHA-INFORMADA      TO PRD-LINHA-PRODUTO
           MOVE WS-DESCRICAO-INFORMADA  TO PRD-DESCRICAO
           MOVE WS-UNIDADE-INFORMADA    TO PRD-UNIDADE
           MOVE WS-TOLERANCIA-INFORMADA TO PRD-TOLERANCIA
           MOVE "A"                     TO PRD-STATUS
           WRITE REGISTRO-PRODUTO
           IF WS-RESULTADO-PRD NOT = 00
              DISPLAY "ERRO NA GRAVACAO DO PRODUTO: " AT 2001
              DISPLAY WS-RESULTADO-PRD                AT 2031
           ELSE
              DISPLAY "PRODUTO INCLUIDO COM SUCESSO .........."
                 AT 2001
           END-IF.
       F-INCLUI-PRODUTO. EXIT.

      * ALTERAR TAMBEM REATIVA UM SKU INATIVADO.
       ALTERA-PRODUTO.
           DISPLAY PRD-LINHA-PRODUTO AT 1136
           DISPLAY PRD-DESCRICAO     AT 1336
           DISPLAY PRD-UNIDADE       AT 1536
           DISPLAY PRD-TOLERANCIA    AT 1736
           MOVE ZEROS TO WS-LINHA-INFORMADA
           ACCEPT WS-LINHA-INFORMADA AT 1136
           IF WS-LINHA-INFORMADA > ZEROS
              PERFORM VERIFICA-LINHA THRU F-VERIFICA-LINHA
              IF WS-RESULTADO-LPR NOT = 00
                 GO TO F-ALTERA-PRODUTO
              END-IF
              MOVE WS-LINHA-INFORMADA TO PRD-LINHA-PRODUTO
           END-IF
           MOVE SPACES TO WS-DESCRICAO-INFORMADA
           ACCEPT WS-DESCRICAO-INFORMADA AT 1336
           IF WS-DESCRICAO-INFORMADA NOT = SPACES
              MOVE WS-DESCRICAO-INFORMADA TO PRD-DESCRICAO
           END-IF
           MOVE SPACES TO WS-UNIDADE-INFORMADA
           ACCEPT WS-UNIDADE-INFORMADA AT 1536
           IF WS-UNIDADE-INFORMADA NOT = SPACES
              MOVE WS-UNIDADE-INFORMADA TO PRD-UNIDADE
           END-IF
           MOVE ZEROS TO WS-TOLERANCIA-INFORMADA
           ACCEPT WS-TOLERANCIA-INFORMADA AT 1736
           IF WS-TOLERANCIA-INFORMADA > ZEROS
              MOVE WS-TOLERANCIA-INFORMADA TO PRD-TOLERANCIA
           END-IF
           MOVE "A" TO PRD-STATUS
           REWRITE REGISTRO-PRODUTO
           IF WS-RESULTADO-PRD NOT = 00
              DISPLAY "ERRO NA ALTERACAO DO PRODUTO: " AT 2001
              DISPLAY WS-RESULTADO-PRD                 AT 2032
           ELSE
              DISPLAY "PRODUTO ALTERADO COM SUCESSO .........."
                 AT 2001
           END-IF.
       F-ALTERA-PRODUTO. EXIT.

      * O SKU SO PODE FICAR SOB UMA LINHA CADASTRADA E ATIVA.
       VERIFICA-LINHA.
           MOVE WS-LINHA-INFORMADA TO LPR-CODIGO
           READ ARQ-LINHA-PROD
           IF WS-RESULTADO-LPR NOT = 00
              DISPLAY "LINHA DE PRODUTO NAO CADASTRADA (PROG58) .."
                 AT 2001
              GO TO F-VERIFICA-LINHA
           END-IF
           IF LPR-STATUS NOT = "A"
              DISPLAY "LINHA DE PRODUTO INATIVA ................."
                 AT 2001
              MOVE 99 TO WS-RESULTADO-LPR
              GO TO F-VERIFICA-LINHA
           END-IF
           DISPLAY LPR-DESCRICAO AT 1141.
       F-VERIFICA-LINHA. EXIT.

       MANUTENCAO-PRECO.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-CATALOGO AT 0101
           DISPLAY "T" AT 0546
           DISPLAY TELA-PRECO AT 0101
           MOVE SPACES TO WS-OPERACAO
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A" OR = "E"
              ACCEPT WS-OPERACAO AT 0752
           END-PERFORM
           MOVE ZEROS TO WS-SKU-INFORMADO
           PERFORM UNTIL WS-SKU-INFORMADO > ZEROS
              ACCEPT WS-SKU-INFORMADO AT 0936
           END-PERFORM
           MOVE WS-SKU-INFORMADO TO PRD-CODIGO
           READ ARQ-PRODUTO
           IF WS-RESULTADO-PRD NOT = 00
              DISPLAY "PRODUTO NAO CADASTRADO ................"
                 AT 2001
              GO TO F-MANUTENCAO-PRECO
           END-IF
           DISPLAY PRD-DESCRICAO AT 0944
           MOVE SPACES TO WS-UF-INFORMADA
           ACCEPT WS-UF-INFORMADA AT 1136
           IF WS-UF-INFORMADA NOT ALPHABETIC
              DISPLAY "UF INVALIDA .............................."
                 AT 2001
              GO TO F-MANUTENCAO-PRECO
           END-IF
           MOVE "N" TO WS-DATA-VALIDA
           PERFORM UNTIL WS-DATA-VALIDA = "S"
              MOVE SPACES TO WS-INICIO-INFORMADO
              ACCEPT WS-INICIO-INFORMADO AT 1336
              MOVE WS-INICIO-INFORMADO TO WS-DATA-TELA
              PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
           END-PERFORM
           MOVE WS-DATA-AAAAMMDD TO WS-INICIO-AAAAMMDD

           MOVE WS-SKU-INFORMADO   TO PRC-PRD-CODIGO
           MOVE WS-UF-INFORMADA    TO PRC-UF
           MOVE WS-INICIO-AAAAMMDD TO PRC-INICIO
           READ ARQ-PRECO
           EVALUATE WS-OPERACAO
              WHEN "I"
                 IF WS-RESULTADO-PRC = 00
                    DISPLAY "VIGENCIA JA CADASTRADA, USE ALTERAR ..."
                       AT 2001
                 ELSE
                    PERFORM INCLUI-PRECO THRU F-INCLUI-PRECO
                 END-IF
              WHEN "A"
                 IF WS-RESULTADO-PRC NOT = 00
                    DISPLAY "PRECO NAO ENCONTRADO .................."
                       AT 2001
                 ELSE
                    PERFORM ALTERA-PRECO THRU F-ALTERA-PRECO
                 END-IF
              WHEN "E"
                 IF WS-RESULTADO-PRC NOT = 00
                    DISPLAY "PRECO NAO ENCONTRADO .................."
                       AT 2001
                 ELSE
                    DELETE ARQ-PRECO RECORD
                    DISPLAY "PRECO EXCLUIDO COM SUCESSO ............"
                       AT 2001
                 END-IF
           END-EVALUATE.
       F-MANUTENCAO-PRECO. EXIT.

       INCLUI-PRECO.
           MOVE ZEROS TO WS-FIM-AAAAMMDD
           MOVE SPACES TO WS-FIM-INFORMADO
           ACCEPT WS-FIM-INFORMADO AT 1536
           IF WS-FIM-INFORMADO NOT = SPACES
              PERFORM VALIDA-FIM THRU F-VALIDA-FIM
              IF WS-DATA-VALIDA NOT = "S"
                 GO TO F-INCLUI-PRECO
              END-IF
           END-IF
           MOVE ZEROS TO WS-VALOR-INFORMADO
           PERFORM UNTIL WS-VALOR-INFORMADO > ZEROS
              ACCEPT WS-VALOR-INFORMADO AT 1736
           END-PERFORM
           MOVE WS-SKU-INFORMADO   TO PRC-PRD-CODIGO
           MOVE WS-UF-INFORMADA    TO PRC-UF
           MOVE WS-INICIO-AAAAMMDD TO PRC-INICIO
           MOVE WS-FIM-AAAAMMDD    TO PRC-FIM
           MOVE WS-VALOR-INFORMADO TO PRC-VALOR-UNITARIO
           WRITE REGISTRO-PRECO
           IF WS-RESULTADO-PRC NOT = 00
              DISPLAY "ERRO NA GRAVACAO DO PRECO: " AT 2001
              DISPLAY WS-RESULTADO-PRC              AT 2029
           ELSE
              DISPLAY "PRECO INCLUIDO COM SUCESSO ............"
                 AT 2001
           END-IF.
       F-INCLUI-PRECO. EXIT.

      * SO O FIM DA VIGENCIA E O VALOR MUDAM; OUTRO SKU, UF OU INICIO
      * E UM NOVO PRECO (INCLUIR).
       ALTERA-PRECO.
           MOVE SPACES TO WS-DATA-TELA
           IF PRC-FIM > ZEROS
              MOVE PRC-FIM TO WS-DATA-AAAAMMDD
              STRING WS-DATA-AAAAMMDD(7:2) "/" WS-DATA-AAAAMMDD(5:2)
                     "/" WS-DATA-AAAAMMDD(1:4)
                     DELIMITED BY SIZE INTO WS-DATA-TELA
           END-IF
           DISPLAY WS-DATA-TELA AT 1536
           MOVE PRC-VALOR-UNITARIO TO WS-VALOR-TELA
           DISPLAY WS-VALOR-TELA AT 1736
           MOVE PRC-FIM TO WS-FIM-AAAAMMDD
           MOVE SPACES TO WS-FIM-INFORMADO
           ACCEPT WS-FIM-INFORMADO AT 1536
           IF WS-FIM-INFORMADO NOT = SPACES
              PERFORM VALIDA-FIM THRU F-VALIDA-FIM
              IF WS-DATA-VALIDA NOT = "S"
                 GO TO F-ALTERA-PRECO
              END-IF
           END-IF
           MOVE ZEROS TO WS-VALOR-INFORMADO
           ACCEPT WS-VALOR-INFORMADO AT 1736
           MOVE WS-FIM-AAAAMMDD TO PRC-FIM
           IF WS-VALOR-INFORMADO > ZEROS
              MOVE WS-VALOR-INFORMADO TO PRC-VALOR-UNITARIO
           END-IF
           REWRITE REGISTRO-PRECO
           IF WS-RESULTADO-PRC NOT = 00
              DISPLAY "ERRO NA ALTERACAO DO PRECO: " AT 2001
              DISPLAY WS-RESULTADO-PRC               AT 2030
           ELSE
              DISPLAY "PRECO ALTERADO COM SUCESSO ............"
                 AT 2001
           END-IF.
       F-ALTERA-PRECO. EXIT.

      * FIM DA VIGENCIA INFORMADO: DATA VALIDA E NAO ANTERIOR AO
      * INICIO.
       VALIDA-FIM.
           MOVE WS-FIM-INFORMADO TO WS-DATA-TELA
           PERFORM CONVERTE-DATA THRU F-CONVERTE-DATA
           IF WS-DATA-VALIDA NOT = "S"
              DISPLAY "FIM DA VIGENCIA INVALIDO ................."
                 AT 2001
              GO TO F-VALIDA-FIM
           END-IF
           IF WS-DATA-AAAAMMDD < WS-INICIO-AAAAMMDD
              DISPLAY "FIM DA VIGENCIA ANTERIOR AO INICIO ........"
                 AT 2001
              MOVE "N" TO WS-DATA-VALIDA
              GO TO F-VALIDA-FIM
           END-IF
           MOVE WS-DATA-AAAAMMDD TO WS-FIM-AAAAMMDD.
       F-VALIDA-FIM. EXIT.

      * DD/MM/AAAA DA TELA PARA AAAAMMDD; WS-DATA-VALIDA = "N" QUANDO
      * A DATA NAO E NUMERICA OU TEM DIA/MES FORA DA FAIXA.
       CONVERTE-DATA.
           MOVE "N"   TO WS-DATA-VALIDA
           MOVE ZEROS TO WS-DATA-AAAAMMDD
           IF WS-DATA-TELA(1:2) NOT NUMERIC
              OR WS-DATA-TELA(4:2) NOT NUMERIC
              OR WS-DATA-TELA(7:4) NOT NUMERIC
              GO TO F-CONVERTE-DATA
           END-IF
           IF WS-DATA-TELA(4:2) < "01" OR WS-DATA-TELA(4:2) > "12"
              OR WS-DATA-TELA(1:2) < "01"
              OR WS-DATA-TELA(1:2) > "31"
              GO TO F-CONVERTE-DATA
           END-IF
           MOVE WS-DATA-TELA(7:4) TO WS-DATA-AAAAMMDD(1:4)
           MOVE WS-DATA-TELA(4:2) TO WS-DATA-AAAAMMDD(5:2)
           MOVE WS-DATA-TELA(1:2) TO WS-DATA-AAAAMMDD(7:2)
           MOVE "S" TO WS-DATA-VALIDA.
       F-CONVERTE-DATA. EXIT.

      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR.
       LE-OPERADOR.
           MOVE ZEROS TO WS-OPERADOR-NIVEL
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-NIVEL TO WS-OPERADOR-NIVEL
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.
