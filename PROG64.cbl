       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG64.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- CADASTRO DE GRUPOS ECONOMICOS -------
      * FILIAIS DE UMA MESMA EMPRESA (CNPJ COM A MESMA RAIZ DE 8
      * DIGITOS) ERAM TRATADAS COMO CLIENTES SEM RELACAO ENTRE SI.
      * AQUI SE MANTEM O CADASTRO DE GRUPOS (GRUPO.DAT) E O GRUPO DE
      * CADA CLIENTE (GRUPOCLI.DAT):
      *   G - GERA/ATUALIZA OS GRUPOS PELA RAIZ DO CNPJ DE TODA A BASE
      *       (CLIENTE ATRIBUIDO NA TELA NAO E MEXIDO);
      *   A - INCLUI OU RENOMEIA UM GRUPO;
      *   M - MOVE UM CLIENTE PARA OUTRO GRUPO (OU DEVOLVE A RAIZ);
      *   F - FUNDE DOIS GRUPOS: AS FILIAIS DE ORIGEM PASSAM AO
      *       DESTINO E A ORIGEM FICA APONTANDO PARA ELE.
      * O GRUPO ALIMENTA A CLASSIFICACAO ABC POR GRUPO (PROG38), O
      * LIMITE DE CREDITO DO GRUPO (PROG51 E RETENCAO NO PROG19), O
      * TITULAR UNICO POR GRUPO NA DISTRIBUICAO (PROG05) E A VISAO DO
      * GRUPO NA CONSULTA 360 (PROG21).

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

           SELECT ARQ-GRUPO ASSIGN TO DISK WID-ARQ-GRUPO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GRP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-GRP.

           SELECT ARQ-GRUPO-CLI ASSIGN TO DISK WID-ARQ-GRUPO-CLI
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GCL-CHAVE
                  ALTERNATE RECORD KEY IS GCL-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-GCL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-GRUPO.FD".

       COPY "ARQ-GRUPO-CLI.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-GRUPO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-GRUPO-CLI     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-GRP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-GCL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
       77 WS-CODIGO-INFORMADO   PIC 9(07) VALUE ZEROS.
       77 WS-GRUPO-INFORMADO    PIC 9(08) VALUE ZEROS.
       77 WS-GRUPO-ORIGEM       PIC 9(08) VALUE ZEROS.
       77 WS-GRUPO-DESTINO      PIC 9(08) VALUE ZEROS.
       77 WS-NOME-INFORMADO     PIC X(40) VALUE SPACES.
      * GRUPO DE UM CLIENTE (LOCALIZA-GRUPO-CLIENTE) E GRUPO VIGENTE
      * DE UMA RAIZ DE CNPJ, SEGUINDO AS FUSOES (RESOLVE-GRUPO).
       77 WS-GRUPO-CLIENTE      PIC 9(08) VALUE ZEROS.
       77 WS-ORIGEM-CLIENTE     PIC X(01) VALUE SPACES.
       77 WS-GRUPO-RAIZ         PIC 9(08) VALUE ZEROS.
       77 WS-GRUPO-VIGENTE      PIC 9(08) VALUE ZEROS.
       77 WS-SALTOS             PIC 9(02) VALUE ZEROS.
       77 WS-FIM-GRUPO          PIC 9(01) VALUE ZEROS.
       77 WS-QTD-INCLUIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MOVIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MANUAIS        PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-CNPJ       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRUPOS-NOVOS   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-FILIAIS        PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-GRUPOS  BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  CADASTRO DE GRUPOS ECONOMICOS  ".
          02 LINE 02 COLUMN 73 VALUE "PROG64".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO: GERAR (G), GRUPO (A), MOVER (M) OU FUNDIR (F)?".

       01 TELA-GRUPO   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "CODIGO DO GRUPO (RAIZ DO CNPJ).....".
          02 LINE 09 COLUMN 01 VALUE
             "NOME DO GRUPO......................".
          02 LINE 22 COLUMN 01 VALUE
             "MANTER OUTRO GRUPO (S/N)?..........".

       01 TELA-MOVER   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "CODIGO DO CLIENTE..................".
          02 LINE 09 COLUMN 01 VALUE
             "GRUPO ATUAL........................".
          02 LINE 11 COLUMN 01 VALUE
             "NOVO GRUPO (0 = VOLTAR A RAIZ).....".
          02 LINE 22 COLUMN 01 VALUE
             "MOVER OUTRO CLIENTE (S/N)?.........".

       01 TELA-FUNDIR  BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "GRUPO DE ORIGEM (SERA ABSORVIDO)...".
          02 LINE 09 COLUMN 01 VALUE
             "GRUPO DE DESTINO...................".
          02 LINE 22 COLUMN 01 VALUE
             "FUNDIR OUTROS GRUPOS (S/N)?........".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  CADASTRO DE GRUPOS ECONOMICOS  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "GRUPOS CRIADOS........:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-GRUPOS-NOVOS.
          02 LINE 07 COLUMN 01 VALUE "CLIENTES INCLUIDOS....:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-INCLUIDOS.
          02 LINE 08 COLUMN 01 VALUE "CLIENTES MOVIDOS......:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-MOVIDOS.
          02 LINE 09 COLUMN 01 VALUE "ATRIBUICOES MANUAIS...:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-MANUAIS.
          02 LINE 10 COLUMN 01 VALUE "SEM CNPJ VALIDO.......:".
          02 LINE 10 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-SEM-CNPJ.
          02 LINE 15 COLUMN 01
          VALUE "GERACAO CONCLUIDA, TECLE ENTER PARA RETORNAR AO MENU IN
      -"ICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-GRUPOS AT 0101
           MOVE SPACES TO WS-FUNCAO
           PERFORM UNTIL WS-FUNCAO = "G" OR = "A" OR = "M" OR = "F"
              ACCEPT WS-FUNCAO AT 0556
           END-PERFORM

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE "GRUPO.DAT" TO WID-ARQ-GRUPO
           OPEN I-O ARQ-GRUPO
           IF WS-RESULTADO-GRP = 35
              OPEN OUTPUT ARQ-GRUPO
              CLOSE ARQ-GRUPO
              OPEN I-O ARQ-GRUPO
           END-IF
           MOVE "GRUPOCLI.DAT" TO WID-ARQ-GRUPO-CLI
           OPEN I-O ARQ-GRUPO-CLI
           IF WS-RESULTADO-GCL = 35
              OPEN OUTPUT ARQ-GRUPO-CLI
              CLOSE ARQ-GRUPO-CLI
              OPEN I-O ARQ-GRUPO-CLI
           END-IF
           IF WS-RESULTADO-GRP NOT = 00 OR WS-RESULTADO-GCL NOT = 00
              DISPLAY "ERRO NA ABERTURA DO GRUPO.DAT/GRUPOCLI.DAT"
                 AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-CLIENTE
              EXIT PROGRAM
           END-IF

           EVALUATE WS-FUNCAO
              WHEN "G"
                 PERFORM GERA-GRUPOS THRU F-GERA-GRUPOS
                 DISPLAY TELA-FIM AT 0101
                 ACCEPT  PAUSA    AT 2478
              WHEN OTHER
                 PERFORM UNTIL WS-CONTINUA NOT = "S"
                    EVALUATE WS-FUNCAO
                       WHEN "A"
                          PERFORM MANTEM-GRUPO THRU F-MANTEM-GRUPO
                       WHEN "M"
                          PERFORM MOVE-CLIENTE THRU F-MOVE-CLIENTE
                       WHEN "F"
                          PERFORM FUNDE-GRUPOS THRU F-FUNDE-GRUPOS
                    END-EVALUATE
                    MOVE SPACES TO WS-CONTINUA
                    PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                       ACCEPT WS-CONTINUA AT 2236
                    END-PERFORM
                 END-PERFORM
           END-EVALUATE

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-GRUPO
           CLOSE ARQ-GRUPO-CLI
           EXIT PROGRAM.

      * PASSAGEM PELA BASE: CADA CLIENTE COM CNPJ VALIDO VAI PARA O
      * GRUPO VIGENTE DA SUA RAIZ (CRIADO NA HORA, COM O NOME DA
      * PRIMEIRA FILIAL ENCONTRADA, SE AINDA NAO EXISTIR). CLIENTES
      * INATIVOS NAO ENTRAM; ATRIBUICAO MANUAL E RESPEITADA.
       GERA-GRUPOS.
           DISPLAY LIMPA-TELA
           DISPLAY "GERANDO GRUPOS PELA RAIZ DO CNPJ ..." AT 1201
           MOVE ZEROS TO CLI-CODIGO
           START ARQ-CLIENTE KEY NOT LESS CLI-CODIGO
           IF WS-RESULTADO-ACESSO NOT = 00
              GO TO F-GERA-GRUPOS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-CLIENTE NEXT AT END
                 EXIT PERFORM
              END-READ
              IF CLI-STATUS NOT = "I"
                 PERFORM GERA-GRUPO-CLIENTE
                    THRU F-GERA-GRUPO-CLIENTE
              END-IF
           END-PERFORM.
       F-GERA-GRUPOS. EXIT.

       GERA-GRUPO-CLIENTE.
           IF CLI-CNPJ NOT NUMERIC
              ADD 1 TO WS-QTD-SEM-CNPJ
              GO TO F-GERA-GRUPO-CLIENTE
           END-IF
           PERFORM LOCALIZA-GRUPO-CLIENTE
              THRU F-LOCALIZA-GRUPO-CLIENTE
           IF WS-ORIGEM-CLIENTE = "M"
              ADD 1 TO WS-QTD-MANUAIS
              GO TO F-GERA-GRUPO-CLIENTE
           END-IF
           MOVE CLI-CNPJ(1:8) TO WS-GRUPO-RAIZ
           PERFORM RESOLVE-GRUPO THRU F-RESOLVE-GRUPO
           IF WS-GRUPO-CLIENTE = WS-GRUPO-VIGENTE
              GO TO F-GERA-GRUPO-CLIENTE
           END-IF
           IF WS-GRUPO-CLIENTE > ZEROS
              PERFORM RETIRA-CLIENTE THRU F-RETIRA-CLIENTE
              ADD 1 TO WS-QTD-MOVIDOS
           ELSE
              ADD 1 TO WS-QTD-INCLUIDOS
           END-IF
           MOVE WS-GRUPO-VIGENTE TO GCL-GRP-CODIGO
           MOVE CLI-CODIGO       TO GCL-CLI-CODIGO
           MOVE "A"              TO GCL-ORIGEM
           MOVE DATA-DE-HOJE     TO GCL-DATA-ATRIBUICAO
           WRITE REGISTRO-GRUPO-CLI.
       F-GERA-GRUPO-CLIENTE. EXIT.

      * GRUPO VIGENTE DA RAIZ WS-GRUPO-RAIZ: SEGUE O PONTEIRO DE
      * FUSAO ATE O GRUPO QUE ABSORVEU OS DEMAIS; SE A RAIZ AINDA NAO
      * TEM GRUPO, CRIA-O COM O NOME DO CLIENTE EM PAUTA.
       RESOLVE-GRUPO.
           MOVE WS-GRUPO-RAIZ TO WS-GRUPO-VIGENTE
           MOVE WS-GRUPO-RAIZ TO GRP-CODIGO
           READ ARQ-GRUPO
           IF WS-RESULTADO-GRP NOT = 00
              MOVE WS-GRUPO-RAIZ    TO GRP-CODIGO
              MOVE CLI-RAZAO-SOCIAL TO GRP-NOME
              MOVE ZEROS            TO GRP-LIMITE-CREDITO
              MOVE ZEROS            TO GRP-CODIGO-DESTINO
              MOVE DATA-DE-HOJE     TO GRP-DATA-ATUALIZACAO
              WRITE REGISTRO-GRUPO
              ADD 1 TO WS-QTD-GRUPOS-NOVOS
              GO TO F-RESOLVE-GRUPO
           END-IF
           MOVE ZEROS TO WS-SALTOS
           PERFORM UNTIL GRP-CODIGO-DESTINO = ZEROS
                      OR WS-SALTOS > 20
              ADD 1 TO WS-SALTOS
              MOVE GRP-CODIGO-DESTINO TO WS-GRUPO-VIGENTE
              MOVE GRP-CODIGO-DESTINO TO GRP-CODIGO
              READ ARQ-GRUPO
              IF WS-RESULTADO-GRP NOT = 00
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       F-RESOLVE-GRUPO. EXIT.

      * GRUPO ATUAL DO CLIENTE CLI-CODIGO PELA CHAVE ALTERNATIVA DO
      * GRUPOCLI.DAT; ZEROS QUANDO O CLIENTE AINDA NAO TEM GRUPO.
       LOCALIZA-GRUPO-CLIENTE.
           MOVE ZEROS  TO WS-GRUPO-CLIENTE
           MOVE SPACES TO WS-ORIGEM-CLIENTE
           MOVE CLI-CODIGO TO GCL-CLI-CODIGO
           START ARQ-GRUPO-CLI KEY IS EQUAL GCL-CLI-CODIGO
           IF WS-RESULTADO-GCL = 00
              READ ARQ-GRUPO-CLI NEXT
                 AT END
                    CONTINUE
              END-READ
              IF WS-RESULTADO-GCL = 00
                 AND GCL-CLI-CODIGO = CLI-CODIGO
                 MOVE GCL-GRP-CODIGO TO WS-GRUPO-CLIENTE
                 MOVE GCL-ORIGEM     TO WS-ORIGEM-CLIENTE
              END-IF
           END-IF.
       F-LOCALIZA-GRUPO-CLIENTE. EXIT.

       RETIRA-CLIENTE.
           MOVE WS-GRUPO-CLIENTE TO GCL-GRP-CODIGO
           MOVE CLI-CODIGO       TO GCL-CLI-CODIGO
           DELETE ARQ-GRUPO-CLI.
       F-RETIRA-CLIENTE. EXIT.

       MANTEM-GRUPO.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-GRUPOS AT 0101
           DISPLAY "A" AT 0556
           DISPLAY TELA-GRUPO AT 0101
           MOVE ZEROS TO WS-GRUPO-INFORMADO
           PERFORM UNTIL WS-GRUPO-INFORMADO > ZEROS
              ACCEPT WS-GRUPO-INFORMADO AT 0737
           END-PERFORM
           MOVE WS-GRUPO-INFORMADO TO GRP-CODIGO
           READ ARQ-GRUPO
           IF WS-RESULTADO-GRP = 00
              DISPLAY GRP-NOME AT 0937
              IF GRP-CODIGO-DESTINO > ZEROS
                 DISPLAY "GRUPO FUNDIDO NO GRUPO " AT 1101
                 DISPLAY GRP-CODIGO-DESTINO        AT 1124
              END-IF
           ELSE
              MOVE WS-GRUPO-INFORMADO TO GRP-CODIGO
              MOVE SPACES             TO GRP-NOME
              MOVE ZEROS              TO GRP-LIMITE-CREDITO
              MOVE ZEROS              TO GRP-CODIGO-DESTINO
              DISPLAY "GRUPO NOVO" AT 1101
           END-IF
           MOVE SPACES TO WS-NOME-INFORMADO
           ACCEPT WS-NOME-INFORMADO AT 0937
           IF WS-NOME-INFORMADO NOT = SPACES
              MOVE WS-NOME-INFORMADO TO GRP-NOME
           END-IF
           IF GRP-NOME = SPACES
              DISPLAY "NOME DO GRUPO OBRIGATORIO ................"
                 AT 2001
              GO TO F-MANTEM-GRUPO
           END-IF
           MOVE DATA-DE-HOJE TO GRP-DATA-ATUALIZACAO
           IF WS-RESULTADO-GRP = 00
              REWRITE REGISTRO-GRUPO
           ELSE
              WRITE REGISTRO-GRUPO
           END-IF
           DISPLAY "GRUPO GRAVADO ............................"
              AT 2101.
       F-MANTEM-GRUPO. EXIT.

      * ATRIBUICAO NA TELA: O CLIENTE VAI PARA O GRUPO INFORMADO COM
      * ORIGEM M, QUE A GERACAO PELA RAIZ NAO DESFAZ; GRUPO ZERO
      * DEVOLVE O CLIENTE AO GRUPO DA RAIZ DO SEU CNPJ (ORIGEM A).
       MOVE-CLIENTE.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-GRUPOS AT 0101
           DISPLAY "M" AT 0556
           DISPLAY TELA-MOVER AT 0101
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           PERFORM UNTIL WS-CODIGO-INFORMADO > ZEROS
              ACCEPT WS-CODIGO-INFORMADO AT 0737
           END-PERFORM
           MOVE WS-CODIGO-INFORMADO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE NAO ENCONTRADO ..................."
                 AT 2001
              GO TO F-MOVE-CLIENTE
           END-IF
           DISPLAY CLI-RAZAO-SOCIAL AT 0746
           PERFORM LOCALIZA-GRUPO-CLIENTE
              THRU F-LOCALIZA-GRUPO-CLIENTE
           DISPLAY WS-GRUPO-CLIENTE  AT 0937
           DISPLAY WS-ORIGEM-CLIENTE AT 0947

           MOVE ZEROS TO WS-GRUPO-INFORMADO
           ACCEPT WS-GRUPO-INFORMADO AT 1137
           IF WS-GRUPO-INFORMADO = ZEROS
              IF CLI-CNPJ NOT NUMERIC
                 DISPLAY "CLIENTE SEM CNPJ VALIDO PARA A RAIZ ......"
                    AT 2001
                 GO TO F-MOVE-CLIENTE
              END-IF
              MOVE CLI-CNPJ(1:8) TO WS-GRUPO-RAIZ
              PERFORM RESOLVE-GRUPO THRU F-RESOLVE-GRUPO
              MOVE "A" TO GCL-ORIGEM
           ELSE
              MOVE WS-GRUPO-INFORMADO TO GRP-CODIGO
              READ ARQ-GRUPO
              IF WS-RESULTADO-GRP NOT = 00
                 DISPLAY "GRUPO NAO CADASTRADO - INCLUA PELA FUNCAO A"
                    AT 2001
                 GO TO F-MOVE-CLIENTE
              END-IF
              IF GRP-CODIGO-DESTINO > ZEROS
                 DISPLAY "GRUPO FUNDIDO - INFORME O GRUPO DE DESTINO"
                    AT 2001
                 GO TO F-MOVE-CLIENTE
              END-IF
              MOVE WS-GRUPO-INFORMADO TO WS-GRUPO-VIGENTE
              MOVE "M" TO GCL-ORIGEM
           END-IF
           MOVE GCL-ORIGEM TO WS-ORIGEM-CLIENTE
           IF WS-GRUPO-CLIENTE > ZEROS
              PERFORM RETIRA-CLIENTE THRU F-RETIRA-CLIENTE
           END-IF
           MOVE WS-GRUPO-VIGENTE  TO GCL-GRP-CODIGO
           MOVE CLI-CODIGO        TO GCL-CLI-CODIGO
           MOVE WS-ORIGEM-CLIENTE TO GCL-ORIGEM
           MOVE DATA-DE-HOJE      TO GCL-DATA-ATRIBUICAO
           WRITE REGISTRO-GRUPO-CLI
           DISPLAY "CLIENTE ATRIBUIDO AO GRUPO " AT 2101
           DISPLAY WS-GRUPO-VIGENTE            AT 2128.
       F-MOVE-CLIENTE. EXIT.

      * FUSAO: TODAS AS FILIAIS DO GRUPO DE ORIGEM PASSAM AO DESTINO
      * (MANTENDO A ORIGEM DA ATRIBUICAO) E A ORIGEM PASSA A APONTAR
      * PARA O DESTINO, PARA QUE FILIAIS NOVAS DA MESMA RAIZ SIGAM
      * PARA LA NA PROXIMA GERACAO.
       FUNDE-GRUPOS.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-GRUPOS AT 0101
           DISPLAY "F" AT 0556
           DISPLAY TELA-FUNDIR AT 0101
           MOVE ZEROS TO WS-GRUPO-ORIGEM
           PERFORM UNTIL WS-GRUPO-ORIGEM > ZEROS
              ACCEPT WS-GRUPO-ORIGEM AT 0737
           END-PERFORM
           MOVE ZEROS TO WS-GRUPO-DESTINO
           PERFORM UNTIL WS-GRUPO-DESTINO > ZEROS
              ACCEPT WS-GRUPO-DESTINO AT 0937
           END-PERFORM
           IF WS-GRUPO-ORIGEM = WS-GRUPO-DESTINO
              DISPLAY "ORIGEM E DESTINO DEVEM SER GRUPOS DIFERENTES"
                 AT 2001
              GO TO F-FUNDE-GRUPOS
           END-IF
           MOVE WS-GRUPO-DESTINO TO GRP-CODIGO
           READ ARQ-GRUPO
           IF WS-RESULTADO-GRP NOT = 00 OR GRP-CODIGO-DESTINO > ZEROS
              DISPLAY "GRUPO DE DESTINO INEXISTENTE OU JA FUNDIDO"
                 AT 2001
              GO TO F-FUNDE-GRUPOS
           END-IF
           DISPLAY GRP-NOME AT 0946
           MOVE WS-GRUPO-ORIGEM TO GRP-CODIGO
           READ ARQ-GRUPO
           IF WS-RESULTADO-GRP NOT = 00 OR GRP-CODIGO-DESTINO > ZEROS
              DISPLAY "GRUPO DE ORIGEM INEXISTENTE OU JA FUNDIDO"
                 AT 2001
              GO TO F-FUNDE-GRUPOS
           END-IF
           DISPLAY GRP-NOME AT 0746

           MOVE ZEROS TO WS-QTD-FILIAIS
           MOVE ZEROS TO WS-FIM-GRUPO
           PERFORM UNTIL WS-FIM-GRUPO = 1
              MOVE WS-GRUPO-ORIGEM TO GCL-GRP-CODIGO
              MOVE ZEROS           TO GCL-CLI-CODIGO
              START ARQ-GRUPO-CLI KEY NOT LESS GCL-CHAVE
              IF WS-RESULTADO-GCL NOT = 00
                 MOVE 1 TO WS-FIM-GRUPO
                 EXIT PERFORM
              END-IF
              READ ARQ-GRUPO-CLI NEXT
                 AT END
                    MOVE 1 TO WS-FIM-GRUPO
                    EXIT PERFORM
              END-READ
              IF GCL-GRP-CODIGO NOT = WS-GRUPO-ORIGEM
                 MOVE 1 TO WS-FIM-GRUPO
                 EXIT PERFORM
              END-IF
              DELETE ARQ-GRUPO-CLI
              MOVE WS-GRUPO-DESTINO TO GCL-GRP-CODIGO
              MOVE DATA-DE-HOJE     TO GCL-DATA-ATRIBUICAO
              WRITE REGISTRO-GRUPO-CLI
              ADD 1 TO WS-QTD-FILIAIS
           END-PERFORM

           MOVE WS-GRUPO-ORIGEM TO GRP-CODIGO
           READ ARQ-GRUPO
           MOVE WS-GRUPO-DESTINO TO GRP-CODIGO-DESTINO
           MOVE DATA-DE-HOJE     TO GRP-DATA-ATUALIZACAO
           REWRITE REGISTRO-GRUPO
           DISPLAY "GRUPOS FUNDIDOS - FILIAIS TRANSFERIDAS: " AT 2101
           DISPLAY WS-QTD-FILIAIS                              AT 2141.
       F-FUNDE-GRUPOS. EXIT.

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
