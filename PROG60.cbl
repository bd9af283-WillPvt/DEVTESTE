       PROGRAM-ID. PROG60.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 02/09/2026.
      * ------- CONVERSAO DE LAYOUT DOS MESTRES -------
      * OS REGISTROS DOS MESTRES CRESCERAM: CLIENTE.DAT GANHOU O
      * LIMITE DE CREDITO E O BLOQUEIO DE FATURAMENTO (PROG51) E
      * PEDIDO.DAT A SITUACAO DE COBRANCA E A DATA DE PAGAMENTO
      * DATA DE PAGAMENTO EM BRANCO) - A MESMA TECNICA DE COPIA DA
      * RESTAURACAO (PROG26) E DO EXPURGO (PROG35). ARQUIVO JA NO
      * LAYOUT NOVO OU INEXISTENTE E APENAS RELATADO E PULADO.
      * O PEDIDO.DAT CRESCEU DE NOVO COM O VENDEDOR DE REGISTRO
      * (PROG19): O ARQUIVO PODE ESTAR EM QUALQUER UM DOS DOIS
      * LAYOUTS ANTERIORES, E OS PEDIDOS CONVERTIDOS (OU JA GRAVADOS
      * SEM VENDEDOR) RECEBEM O TITULAR DA GERACAO DATADA DA
      * DISTRIBUICAO (DISTGER.CTL) VIGENTE NA DATA DE CADA PEDIDO.
      * COM O CADASTRO DE EMPRESAS (PROG91) CLIENTE.DAT, PEDIDO.DAT E
      * TAMBEM VENDEDOR.DAT GANHARAM O CODIGO DA EMPRESA NO FIM DO
      * REGISTRO: TODO REGISTRO CONVERTIDO, DE QUALQUER LAYOUT
      * ANTERIOR, ENTRA NA EMPRESA 01.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANT.

           SELECT ARQ-CLIENTE-ANT2 ASSIGN TO DISK WID-ARQ-CLIENTE-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ANT2-CLI-CODIGO
                  ALTERNATE RECORD KEY IS ANT2-CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANT.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VEN.

           SELECT ARQ-VENDEDOR-ANT ASSIGN TO DISK WID-ARQ-VENDEDOR-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ANT-VEN-CODIGO
                  ALTERNATE RECORD KEY IS ANT-VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANT.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANT.

           SELECT ARQ-PEDIDO-ANT2 ASSIGN TO DISK WID-ARQ-PEDIDO-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ANT2-PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANT.

           SELECT ARQ-PEDIDO-ANT3 ASSIGN TO DISK WID-ARQ-PEDIDO-ANT
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ANT3-PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ANT.

           SELECT ARQ-DIST ASSIGN TO DISK WS-LOCAL-ARQ-DIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-DIST.

           SELECT ARQ-CTL-DISTGER ASSIGN TO "DISTGER.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-GERD.

           SELECT ARQ-CONV-CLI ASSIGN TO "CLICONV.TMP"
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ARQ-CONV-PED ASSIGN TO "PEDCONV.TMP"
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ARQ-CONV-VEN ASSIGN TO "VENCONV.TMP"
                  ORGANIZATION IS SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-VENDEDOR.FD".

      * LAYOUT ANTIGO DO CLIENTE.DAT, ANTERIOR AO LIMITE DE CREDITO
      * E AO BLOQUEIO DE FATURAMENTO.
       FD ARQ-CLIENTE-ANT.
             02 ANT-CLI-STATUS        PIC X(01).
             02 ANT-CLI-SUCESSOR      PIC 9(07).

      * LAYOUT INTERMEDIARIO DO CLIENTE.DAT: COM O CONTROLE DE
      * CREDITO, MAS ANTERIOR A EMPRESA.
       FD ARQ-CLIENTE-ANT2.
          01 REGISTRO-CLIENTE-ANT2.
             02 ANT2-CLI-CODIGO       PIC 9(07).
             02 ANT2-CLI-CNPJ         PIC X(14).
             02 ANT2-CLI-RAZAO-SOCIAL PIC X(40).
             02 ANT2-CLI-LATITUDE     PIC S9(03)V9(08).
             02 ANT2-CLI-LONGITUDE    PIC S9(03)V9(08).
             02 ANT2-CLI-STATUS       PIC X(01).
             02 ANT2-CLI-SUCESSOR     PIC 9(07).
             02 ANT2-CLI-LIMITE       PIC 9(09)V9(02).
             02 ANT2-CLI-BLOQUEIO     PIC X(01).

      * LAYOUT ANTIGO DO VENDEDOR.DAT, ANTERIOR A EMPRESA.
       FD ARQ-VENDEDOR-ANT.
          01 REGISTRO-VENDEDOR-ANT.
             02 ANT-VEN-CODIGO        PIC 9(03).
             02 ANT-VEN-CPF           PIC 9(11).
             02 ANT-VEN-NOME          PIC X(40).
             02 ANT-VEN-LATITUDE      PIC S9(03)V9(08).
             02 ANT-VEN-LONGITUDE     PIC S9(03)V9(08).
             02 ANT-VEN-CAPACIDADE    PIC 9(04).
             02 ANT-VEN-CARTEIRA      PIC 9(04).
             02 ANT-VEN-STATUS        PIC X(01).

      * LAYOUT ANTIGO DO PEDIDO.DAT, ANTERIOR A SITUACAO DE
      * COBRANCA E A DATA DE PAGAMENTO.
       FD ARQ-PEDIDO-ANT.
             02 ANT-PED-DATA          PIC X(10).
             02 ANT-PED-VALOR         PIC 9(09)V9(02).

      * LAYOUT INTERMEDIARIO DO PEDIDO.DAT: COM A SITUACAO DE
      * COBRANCA, MAS ANTERIOR AO VENDEDOR DE REGISTRO.
       FD ARQ-PEDIDO-ANT2.
          01 REGISTRO-PEDIDO-ANT2.
             02 ANT2-PED-CHAVE.
                03 ANT2-PED-CLI-CODIGO PIC 9(07).
                03 ANT2-PED-SEQUENCIA  PIC 9(07).
             02 ANT2-PED-DATA          PIC X(10).
             02 ANT2-PED-VALOR         PIC 9(09)V9(02).
             02 ANT2-PED-SITUACAO      PIC X(01).
             02 ANT2-PED-DATA-PGTO     PIC X(10).

      * LAYOUT DO PEDIDO.DAT COM O VENDEDOR DE REGISTRO, ANTERIOR A
      * EMPRESA.
       FD ARQ-PEDIDO-ANT3.
          01 REGISTRO-PEDIDO-ANT3.
             02 ANT3-PED-CHAVE.
                03 ANT3-PED-CLI-CODIGO PIC 9(07).
                03 ANT3-PED-SEQUENCIA  PIC 9(07).
             02 ANT3-PED-DATA          PIC X(10).
             02 ANT3-PED-VALOR         PIC 9(09)V9(02).
             02 ANT3-PED-SITUACAO      PIC X(01).
             02 ANT3-PED-DATA-PGTO     PIC X(10).
             02 ANT3-PED-VEN-CODIGO    PIC 9(03).

       COPY "ARQ-DIST.FD".

       FD ARQ-CTL-DISTGER.
          01 REG-CTL-DISTGER.
             02 GERD-SUFIXO        PIC X(08).
             02 FILLER             PIC X(01) VALUE ";".
             02 GERD-DATA          PIC X(10).

       FD ARQ-CONV-CLI.
          01 REG-CONV-CLI          PIC X(105).

       FD ARQ-CONV-PED.
          01 REG-CONV-PED          PIC X(51).

       FD ARQ-CONV-VEN.
          01 REG-CONV-VEN          PIC X(87).

       COPY "ARQ-CTL-OPERADOR.FD".

       77 WID-ARQ-CLIENTE-ANT   PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO-ANT    PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR-ANT  PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-QTD-VEN-CONVERTIDOS PIC 9(07) VALUE ZEROS.
       77 WS-SITUACAO-CAD-VEN   PIC X(30) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ANT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULT-TRAVA       PIC X(01) VALUE SPACES.
       77 WS-DETENTOR-TRAVA     PIC X(40) VALUE SPACES.
       77 WS-DETENTOR-GUARDA    PIC X(40) VALUE SPACES.
       77 WS-LOCAL-ARQ-DIST     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-GERD     PIC 9(02) VALUE ZEROS.
       77 WS-QTD-PED-VENDEDOR   PIC 9(07) VALUE ZEROS.
       77 WS-SITUACAO-VEN       PIC X(30) VALUE SPACES.
       77 WS-SUFIXO-PEDIDO      PIC X(08) VALUE SPACES.
       77 WS-SUFIXO-INICIO      PIC X(08) VALUE SPACES.
       77 WS-SUFIXO-FIM         PIC X(08) VALUE SPACES.
       77 WS-SUFIXO-PRIMEIRO    PIC X(08) VALUE SPACES.

      * GERACOES DATADAS DO CATALOGO DISTGER.CTL; CADA UMA VALE DO
      * SEU SUFIXO (AAAAMMDD) ATE A VESPERA DA GERACAO SEGUINTE - A
      * MAIS ANTIGA COBRE TAMBEM OS PEDIDOS ANTERIORES A ELA E A MAIS
      * RECENTE NAO TEM FIM.
       77 WS-QTD-GERACOES       PIC 9(04) VALUE ZEROS.
       77 WS-GIDX               PIC 9(04) VALUE ZEROS.
       77 WS-GIDX2              PIC 9(04) VALUE ZEROS.
       01 WS-TAB-GERACOES.
          02 WS-GER-ENTRADA OCCURS 999.
             03 WS-GER-SUFIXO           PIC X(08).

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
          02 LINE 02 COLUMN 73 VALUE "PROG60".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "CLIENTE.DAT, VENDEDOR.DAT E PEDIDO.DAT SERAO REGRAVADOS".
          02 LINE 06 COLUMN 01 VALUE
             "NO LAYOUT NOVO (EXECUTAR UMA UNICA VEZ, NA VIRADA).".
          02 LINE 07 COLUMN 01 VALUE
             "PEDIDOS SEM VENDEDOR RECEBEM O TITULAR DA EPOCA.".
          02 LINE 08 COLUMN 01 VALUE
             "OS REGISTROS CONVERTIDOS ENTRAM NA EMPRESA 01.".
          02 LINE 09 COLUMN 01 VALUE
             "CONFIRMA A CONVERSAO (S/N)?................".

       01 TELA-FIM BLANK SCREEN
          02 LINE 10 COLUMN 01 VALUE "  CONVERTIDOS.:".
          02 LINE 10 COLUMN 18 PIC ZZZ.ZZ9
             FROM WS-QTD-PED-CONVERTIDOS.
          02 LINE 12 COLUMN 01 VALUE "VENDEDOR......:".
          02 LINE 12 COLUMN 18 PIC X(30) FROM WS-SITUACAO-VEN.
          02 LINE 13 COLUMN 01 VALUE "  PREENCHIDOS.:".
          02 LINE 13 COLUMN 18 PIC ZZZ.ZZ9
             FROM WS-QTD-PED-VENDEDOR.
          02 LINE 15 COLUMN 01 VALUE "VENDEDOR.DAT..:".
          02 LINE 15 COLUMN 18 PIC X(30) FROM WS-SITUACAO-CAD-VEN.
          02 LINE 16 COLUMN 01 VALUE "  CONVERTIDOS.:".
          02 LINE 16 COLUMN 18 PIC ZZZ.ZZ9
             FROM WS-QTD-VEN-CONVERTIDOS.
          02 LINE 18 COLUMN 01
          VALUE "CONVERSAO CONCLUIDA, TECLE ENTER PARA RETORNAR AO MEN
      -"U INICIAL ".

           END-IF
           DISPLAY TELA-CONVERSAO AT 0101
           PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
              ACCEPT WS-CONFIRMA AT 0945
           END-PERFORM
           IF WS-CONFIRMA NOT = "S"
              EXIT PROGRAM
           END-IF

      * TRAVA DE EXECUCAO (BLOQUEIO.CTL): A CONVERSAO DETEM OS
      * MESTRES ENQUANTO OS REGRAVA.
           PERFORM OBTEM-TRAVAS THRU F-OBTEM-TRAVAS
           IF WS-RESULT-TRAVA NOT = "S"
           END-IF

           PERFORM CONVERTE-CLIENTE THRU F-CONVERTE-CLIENTE
           PERFORM CONVERTE-VENDEDOR THRU F-CONVERTE-VENDEDOR
           PERFORM CONVERTE-PEDIDO  THRU F-CONVERTE-PEDIDO
           PERFORM PREENCHE-VENDEDOR THRU F-PREENCHE-VENDEDOR
           PERFORM LIBERA-TRAVAS THRU F-LIBERA-TRAVAS

           DISPLAY TELA-FIM AT 0101

      * CLIENTE.DAT: SO CONVERTE QUANDO A ABERTURA PELO LAYOUT NOVO
      * DEVOLVE 39 (TAMANHO DE REGISTRO EM CONFLITO = LAYOUT
      * ANTIGO); 00 = JA CONVERTIDO, 35 = SEM ARQUIVO NA BASE. O
      * ARQUIVO PODE ESTAR NO LAYOUT ORIGINAL OU NO INTERMEDIARIO
      * (COM CREDITO, SEM EMPRESA).
       CONVERTE-CLIENTE.
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE-ANT
           OPEN INPUT ARQ-CLIENTE-ANT
           IF WS-RESULTADO-ANT = 00
              OPEN OUTPUT ARQ-CONV-CLI
              PERFORM COPIA-CLIENTE-ANT THRU F-COPIA-CLIENTE-ANT
              CLOSE ARQ-CLIENTE-ANT
              CLOSE ARQ-CONV-CLI
           ELSE
              OPEN INPUT ARQ-CLIENTE-ANT2
              IF WS-RESULTADO-ANT NOT = 00
                 MOVE "LAYOUT NAO RECONHECIDO" TO WS-SITUACAO-CLI
                 GO TO F-CONVERTE-CLIENTE
              END-IF
              OPEN OUTPUT ARQ-CONV-CLI
              PERFORM COPIA-CLIENTE-ANT2 THRU F-COPIA-CLIENTE-ANT2
              CLOSE ARQ-CLIENTE-ANT2
              CLOSE ARQ-CONV-CLI
           END-IF

           OPEN OUTPUT ARQ-CLIENTE
           OPEN INPUT ARQ-CONV-CLI
           PERFORM UNTIL EXIT
              READ ARQ-CONV-CLI AT END
                 EXIT PERFORM
              END-READ
              MOVE REG-CONV-CLI TO REGISTRO-CLIENTE
              WRITE REGISTRO-CLIENTE
              IF WS-RESULTADO-ACESSO = 00
                 ADD 1 TO WS-QTD-CLI-CONVERTIDOS
              END-IF
           END-PERFORM
           CLOSE ARQ-CONV-CLI
           CLOSE ARQ-CLIENTE
           MOVE "CONVERTIDO PARA O LAYOUT NOVO" TO WS-SITUACAO-CLI.
       F-CONVERTE-CLIENTE. EXIT.

      * LAYOUT ORIGINAL (SEM CREDITO E SEM EMPRESA).
       COPIA-CLIENTE-ANT.
           MOVE ZEROS TO ANT-CLI-CODIGO
           START ARQ-CLIENTE-ANT KEY NOT LESS ANT-CLI-CODIGO
           IF WS-RESULTADO-ANT = 00
                 MOVE ANT-CLI-SUCESSOR     TO CLI-CODIGO-SUCESSOR
                 MOVE ZEROS                TO CLI-LIMITE-CREDITO
                 MOVE "N"                  TO CLI-BLOQUEIO
                 MOVE 01                   TO CLI-EMPRESA
                 MOVE REGISTRO-CLIENTE     TO REG-CONV-CLI
                 WRITE REG-CONV-CLI
              END-PERFORM
           END-IF.
       F-COPIA-CLIENTE-ANT. EXIT.

      * LAYOUT INTERMEDIARIO (COM CREDITO, SEM EMPRESA).
       COPIA-CLIENTE-ANT2.
           MOVE ZEROS TO ANT2-CLI-CODIGO
           START ARQ-CLIENTE-ANT2 KEY NOT LESS ANT2-CLI-CODIGO
           IF WS-RESULTADO-ANT = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CLIENTE-ANT2 NEXT AT END
                    EXIT PERFORM
                 END-READ
                 MOVE ANT2-CLI-CODIGO       TO CLI-CODIGO
                 MOVE ANT2-CLI-CNPJ         TO CLI-CNPJ
                 MOVE ANT2-CLI-RAZAO-SOCIAL TO CLI-RAZAO-SOCIAL
                 MOVE ANT2-CLI-LATITUDE     TO CLI-LATITUDE
                 MOVE ANT2-CLI-LONGITUDE    TO CLI-LONGITUDE
                 MOVE ANT2-CLI-STATUS       TO CLI-STATUS
                 MOVE ANT2-CLI-SUCESSOR     TO CLI-CODIGO-SUCESSOR
                 MOVE ANT2-CLI-LIMITE       TO CLI-LIMITE-CREDITO
                 MOVE ANT2-CLI-BLOQUEIO     TO CLI-BLOQUEIO
                 MOVE 01                    TO CLI-EMPRESA
                 MOVE REGISTRO-CLIENTE      TO REG-CONV-CLI
                 WRITE REG-CONV-CLI
              END-PERFORM
           END-IF.
       F-COPIA-CLIENTE-ANT2. EXIT.

      * VENDEDOR.DAT: MESMA REGRA DO CLIENTE; O UNICO LAYOUT ANTERIOR
      * E O SEM EMPRESA. CAPACIDADE, CARTEIRA E SITUACAO SAO
      * PRESERVADAS.
       CONVERTE-VENDEDOR.
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           EVALUATE WS-RESULTADO-VEN
              WHEN 00
                 CLOSE ARQ-VENDEDOR
                 MOVE "JA ESTAVA NO LAYOUT NOVO" TO WS-SITUACAO-CAD-VEN
                 GO TO F-CONVERTE-VENDEDOR
              WHEN 35
                 MOVE "ARQUIVO INEXISTENTE" TO WS-SITUACAO-CAD-VEN
                 GO TO F-CONVERTE-VENDEDOR
              WHEN 39
                 CONTINUE
              WHEN OTHER
                 MOVE "ERRO DE ABERTURA - NAO CONVERTIDO"
                    TO WS-SITUACAO-CAD-VEN
                 GO TO F-CONVERTE-VENDEDOR
           END-EVALUATE

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR-ANT
           OPEN INPUT ARQ-VENDEDOR-ANT
           IF WS-RESULTADO-ANT NOT = 00
              MOVE "LAYOUT NAO RECONHECIDO" TO WS-SITUACAO-CAD-VEN
              GO TO F-CONVERTE-VENDEDOR
           END-IF
           OPEN OUTPUT ARQ-CONV-VEN
           MOVE ZEROS TO ANT-VEN-CODIGO
           START ARQ-VENDEDOR-ANT KEY NOT LESS ANT-VEN-CODIGO
           IF WS-RESULTADO-ANT = 00
              PERFORM UNTIL EXIT
                 READ ARQ-VENDEDOR-ANT NEXT AT END
                    EXIT PERFORM
                 END-READ
                 MOVE ANT-VEN-CODIGO      TO VEN-CODIGO
                 MOVE ANT-VEN-CPF         TO VEN-CPF
                 MOVE ANT-VEN-NOME        TO VEN-NOME
                 MOVE ANT-VEN-LATITUDE    TO VEN-LATITUDE
                 MOVE ANT-VEN-LONGITUDE   TO VEN-LONGITUDE
                 MOVE ANT-VEN-CAPACIDADE  TO VEN-CAPACIDADE-MAX
                 MOVE ANT-VEN-CARTEIRA    TO VEN-QTD-CARTEIRA
                 MOVE ANT-VEN-STATUS      TO VEN-STATUS
                 MOVE 01                  TO VEN-EMPRESA
                 MOVE REGISTRO-VENDEDOR   TO REG-CONV-VEN
                 WRITE REG-CONV-VEN
              END-PERFORM
           END-IF
           CLOSE ARQ-VENDEDOR-ANT
           CLOSE ARQ-CONV-VEN

           OPEN OUTPUT ARQ-VENDEDOR
           OPEN INPUT ARQ-CONV-VEN
           PERFORM UNTIL EXIT
              READ ARQ-CONV-VEN AT END
                 EXIT PERFORM
              END-READ
              MOVE REG-CONV-VEN TO REGISTRO-VENDEDOR
              WRITE REGISTRO-VENDEDOR
              IF WS-RESULTADO-VEN = 00
                 ADD 1 TO WS-QTD-VEN-CONVERTIDOS
              END-IF
           END-PERFORM
           CLOSE ARQ-CONV-VEN
           CLOSE ARQ-VENDEDOR
           MOVE "CONVERTIDO PARA O LAYOUT NOVO" TO WS-SITUACAO-CAD-VEN.
       F-CONVERTE-VENDEDOR. EXIT.

      * PEDIDO.DAT: MESMA REGRA, TENTANDO OS TRES LAYOUTS ANTERIORES
      * (O ORIGINAL, SEM COBRANCA; O INTERMEDIARIO, SEM VENDEDOR; E O
      * COM VENDEDOR, SEM EMPRESA).
      * OS PEDIDOS DO LAYOUT ORIGINAL ENTRAM COMO EM ABERTO ("A") SEM
      * DATA DE PAGAMENTO; O VENDEDOR ENTRA ZERADO E E PREENCHIDO EM
      * SEGUIDA PELAS GERACOES DATADAS (PREENCHE-VENDEDOR).
       CONVERTE-PEDIDO.
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO

           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO-ANT
           OPEN INPUT ARQ-PEDIDO-ANT
           IF WS-RESULTADO-ANT = 00
              OPEN OUTPUT ARQ-CONV-PED
              PERFORM COPIA-PEDIDO-ANT THRU F-COPIA-PEDIDO-ANT
              CLOSE ARQ-PEDIDO-ANT
              CLOSE ARQ-CONV-PED
           ELSE
              OPEN INPUT ARQ-PEDIDO-ANT2
              IF WS-RESULTADO-ANT = 00
                 OPEN OUTPUT ARQ-CONV-PED
                 PERFORM COPIA-PEDIDO-ANT2 THRU F-COPIA-PEDIDO-ANT2
                 CLOSE ARQ-PEDIDO-ANT2
                 CLOSE ARQ-CONV-PED
              ELSE
                 OPEN INPUT ARQ-PEDIDO-ANT3
                 IF WS-RESULTADO-ANT NOT = 00
                    MOVE "LAYOUT NAO RECONHECIDO" TO WS-SITUACAO-PED
                    GO TO F-CONVERTE-PEDIDO
                 END-IF
                 OPEN OUTPUT ARQ-CONV-PED
                 PERFORM COPIA-PEDIDO-ANT3 THRU F-COPIA-PEDIDO-ANT3
                 CLOSE ARQ-PEDIDO-ANT3
                 CLOSE ARQ-CONV-PED
              END-IF
           END-IF

           OPEN OUTPUT ARQ-PEDIDO
           OPEN INPUT ARQ-CONV-PED
           PERFORM UNTIL EXIT
              READ ARQ-CONV-PED AT END
                 EXIT PERFORM
              END-READ
              MOVE REG-CONV-PED TO REGISTRO-PEDIDO
              WRITE REGISTRO-PEDIDO
              IF WS-RESULTADO-PED = 00
                 ADD 1 TO WS-QTD-PED-CONVERTIDOS
              END-IF
           END-PERFORM
           CLOSE ARQ-CONV-PED
           CLOSE ARQ-PEDIDO
           MOVE "CONVERTIDO PARA O LAYOUT NOVO" TO WS-SITUACAO-PED.
       F-CONVERTE-PEDIDO. EXIT.

      * LAYOUT ORIGINAL (SEM COBRANCA E SEM VENDEDOR).
       COPIA-PEDIDO-ANT.
           MOVE ZEROS TO ANT-PED-CLI-CODIGO
           MOVE ZEROS TO ANT-PED-SEQUENCIA
           START ARQ-PEDIDO-ANT KEY NOT LESS ANT-PED-CHAVE
                 MOVE ANT-PED-VALOR      TO PED-VALOR
                 MOVE "A"                TO PED-SITUACAO
                 MOVE SPACES             TO PED-DATA-PGTO
                 MOVE ZEROS              TO PED-VEN-CODIGO
                 MOVE 01                 TO PED-EMPRESA
                 MOVE REGISTRO-PEDIDO    TO REG-CONV-PED
                 WRITE REG-CONV-PED
              END-PERFORM
           END-IF.
       F-COPIA-PEDIDO-ANT. EXIT.

      * LAYOUT INTERMEDIARIO (COM COBRANCA, SEM VENDEDOR).
       COPIA-PEDIDO-ANT2.
           MOVE ZEROS TO ANT2-PED-CLI-CODIGO
           MOVE ZEROS TO ANT2-PED-SEQUENCIA
           START ARQ-PEDIDO-ANT2 KEY NOT LESS ANT2-PED-CHAVE
           IF WS-RESULTADO-ANT = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO-ANT2 NEXT AT END
                    EXIT PERFORM
                 END-READ
                 MOVE ANT2-PED-CLI-CODIGO TO PED-CLI-CODIGO
                 MOVE ANT2-PED-SEQUENCIA  TO PED-SEQUENCIA
                 MOVE ANT2-PED-DATA       TO PED-DATA
                 MOVE ANT2-PED-VALOR      TO PED-VALOR
                 MOVE ANT2-PED-SITUACAO   TO PED-SITUACAO
                 MOVE ANT2-PED-DATA-PGTO  TO PED-DATA-PGTO
                 MOVE ZEROS               TO PED-VEN-CODIGO
                 MOVE 01                  TO PED-EMPRESA
                 MOVE REGISTRO-PEDIDO     TO REG-CONV-PED
                 WRITE REG-CONV-PED
              END-PERFORM
           END-IF.
       F-COPIA-PEDIDO-ANT2. EXIT.

      * LAYOUT COM VENDEDOR DE REGISTRO, SEM EMPRESA.
       COPIA-PEDIDO-ANT3.
           MOVE ZEROS TO ANT3-PED-CLI-CODIGO
           MOVE ZEROS TO ANT3-PED-SEQUENCIA
           START ARQ-PEDIDO-ANT3 KEY NOT LESS ANT3-PED-CHAVE
           IF WS-RESULTADO-ANT = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO-ANT3 NEXT AT END
                    EXIT PERFORM
                 END-READ
                 MOVE ANT3-PED-CLI-CODIGO TO PED-CLI-CODIGO
                 MOVE ANT3-PED-SEQUENCIA  TO PED-SEQUENCIA
                 MOVE ANT3-PED-DATA       TO PED-DATA
                 MOVE ANT3-PED-VALOR      TO PED-VALOR
                 MOVE ANT3-PED-SITUACAO   TO PED-SITUACAO
                 MOVE ANT3-PED-DATA-PGTO  TO PED-DATA-PGTO
                 MOVE ANT3-PED-VEN-CODIGO TO PED-VEN-CODIGO
                 MOVE 01                  TO PED-EMPRESA
                 MOVE REGISTRO-PEDIDO     TO REG-CONV-PED
                 WRITE REG-CONV-PED
              END-PERFORM
           END-IF.
       F-COPIA-PEDIDO-ANT3. EXIT.

      * CARGA UNICA DO VENDEDOR DE REGISTRO: CADA PEDIDO AINDA SEM
      * VENDEDOR RECEBE O TITULAR DO CLIENTE NA GERACAO DATADA
      * (DIST-AAAAMMDD.CSV) VIGENTE NA DATA DO PEDIDO. PEDIDO DE
      * CLIENTE AUSENTE DA GERACAO (EXCECAO NAQUELA RODADA) FICA COM
      * ZERO E SEGUE CREDITADO AO TITULAR ATUAL. PEDIDOS JA COM
      * VENDEDOR NAO SAO TOCADOS, ENTAO A ROTINA PODE SER REPETIDA.
       PREENCHE-VENDEDOR.
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN I-O ARQ-PEDIDO
           IF WS-RESULTADO-PED NOT = 00
              MOVE "PEDIDO.DAT INDISPONIVEL" TO WS-SITUACAO-VEN
              GO TO F-PREENCHE-VENDEDOR
           END-IF
           PERFORM CARREGA-GERACOES THRU F-CARREGA-GERACOES
           IF WS-QTD-GERACOES = ZEROS
              CLOSE ARQ-PEDIDO
              MOVE "SEM GERACOES DATADAS" TO WS-SITUACAO-VEN
              GO TO F-PREENCHE-VENDEDOR
           END-IF

           PERFORM VARYING WS-GIDX FROM 1 BY 1
              UNTIL WS-GIDX > WS-QTD-GERACOES
              PERFORM APLICA-GERACAO THRU F-APLICA-GERACAO
           END-PERFORM
           CLOSE ARQ-PEDIDO
           MOVE "PREENCHIDO PELAS GERACOES" TO WS-SITUACAO-VEN.
       F-PREENCHE-VENDEDOR. EXIT.

       CARREGA-GERACOES.
           MOVE ZEROS  TO WS-QTD-GERACOES
           MOVE SPACES TO WS-SUFIXO-PRIMEIRO
           OPEN INPUT ARQ-CTL-DISTGER
           IF WS-RESULTADO-GERD = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CTL-DISTGER AT END
                    EXIT PERFORM
                 END-READ
                 IF GERD-SUFIXO NOT = SPACES
                    AND WS-QTD-GERACOES < 999
                    ADD 1 TO WS-QTD-GERACOES
                    MOVE GERD-SUFIXO TO WS-GER-SUFIXO(WS-QTD-GERACOES)
                    IF WS-SUFIXO-PRIMEIRO = SPACES
                       OR GERD-SUFIXO < WS-SUFIXO-PRIMEIRO
                       MOVE GERD-SUFIXO TO WS-SUFIXO-PRIMEIRO
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTL-DISTGER
           END-IF.
       F-CARREGA-GERACOES. EXIT.

      * GERACAO NA POSICAO WS-GIDX: O FIM DA VIGENCIA E O MENOR
      * SUFIXO POSTERIOR DO CATALOGO (EM BRANCO = SEM FIM).
       APLICA-GERACAO.
           MOVE WS-GER-SUFIXO(WS-GIDX) TO WS-SUFIXO-INICIO
           MOVE SPACES TO WS-SUFIXO-FIM
           PERFORM VARYING WS-GIDX2 FROM 1 BY 1
              UNTIL WS-GIDX2 > WS-QTD-GERACOES
              IF WS-GER-SUFIXO(WS-GIDX2) > WS-SUFIXO-INICIO
                 AND (WS-SUFIXO-FIM = SPACES
                 OR WS-GER-SUFIXO(WS-GIDX2) < WS-SUFIXO-FIM)
                 MOVE WS-GER-SUFIXO(WS-GIDX2) TO WS-SUFIXO-FIM
              END-IF
           END-PERFORM
           IF WS-SUFIXO-INICIO = WS-SUFIXO-PRIMEIRO
              MOVE SPACES TO WS-SUFIXO-INICIO
           END-IF

           MOVE SPACES TO WS-LOCAL-ARQ-DIST
           STRING "DIST-" WS-GER-SUFIXO(WS-GIDX) ".CSV"
                  DELIMITED BY SIZE INTO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
           IF WS-RESULTADO-DIST NOT = 00
              GO TO F-APLICA-GERACAO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-DIST AT END
                 EXIT PERFORM
              END-READ
              IF DIST-VEN-CODIGO > ZEROS
                 PERFORM PREENCHE-PEDIDOS-CLIENTE
                    THRU F-PREENCHE-PEDIDOS-CLIENTE
              END-IF
           END-PERFORM
           CLOSE ARQ-DIST.
       F-APLICA-GERACAO. EXIT.

       PREENCHE-PEDIDOS-CLIENTE.
           MOVE DIST-CLI-CODIGO TO PED-CLI-CODIGO
           MOVE ZEROS           TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PED-CLI-CODIGO NOT = DIST-CLI-CODIGO
                    EXIT PERFORM
                 END-IF
                 MOVE SPACES TO WS-SUFIXO-PEDIDO
                 STRING PED-DATA(7:4) PED-DATA(4:2) PED-DATA(1:2)
                        DELIMITED BY SIZE INTO WS-SUFIXO-PEDIDO
                 IF PED-VEN-CODIGO = ZEROS
                    AND (WS-SUFIXO-INICIO = SPACES
                    OR WS-SUFIXO-PEDIDO NOT < WS-SUFIXO-INICIO)
                    AND (WS-SUFIXO-FIM = SPACES
                    OR WS-SUFIXO-PEDIDO < WS-SUFIXO-FIM)
                    MOVE DIST-VEN-CODIGO TO PED-VEN-CODIGO
                    REWRITE REGISTRO-PEDIDO
                    IF WS-RESULTADO-PED = 00
                       ADD 1 TO WS-QTD-PED-VENDEDOR
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
       F-PREENCHE-PEDIDOS-CLIENTE. EXIT.

      * OBTEM AS TRAVAS DOS MESTRES REGRAVADOS PELA CONVERSAO;
      * NA RECUSA DE QUALQUER UM, AS JA OBTIDAS SAO DEVOLVIDAS.
       OBTEM-TRAVAS.
           MOVE "CLIENTE.DAT" TO WS-ARQUIVO-TRAVA
              MOVE "PEDIDO.DAT" TO WS-ARQUIVO-TRAVA
              PERFORM OBTEM-UMA-TRAVA THRU F-OBTEM-UMA-TRAVA
           END-IF
           IF WS-RESULT-TRAVA = "S"
              MOVE "VENDEDOR.DAT" TO WS-ARQUIVO-TRAVA
              PERFORM OBTEM-UMA-TRAVA THRU F-OBTEM-UMA-TRAVA
           END-IF
           IF WS-RESULT-TRAVA NOT = "S"
              MOVE WS-DETENTOR-TRAVA TO WS-DETENTOR-GUARDA
              PERFORM LIBERA-TRAVAS THRU F-LIBERA-TRAVAS
