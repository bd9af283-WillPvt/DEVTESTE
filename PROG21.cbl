      * CLIENTE: CADASTRO (CNPJ MASCARADO, SITUACAO, COORDENADAS),
      * CONTATOS, VENDEDOR ATRIBUIDO E ALTERNATIVOS DO DIST.CSV,
      * PRESENCA NO EXCECAO.CSV E ULTIMA MOVIMENTACAO DO REALOC.CSV.
      * CLIENTE DE GRUPO ECONOMICO (PROG64) MOSTRA O GRUPO E, A PEDIDO,
      * AS FILIAIS COM SITUACAO, TITULAR E SALDO EM ABERTO, MAIS O
      * SALDO SOMADO DO GRUPO FRENTE AO LIMITE DO GRUPO.
      * MOSTRA TAMBEM QUANTOS CASOS DE RECLAMACAO (PROG70) O CLIENTE
      * TEM EM ABERTO E QUANTOS DELES JA PASSARAM DO PRAZO.
      * E A PONTUACAO DE RISCO DE PERDA (PROG81) DA ULTIMA RODADA,
      * COM A TENDENCIA FRENTE A RODADA ANTERIOR.
      * E A NOTA DA RESPOSTA MAIS RECENTE DO CLIENTE NA PESQUISA DE
      * SATISFACAO (PROG88).
      * E A CAMPANHA DE VENDAS (PROG89) EM ANDAMENTO QUE TEM O CLIENTE
      * NO GRUPO ALVO; O GRUPO DE CONTROLE NAO E MOSTRADO.
      * OPERADOR DE NIVEL 1 VINCULADO A UMA CARTEIRA (OPERVEN.DAT,
      * PROG24) SO CONSULTA OS CLIENTES DELA (VERIFICA-CARTEIRA); A
      * CONSULTA DE CLIENTE DE FORA E RECUSADA E FICA REGISTRADA NO
      * ACESSONEG.LOG, E AS FILIAIS DE FORA NAO SAEM NA LISTA DO GRUPO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-REAL.

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

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

           SELECT ARQ-INTERACAO ASSIGN TO DISK WID-ARQ-INTERACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITR-CHAVE
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ITR.

           SELECT ARQ-CASO ASSIGN TO DISK WID-ARQ-CASO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CAS.

           SELECT ARQ-SITUACAO-CNPJ ASSIGN TO DISK WID-ARQ-SITUACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SCN-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SCN.

           SELECT ARQ-RISCO ASSIGN TO DISK WID-ARQ-RISCO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RSC-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-RSC.

           SELECT ARQ-PESQUISA ASSIGN TO DISK WID-ARQ-PESQUISA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PSQ-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PSQ.

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

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-INTERACAO.FD".

       COPY "ARQ-GRUPO.FD".

       COPY "ARQ-GRUPO-CLI.FD".

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-SITUACAO-CNPJ.FD".

       COPY "ARQ-CASO.FD".

       COPY "ARQ-RISCO.FD".

       COPY "ARQ-PESQUISA.FD".

       COPY "ARQ-CAMPANHA.FD".

       COPY "ARQ-CAMPANHA-CLI.FD".

       FD ARQ-REALOC.
          01 REGISTRO-REALOC.
             02 REALOC-CLI-CODIGO          PIC 9(07).
       77 WS-RESULTADO-ITR      PIC 9(02) VALUE ZEROS.
       77 WS-ULT-INTERACAO      PIC X(60) VALUE SPACES.
       77 WS-BLOQUEIO-TELA      PIC X(14) VALUE SPACES.
       77 WID-ARQ-GRUPO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-GRUPO-CLI     PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-GRP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-GCL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-GRUPO-CODIGO       PIC 9(08) VALUE ZEROS.
       77 WS-GRUPO-FILIAIS      PIC 9(05) VALUE ZEROS.
       77 WS-GRUPO-FILIAIS-ED   PIC ZZZZ9.
       77 WS-GRUPO-TELA         PIC X(60) VALUE SPACES.
       77 WS-GRUPO-SALDO        PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-GRUPO-LIMITE       PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-FILIAL-SALDO       PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-QTD-FILIAIS-TELA   PIC 9(02) VALUE ZEROS.
       77 WS-FILIAIS-FORA-TELA  PIC 9(05) VALUE ZEROS.
       77 WS-VER-FILIAIS        PIC X(01) VALUE SPACES.
       77 WS-EXISTE-PEDIDO      PIC X(01) VALUE "N".
       77 WS-EXISTE-DIST-MEST   PIC X(01) VALUE "N".
       77 WS-FIL-SALDO-ED       PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
       77 WS-FIL-TITULAR-ED     PIC ZZ9.
       77 WID-ARQ-SITUACAO      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-SCN      PIC 9(02) VALUE ZEROS.
       77 WS-RECEITA-TELA       PIC X(20) VALUE SPACES.
       77 WID-ARQ-CASO          PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CAS      PIC 9(02) VALUE ZEROS.
       77 WS-CASOS-ABERTOS      PIC 9(03) VALUE ZEROS.
       77 WS-CASOS-ATRASADOS    PIC 9(03) VALUE ZEROS.
       77 WS-HOJE-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WID-ARQ-RISCO         PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-RSC      PIC 9(02) VALUE ZEROS.
       77 WS-RISCO-TELA         PIC X(28) VALUE SPACES.
       77 WID-ARQ-PESQUISA      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PSQ      PIC 9(02) VALUE ZEROS.
       77 WS-NPS-TELA           PIC X(60) VALUE SPACES.
       77 WS-NPS-DATA-NUM       PIC 9(08) VALUE ZEROS.
       77 WS-NPS-NOTA-ED        PIC Z9.
       77 WID-ARQ-CAMPANHA      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CAMPANHA-CLI  PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CMP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CPC      PIC 9(02) VALUE ZEROS.
       77 WS-CAMPANHA-TELA      PIC X(60) VALUE SPACES.

      * FILIAIS DO GRUPO MOSTRADAS NA TELA (AS 10 PRIMEIRAS).
       01 WS-FILIAIS-TELA.
          02 WS-FIL-LINHA OCCURS 10.
             03 WS-FIL-CODIGO           PIC X(07).
             03 WS-FIL-NOME             PIC X(30).
             03 WS-FIL-STATUS           PIC X(01).
             03 WS-FIL-BLOQUEIO         PIC X(03).
             03 WS-FIL-TITULAR          PIC X(03).
             03 WS-FIL-SALDO            PIC X(18).

       01 WS-CONTATOS-TELA.
          02 WS-CTT-LINHA OCCURS 3.
          02 WS-TEM-DIST             PIC X(03).
          02 WS-EM-EXCECAO           PIC X(20).
          02 WS-REALOC-TELA          PIC X(30).
       COPY "AREA-CARTEIRA.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
          02 LINE 09 COLUMN 13 PIC S9(03)V9(08) FROM CLI-LATITUDE.
          02 LINE 09 COLUMN 28 VALUE "LONGITUDE:".
          02 LINE 09 COLUMN 39 PIC S9(03)V9(08) FROM CLI-LONGITUDE.
          02 LINE 09 COLUMN 52 VALUE "RECEITA:".
          02 LINE 09 COLUMN 61 PIC X(20)  FROM WS-RECEITA-TELA
                               HIGHLIGHT.
          02 LINE 10 COLUMN 01 VALUE "GRUPO.....:".
          02 LINE 10 COLUMN 13 PIC X(60)  FROM WS-GRUPO-TELA.
          02 LINE 11 COLUMN 01 VALUE "CONTATOS:".
          02 LINE 12 COLUMN 03 PIC X(10) FROM WS-CTT-TIPO-TELA(1).
          02 LINE 12 COLUMN 14 PIC X(30) FROM WS-CTT-NOME-TELA(1).
          02 LINE 14 COLUMN 14 PIC X(30) FROM WS-CTT-NOME-TELA(3).
          02 LINE 14 COLUMN 45 PIC X(15) FROM WS-CTT-FONE-TELA(3).
          02 LINE 14 COLUMN 61 PIC X(20) FROM WS-CTT-EMAIL-TELA(3).
          02 LINE 15 COLUMN 01 VALUE "CAMPANHA..:".
          02 LINE 15 COLUMN 13 PIC X(60) FROM WS-CAMPANHA-TELA.
          02 LINE 16 COLUMN 01 VALUE "VENDEDOR..:".
          02 LINE 16 COLUMN 13 PIC ZZ9   FROM WS-VEN-TITULAR-COD.
          02 LINE 16 COLUMN 18 PIC X(30) FROM WS-VEN-TITULAR-NOME.
          02 LINE 18 COLUMN 01 VALUE "ALTERNAT 2:".
          02 LINE 18 COLUMN 13 PIC ZZ9   FROM WS-VEN3-COD.
          02 LINE 18 COLUMN 18 PIC X(30) FROM WS-VEN3-NOME.
          02 LINE 19 COLUMN 01 VALUE "SATISFACAO:".
          02 LINE 19 COLUMN 13 PIC X(60) FROM WS-NPS-TELA.
          02 LINE 20 COLUMN 01 VALUE "EM EXCECAO:".
          02 LINE 20 COLUMN 13 PIC X(20) FROM WS-EM-EXCECAO.
          02 LINE 20 COLUMN 40 VALUE "CASOS ABERTOS:".
          02 LINE 20 COLUMN 55 PIC ZZ9   FROM WS-CASOS-ABERTOS.
          02 LINE 20 COLUMN 60 VALUE "EM ATRASO:".
          02 LINE 20 COLUMN 71 PIC ZZ9   FROM WS-CASOS-ATRASADOS
                               HIGHLIGHT.
          02 LINE 21 COLUMN 01 VALUE "REALOCACAO:".
          02 LINE 21 COLUMN 13 PIC X(30) FROM WS-REALOC-TELA.
          02 LINE 21 COLUMN 45 VALUE "RISCO:".
          02 LINE 21 COLUMN 52 PIC X(28) FROM WS-RISCO-TELA.
          02 LINE 22 COLUMN 01 VALUE "ULT.INTERAC".
          02 LINE 22 COLUMN 13 PIC X(60) FROM WS-ULT-INTERACAO.
          02 LINE 23 COLUMN 01 VALUE
             "CONSULTAR OUTRO CLIENTE (S/N)?".

       01 TELA-FILIAIS BLANK SCREEN
                   BACKGROUND-COLOR 1
                   FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  FILIAIS DO GRUPO ECONOMICO ".
          02 LINE 02 COLUMN 73 VALUE "PROG21".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "GRUPO.....:".
          02 LINE 04 COLUMN 13 PIC X(60)  FROM WS-GRUPO-TELA.
          02 LINE 06 COLUMN 01 VALUE
             "CODIGO  RAZAO SOCIAL                   S BLQ VEN".
          02 LINE 06 COLUMN 57 VALUE "SALDO EM ABERTO".
          02 LINE 07 COLUMN 01 PIC X(07) FROM WS-FIL-CODIGO(1).
          02 LINE 07 COLUMN 09 PIC X(30) FROM WS-FIL-NOME(1).
          02 LINE 07 COLUMN 40 PIC X(01) FROM WS-FIL-STATUS(1).
          02 LINE 07 COLUMN 42 PIC X(03) FROM WS-FIL-BLOQUEIO(1).
          02 LINE 07 COLUMN 46 PIC X(03) FROM WS-FIL-TITULAR(1).
          02 LINE 07 COLUMN 54 PIC X(18) FROM WS-FIL-SALDO(1).
          02 LINE 08 COLUMN 01 PIC X(07) FROM WS-FIL-CODIGO(2).
          02 LINE 08 COLUMN 09 PIC X(30) FROM WS-FIL-NOME(2).
          02 LINE 08 COLUMN 40 PIC X(01) FROM WS-FIL-STATUS(2).
          02 LINE 08 COLUMN 42 PIC X(03) FROM WS-FIL-BLOQUEIO(2).
          02 LINE 08 COLUMN 46 PIC X(03) FROM WS-FIL-TITULAR(2).
          02 LINE 08 COLUMN 54 PIC X(18) FROM WS-FIL-SALDO(2).
          02 LINE 09 COLUMN 01 PIC X(07) FROM WS-FIL-CODIGO(3).
          02 LINE 09 COLUMN 09 PIC X(30) FROM WS-FIL-NOME(3).
          02 LINE 09 COLUMN 40 PIC X(01) FROM WS-FIL-STATUS(3).
          02 LINE 09 COLUMN 42 PIC X(03) FROM WS-FIL-BLOQUEIO(3).
          02 LINE 09 COLUMN 46 PIC X(03) FROM WS-FIL-TITULAR(3).
          02 LINE 09 COLUMN 54 PIC X(18) FROM WS-FIL-SALDO(3).
          02 LINE 10 COLUMN 01 PIC X(07) FROM WS-FIL-CODIGO(4).
          02 LINE 10 COLUMN 09 PIC X(30) FROM WS-FIL-NOME(4).
          02 LINE 10 COLUMN 40 PIC X(01) FROM WS-FIL-STATUS(4).
          02 LINE 10 COLUMN 42 PIC X(03) FROM WS-FIL-BLOQUEIO(4).
          02 LINE 10 COLUMN 46 PIC X(03) FROM WS-FIL-TITULAR(4).
          02 LINE 10 COLUMN 54 PIC X(18) FROM WS-FIL-SALDO(4).
          02 LINE 11 COLUMN 01 PIC X(07) FROM WS-FIL-CODIGO(5).
          02 LINE 11 COLUMN 09 PIC X(30) FROM WS-FIL-NOME(5).
          02 LINE 11 COLUMN 40 PIC X(01) FROM WS-FIL-STATUS(5).
          02 LINE 11 COLUMN 42 PIC X(03) FROM WS-FIL-BLOQUEIO(5).
          02 LINE 11 COLUMN 46 PIC X(03) FROM WS-FIL-TITULAR(5).
          02 LINE 11 COLUMN 54 PIC X(18) FROM WS-FIL-SALDO(5).
          02 LINE 12 COLUMN 01 PIC X(07) FROM WS-FIL-CODIGO(6).
          02 LINE 12 COLUMN 09 PIC X(30) FROM WS-FIL-NOME(6).
          02 LINE 12 COLUMN 40 PIC X(01) FROM WS-FIL-STATUS(6).
          02 LINE 12 COLUMN 42 PIC X(03) FROM WS-FIL-BLOQUEIO(6).
          02 LINE 12 COLUMN 46 PIC X(03) FROM WS-FIL-TITULAR(6).
          02 LINE 12 COLUMN 54 PIC X(18) FROM WS-FIL-SALDO(6).
          02 LINE 13 COLUMN 01 PIC X(07) FROM WS-FIL-CODIGO(7).
          02 LINE 13 COLUMN 09 PIC X(30) FROM WS-FIL-NOME(7).
          02 LINE 13 COLUMN 40 PIC X(01) FROM WS-FIL-STATUS(7).
          02 LINE 13 COLUMN 42 PIC X(03) FROM WS-FIL-BLOQUEIO(7).
          02 LINE 13 COLUMN 46 PIC X(03) FROM WS-FIL-TITULAR(7).
          02 LINE 13 COLUMN 54 PIC X(18) FROM WS-FIL-SALDO(7).
          02 LINE 14 COLUMN 01 PIC X(07) FROM WS-FIL-CODIGO(8).
          02 LINE 14 COLUMN 09 PIC X(30) FROM WS-FIL-NOME(8).
          02 LINE 14 COLUMN 40 PIC X(01) FROM WS-FIL-STATUS(8).
          02 LINE 14 COLUMN 42 PIC X(03) FROM WS-FIL-BLOQUEIO(8).
          02 LINE 14 COLUMN 46 PIC X(03) FROM WS-FIL-TITULAR(8).
          02 LINE 14 COLUMN 54 PIC X(18) FROM WS-FIL-SALDO(8).
          02 LINE 15 COLUMN 01 PIC X(07) FROM WS-FIL-CODIGO(9).
          02 LINE 15 COLUMN 09 PIC X(30) FROM WS-FIL-NOME(9).
          02 LINE 15 COLUMN 40 PIC X(01) FROM WS-FIL-STATUS(9).
          02 LINE 15 COLUMN 42 PIC X(03) FROM WS-FIL-BLOQUEIO(9).
          02 LINE 15 COLUMN 46 PIC X(03) FROM WS-FIL-TITULAR(9).
          02 LINE 15 COLUMN 54 PIC X(18) FROM WS-FIL-SALDO(9).
          02 LINE 16 COLUMN 01 PIC X(07) FROM WS-FIL-CODIGO(10).
          02 LINE 16 COLUMN 09 PIC X(30) FROM WS-FIL-NOME(10).
          02 LINE 16 COLUMN 40 PIC X(01) FROM WS-FIL-STATUS(10).
          02 LINE 16 COLUMN 42 PIC X(03) FROM WS-FIL-BLOQUEIO(10).
          02 LINE 16 COLUMN 46 PIC X(03) FROM WS-FIL-TITULAR(10).
          02 LINE 16 COLUMN 54 PIC X(18) FROM WS-FIL-SALDO(10).
          02 LINE 17 COLUMN 01 VALUE "FILIAIS FORA DA LISTA:".
          02 LINE 17 COLUMN 24 PIC ZZZZ9 FROM WS-FILIAIS-FORA-TELA.
          02 LINE 19 COLUMN 01 VALUE "SALDO EM ABERTO DO GRUPO..:".
          02 LINE 19 COLUMN 29 PIC ZZZ.ZZZ.ZZZ.ZZ9,99
                               FROM WS-GRUPO-SALDO.
          02 LINE 20 COLUMN 01 VALUE "LIMITE DO GRUPO (0=SEM)...:".
          02 LINE 20 COLUMN 33 PIC ZZZ.ZZZ.ZZ9,99
                               FROM WS-GRUPO-LIMITE.
          02 LINE 23 COLUMN 01 VALUE
             "CONSULTAR OUTRO CLIENTE (S/N)?".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           END-IF
           MOVE "CLICONTATO.DAT" TO WID-ARQ-CLI-CONTATO
           OPEN INPUT ARQ-CLI-CONTATO
           INITIALIZE AREA-CARTEIRA
           MOVE "I"          TO CART-ACAO
           MOVE DATA-DE-HOJE TO CART-DATA
           CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA

           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM CONSULTA-CLIENTE THRU F-CONSULTA-CLIENTE
                 END-IF
              END-IF
           END-IF
           IF WS-ACHOU-CLIENTE = "S" AND CART-RESTRITO = "S"
              MOVE "C"        TO CART-ACAO
              MOVE "PROG21"   TO CART-PROGRAMA
              MOVE CLI-CODIGO TO CART-CLI-CODIGO
              MOVE ZEROS      TO CART-VEN-TITULAR
              CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA
              IF CART-RESULTADO NOT = "S"
                 DISPLAY "CLIENTE FORA DA SUA CARTEIRA - ACESSO NEGADO"
                    AT 2001
                 GO TO F-CONSULTA-CLIENTE
              END-IF
           END-IF
           IF WS-ACHOU-CLIENTE NOT = "S"
              DISPLAY "CLIENTE NAO ENCONTRADO ..................."
                 AT 2001
           ELSE
              PERFORM MONTA-CONSULTA THRU F-MONTA-CONSULTA
              DISPLAY TELA-360 AT 0101
              IF WS-GRUPO-FILIAIS > 1
                 DISPLAY "VER AS FILIAIS DO GRUPO (S/N)?" AT 2401
                 MOVE SPACES TO WS-VER-FILIAIS
                 PERFORM UNTIL WS-VER-FILIAIS = "S" OR = "N"
                    ACCEPT WS-VER-FILIAIS AT 2432
                 END-PERFORM
                 IF WS-VER-FILIAIS = "S"
                    PERFORM LISTA-FILIAIS THRU F-LISTA-FILIAIS
                    DISPLAY TELA-FILIAIS AT 0101
                 END-IF
              END-IF
           END-IF.
       F-CONSULTA-CLIENTE. EXIT.

           PERFORM BUSCA-DIST      THRU F-BUSCA-DIST
           PERFORM BUSCA-EXCECAO   THRU F-BUSCA-EXCECAO
           PERFORM BUSCA-REALOC    THRU F-BUSCA-REALOC
           PERFORM BUSCA-INTERACAO THRU F-BUSCA-INTERACAO
           PERFORM BUSCA-CASOS     THRU F-BUSCA-CASOS
           PERFORM BUSCA-GRUPO     THRU F-BUSCA-GRUPO
           PERFORM BUSCA-SITUACAO-CNPJ THRU F-BUSCA-SITUACAO-CNPJ
           PERFORM BUSCA-RISCO     THRU F-BUSCA-RISCO
           PERFORM BUSCA-PESQUISA  THRU F-BUSCA-PESQUISA
           PERFORM BUSCA-CAMPANHA  THRU F-BUSCA-CAMPANHA.
       F-MONTA-CONSULTA. EXIT.

      * SITUACAO CADASTRAL DO CNPJ NA RECEITA (SITCNPJ.DAT, CARREGADO
      * PELO PROG65) COM A DATA DA SITUACAO; "*" NA FRENTE QUANDO O
      * CNPJ ESTA INATIVO (QUALQUER SITUACAO DIFERENTE DE ATIVA).
       BUSCA-SITUACAO-CNPJ.
           MOVE "NAO CONSULTADA" TO WS-RECEITA-TELA
           MOVE "SITCNPJ.DAT" TO WID-ARQ-SITUACAO
           OPEN INPUT ARQ-SITUACAO-CNPJ
           IF WS-RESULTADO-SCN NOT = 00
              GO TO F-BUSCA-SITUACAO-CNPJ
           END-IF
           MOVE CLI-CODIGO TO SCN-CLI-CODIGO
           READ ARQ-SITUACAO-CNPJ
           IF WS-RESULTADO-SCN = 00
              MOVE SPACES TO WS-RECEITA-TELA
              IF SCN-SITUACAO NOT = 02
                 MOVE "*" TO WS-RECEITA-TELA(1:1)
              END-IF
              MOVE SCN-DESCRICAO(1:8) TO WS-RECEITA-TELA(2:8)
              MOVE SCN-DATA-SITUACAO  TO WS-RECEITA-TELA(11:10)
           END-IF
           CLOSE ARQ-SITUACAO-CNPJ.
       F-BUSCA-SITUACAO-CNPJ. EXIT.

      * GRUPO ECONOMICO DO CLIENTE (GRUPOCLI.DAT) E QUANTIDADE DE
      * FILIAIS; O NOME E O LIMITE VEM DO GRUPO.DAT.
       BUSCA-GRUPO.
           MOVE ZEROS  TO WS-GRUPO-CODIGO
           MOVE ZEROS  TO WS-GRUPO-FILIAIS
           MOVE ZEROS  TO WS-GRUPO-LIMITE
           MOVE "SEM GRUPO ECONOMICO" TO WS-GRUPO-TELA
           MOVE "GRUPOCLI.DAT" TO WID-ARQ-GRUPO-CLI
           OPEN INPUT ARQ-GRUPO-CLI
           IF WS-RESULTADO-GCL NOT = 00
              GO TO F-BUSCA-GRUPO
           END-IF
           MOVE CLI-CODIGO TO GCL-CLI-CODIGO
           START ARQ-GRUPO-CLI KEY IS EQUAL GCL-CLI-CODIGO
           IF WS-RESULTADO-GCL = 00
              READ ARQ-GRUPO-CLI NEXT
                 AT END
                    CONTINUE
              END-READ
              IF WS-RESULTADO-GCL = 00
                 AND GCL-CLI-CODIGO = CLI-CODIGO
                 MOVE GCL-GRP-CODIGO TO WS-GRUPO-CODIGO
              END-IF
           END-IF
           IF WS-GRUPO-CODIGO > ZEROS
              MOVE WS-GRUPO-CODIGO TO GCL-GRP-CODIGO
              MOVE ZEROS           TO GCL-CLI-CODIGO
              START ARQ-GRUPO-CLI KEY NOT LESS GCL-CHAVE
              IF WS-RESULTADO-GCL = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-GRUPO-CLI NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF GCL-GRP-CODIGO NOT = WS-GRUPO-CODIGO
                       EXIT PERFORM
                    END-IF
                    ADD 1 TO WS-GRUPO-FILIAIS
                 END-PERFORM
              END-IF
           END-IF
           CLOSE ARQ-GRUPO-CLI
           IF WS-GRUPO-CODIGO = ZEROS
              GO TO F-BUSCA-GRUPO
           END-IF
           MOVE SPACES TO GRP-NOME
           MOVE "GRUPO.DAT" TO WID-ARQ-GRUPO
           OPEN INPUT ARQ-GRUPO
           IF WS-RESULTADO-GRP = 00
              MOVE WS-GRUPO-CODIGO TO GRP-CODIGO
              READ ARQ-GRUPO
              IF WS-RESULTADO-GRP = 00
                 MOVE GRP-LIMITE-CREDITO TO WS-GRUPO-LIMITE
              ELSE
                 MOVE SPACES TO GRP-NOME
              END-IF
              CLOSE ARQ-GRUPO
           END-IF
           MOVE WS-GRUPO-FILIAIS TO WS-GRUPO-FILIAIS-ED
           MOVE SPACES TO WS-GRUPO-TELA
           STRING WS-GRUPO-CODIGO " " GRP-NOME(1:30) " FILIAIS: "
                  WS-GRUPO-FILIAIS-ED
                  DELIMITED BY SIZE INTO WS-GRUPO-TELA.
       F-BUSCA-GRUPO. EXIT.

      * FILIAIS DO GRUPO EM PAUTA: AS 10 PRIMEIRAS VAO PARA A TELA COM
      * SITUACAO, BLOQUEIO, TITULAR (DISTMEST.DAT) E SALDO EM ABERTO;
      * O SALDO DO GRUPO SOMA TODAS. O REGISTRO DO CLIENTE CONSULTADO
      * E SUBSTITUIDO PELO DE CADA FILIAL DURANTE A LISTAGEM. PARA O
      * OPERADOR RESTRITO A UMA CARTEIRA, A FILIAL DE FORA DELA NAO
      * GANHA LINHA E CONTA ENTRE AS FILIAIS FORA DA LISTA; O SALDO DO
      * GRUPO CONTINUA INTEIRO, POIS E O QUE SE COMPARA AO LIMITE.
       LISTA-FILIAIS.
           MOVE SPACES TO WS-FILIAIS-TELA
           MOVE ZEROS  TO WS-QTD-FILIAIS-TELA
           MOVE ZEROS  TO WS-FILIAIS-FORA-TELA
           MOVE ZEROS  TO WS-GRUPO-SALDO
           MOVE "GRUPOCLI.DAT" TO WID-ARQ-GRUPO-CLI
           OPEN INPUT ARQ-GRUPO-CLI
           IF WS-RESULTADO-GCL NOT = 00
              GO TO F-LISTA-FILIAIS
           END-IF
           MOVE "N" TO WS-EXISTE-PEDIDO
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PED = 00
              MOVE "S" TO WS-EXISTE-PEDIDO
           END-IF
           MOVE "N" TO WS-EXISTE-DIST-MEST
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE "S" TO WS-EXISTE-DIST-MEST
           END-IF
           MOVE WS-GRUPO-CODIGO TO GCL-GRP-CODIGO
           MOVE ZEROS           TO GCL-CLI-CODIGO
           START ARQ-GRUPO-CLI KEY NOT LESS GCL-CHAVE
           IF WS-RESULTADO-GCL = 00
              PERFORM UNTIL EXIT
                 READ ARQ-GRUPO-CLI NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF GCL-GRP-CODIGO NOT = WS-GRUPO-CODIGO
                    EXIT PERFORM
                 END-IF
                 PERFORM SALDO-FILIAL THRU F-SALDO-FILIAL
                 ADD WS-FILIAL-SALDO TO WS-GRUPO-SALDO
                 IF CART-RESTRITO = "S"
                    MOVE "V"            TO CART-ACAO
                    MOVE GCL-CLI-CODIGO TO CART-CLI-CODIGO
                    MOVE ZEROS          TO CART-VEN-TITULAR
                    CALL "VERIFICA-CARTEIRA" USING AREA-CARTEIRA
                    IF CART-RESULTADO NOT = "S"
                       ADD 1 TO WS-FILIAIS-FORA-TELA
                       EXIT PERFORM CYCLE
                    END-IF
                 END-IF
                 IF WS-QTD-FILIAIS-TELA < 10
                    ADD 1 TO WS-QTD-FILIAIS-TELA
                    PERFORM MONTA-LINHA-FILIAL
                       THRU F-MONTA-LINHA-FILIAL
                 ELSE
                    ADD 1 TO WS-FILIAIS-FORA-TELA
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-GRUPO-CLI
           IF WS-EXISTE-PEDIDO = "S"
              CLOSE ARQ-PEDIDO
           END-IF
           IF WS-EXISTE-DIST-MEST = "S"
              CLOSE ARQ-DIST-MEST
           END-IF.
       F-LISTA-FILIAIS. EXIT.

      * SALDO EM ABERTO (PEDIDOS NAO PAGOS) DA FILIAL GCL-CLI-CODIGO.
       SALDO-FILIAL.
           MOVE ZEROS TO WS-FILIAL-SALDO
           IF WS-EXISTE-PEDIDO NOT = "S"
              GO TO F-SALDO-FILIAL
           END-IF
           MOVE GCL-CLI-CODIGO TO PED-CLI-CODIGO
           MOVE ZEROS          TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PED-CLI-CODIGO NOT = GCL-CLI-CODIGO
                    EXIT PERFORM
                 END-IF
                 IF PED-SITUACAO NOT = "P"
                    ADD PED-VALOR TO WS-FILIAL-SALDO
                 END-IF
              END-PERFORM
           END-IF.
       F-SALDO-FILIAL. EXIT.

       MONTA-LINHA-FILIAL.
           MOVE GCL-CLI-CODIGO TO WS-FIL-CODIGO(WS-QTD-FILIAIS-TELA)
           MOVE GCL-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              MOVE CLI-RAZAO-SOCIAL TO
                 WS-FIL-NOME(WS-QTD-FILIAIS-TELA)
              MOVE CLI-STATUS TO WS-FIL-STATUS(WS-QTD-FILIAIS-TELA)
              IF CLI-BLOQUEIO = "S"
                 MOVE "SIM" TO WS-FIL-BLOQUEIO(WS-QTD-FILIAIS-TELA)
              END-IF
           END-IF
           IF WS-EXISTE-DIST-MEST = "S"
              MOVE GCL-CLI-CODIGO TO DM-CLI-CODIGO
              READ ARQ-DIST-MEST
              IF WS-RESULTADO-MEST = 00
                 MOVE DM-VEN-CODIGO     TO WS-FIL-TITULAR-ED
                 MOVE WS-FIL-TITULAR-ED TO
                    WS-FIL-TITULAR(WS-QTD-FILIAIS-TELA)
              END-IF
           END-IF
           MOVE WS-FILIAL-SALDO TO WS-FIL-SALDO-ED
           MOVE WS-FIL-SALDO-ED TO WS-FIL-SALDO(WS-QTD-FILIAIS-TELA).
       F-MONTA-LINHA-FILIAL. EXIT.

      * ULTIMA INTERACAO REGISTRADA NO DIARIO DO CLIENTE (PROG47).
       BUSCA-INTERACAO.
           MOVE "SEM INTERACOES REGISTRADAS" TO WS-ULT-INTERACAO
           END-IF.
       F-BUSCA-INTERACAO. EXIT.

      * CASOS DE RECLAMACAO NAO ENCERRADOS DO CLIENTE (CASO.DAT) E,
      * ENTRE ELES, OS QUE JA PASSARAM DO PRAZO.
       BUSCA-CASOS.
           MOVE ZEROS TO WS-CASOS-ABERTOS
           MOVE ZEROS TO WS-CASOS-ATRASADOS
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-AAAAMMDD(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-AAAAMMDD(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-AAAAMMDD(7:2)
           MOVE "CASO.DAT" TO WID-ARQ-CASO
           OPEN INPUT ARQ-CASO
           IF WS-RESULTADO-CAS = 00
              MOVE CLI-CODIGO TO CAS-CLI-CODIGO
              MOVE ZEROS      TO CAS-SEQUENCIA
              START ARQ-CASO KEY NOT LESS CAS-CHAVE
              IF WS-RESULTADO-CAS = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-CASO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF CAS-CLI-CODIGO NOT = CLI-CODIGO
                       EXIT PERFORM
                    END-IF
                    IF CAS-SITUACAO NOT = "E"
                       ADD 1 TO WS-CASOS-ABERTOS
                       IF CAS-PRAZO-NUM < WS-HOJE-AAAAMMDD
                          ADD 1 TO WS-CASOS-ATRASADOS
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE ARQ-CASO
           END-IF.
       F-BUSCA-CASOS. EXIT.

      * PONTUACAO DE RISCO DE PERDA (RISCO.DAT, PROG81): ATUAL E
      * TENDENCIA FRENTE A PONTUACAO DA RODADA ANTERIOR.
       BUSCA-RISCO.
           MOVE "NAO PONTUADO" TO WS-RISCO-TELA
           MOVE "RISCO.DAT" TO WID-ARQ-RISCO
           OPEN INPUT ARQ-RISCO
           IF WS-RESULTADO-RSC NOT = 00
              GO TO F-BUSCA-RISCO
           END-IF
           MOVE CLI-CODIGO TO RSC-CLI-CODIGO
           READ ARQ-RISCO
           IF WS-RESULTADO-RSC = 00
              MOVE SPACES TO WS-RISCO-TELA
              EVALUATE TRUE
                 WHEN RSC-DATA-ANTERIOR = SPACES
                    STRING RSC-PONTUACAO " EM " RSC-DATA
                           DELIMITED BY SIZE INTO WS-RISCO-TELA
                 WHEN RSC-PONTUACAO > RSC-PONTUACAO-ANTERIOR
                    STRING RSC-PONTUACAO " EM ALTA (ANT "
                           RSC-PONTUACAO-ANTERIOR ")"
                           DELIMITED BY SIZE INTO WS-RISCO-TELA
                 WHEN RSC-PONTUACAO < RSC-PONTUACAO-ANTERIOR
                    STRING RSC-PONTUACAO " EM QUEDA (ANT "
                           RSC-PONTUACAO-ANTERIOR ")"
                           DELIMITED BY SIZE INTO WS-RISCO-TELA
                 WHEN OTHER
                    STRING RSC-PONTUACAO " ESTAVEL (ANT "
                           RSC-PONTUACAO-ANTERIOR ")"
                           DELIMITED BY SIZE INTO WS-RISCO-TELA
              END-EVALUATE
           END-IF
           CLOSE ARQ-RISCO.
       F-BUSCA-RISCO. EXIT.

      * RESPOSTA MAIS RECENTE DO CLIENTE NA PESQUISA DE SATISFACAO
      * (PESQUISA.DAT, PROG88): NOTA, CATEGORIA, DATA E O INICIO DO
      * COMENTARIO; NA MESMA DATA VALE A ULTIMA SEQUENCIA GRAVADA.
       BUSCA-PESQUISA.
           MOVE "NAO PESQUISADO" TO WS-NPS-TELA
           MOVE ZEROS TO WS-NPS-DATA-NUM
           MOVE "PESQUISA.DAT" TO WID-ARQ-PESQUISA
           OPEN INPUT ARQ-PESQUISA
           IF WS-RESULTADO-PSQ NOT = 00
              GO TO F-BUSCA-PESQUISA
           END-IF
           MOVE CLI-CODIGO TO PSQ-CLI-CODIGO
           MOVE ZEROS      TO PSQ-SEQUENCIA
           START ARQ-PESQUISA KEY NOT LESS PSQ-CHAVE
           IF WS-RESULTADO-PSQ = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PESQUISA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PSQ-CLI-CODIGO NOT = CLI-CODIGO
                    EXIT PERFORM
                 END-IF
                 IF PSQ-DATA-NUM NOT < WS-NPS-DATA-NUM
                    MOVE PSQ-DATA-NUM TO WS-NPS-DATA-NUM
                    MOVE PSQ-NOTA     TO WS-NPS-NOTA-ED
                    MOVE SPACES       TO WS-NPS-TELA
                    EVALUATE PSQ-CATEGORIA
                       WHEN "P"
                          STRING "NOTA " WS-NPS-NOTA-ED " PROMOTOR"
                                 DELIMITED BY SIZE INTO WS-NPS-TELA
                       WHEN "N"
                          STRING "NOTA " WS-NPS-NOTA-ED " NEUTRO  "
                                 DELIMITED BY SIZE INTO WS-NPS-TELA
                       WHEN OTHER
                          STRING "NOTA " WS-NPS-NOTA-ED " DETRATOR"
                                 DELIMITED BY SIZE INTO WS-NPS-TELA
                    END-EVALUATE
                    MOVE " EM "         TO WS-NPS-TELA(17:4)
                    MOVE PSQ-DATA       TO WS-NPS-TELA(21:10)
                    MOVE PSQ-COMENTARIO TO WS-NPS-TELA(32:29)
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-PESQUISA.
       F-BUSCA-PESQUISA. EXIT.

      * CAMPANHA DE VENDAS EM ANDAMENTO HOJE (CAMPANHA.DAT, PROG89)
      * QUE TEM O CLIENTE NO GRUPO ALVO (CAMPCLI.DAT): CODIGO,
      * DESCRICAO E TERMINO DA PRIMEIRA ENCONTRADA.
       BUSCA-CAMPANHA.
           MOVE "NENHUMA EM ANDAMENTO" TO WS-CAMPANHA-TELA
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-AAAAMMDD(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-AAAAMMDD(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-AAAAMMDD(7:2)
           MOVE "CAMPANHA.DAT" TO WID-ARQ-CAMPANHA
           OPEN INPUT ARQ-CAMPANHA
           IF WS-RESULTADO-CMP NOT = 00
              GO TO F-BUSCA-CAMPANHA
           END-IF
           MOVE "CAMPCLI.DAT" TO WID-ARQ-CAMPANHA-CLI
           OPEN INPUT ARQ-CAMPANHA-CLI
           IF WS-RESULTADO-CPC NOT = 00
              CLOSE ARQ-CAMPANHA
              GO TO F-BUSCA-CAMPANHA
           END-IF
           MOVE ZEROS TO CMP-CODIGO
           START ARQ-CAMPANHA KEY NOT LESS CMP-CODIGO
           IF WS-RESULTADO-CMP = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CAMPANHA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CMP-INICIO-NUM NOT > WS-HOJE-AAAAMMDD
                    AND CMP-FIM-NUM NOT < WS-HOJE-AAAAMMDD
                    MOVE CMP-CODIGO TO CPC-CMP-CODIGO
                    MOVE CLI-CODIGO TO CPC-CLI-CODIGO
                    READ ARQ-CAMPANHA-CLI
                    IF WS-RESULTADO-CPC = 00 AND CPC-GRUPO = "A"
                       MOVE SPACES TO WS-CAMPANHA-TELA
                       STRING CMP-CODIGO " " CMP-DESCRICAO(1:35)
                              " ATE " CMP-DATA-FIM
                              DELIMITED BY SIZE INTO WS-CAMPANHA-TELA
                       EXIT PERFORM
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-CAMPANHA
           CLOSE ARQ-CAMPANHA-CLI.
       F-BUSCA-CAMPANHA. EXIT.

       BUSCA-CONTATOS.
           MOVE SPACES TO WS-CONTATOS-TELA
           MOVE ZEROS  TO WS-QTD-CONTATOS
