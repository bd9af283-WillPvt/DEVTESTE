      * CIRURGIA PARA DESLIGAMENTO DE VENDEDOR: RECEBE UM CODIGO E
      * REDISTRIBUI SOMENTE OS CLIENTES DAQUELE VENDEDOR, APLICANDO
      * AS MESMAS REGRAS DA DISTRIBUICAO COMPLETA (FIXACAO,
      * TERRITORIO, SEGMENTO, CAPACIDADE E VENDEDOR MAIS PROXIMO DO
      * PROG05).
      * AS DEMAIS LINHAS DO DIST.CSV FICAM INTACTAS; AS CARTEIRAS
      * (VEN-QTD-CARTEIRA) DOS RECEPTORES SAO AJUSTADAS, OS CLIENTES
      * SEM CANDIDATO VAO PARA O EXCECAO.CSV E AS TROCAS ENTRAM NA
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-TER.

           SELECT ARQ-CLI-CNAE ASSIGN TO DISK WID-ARQ-CLI-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNA.

           SELECT ARQ-ESPECIALIZACAO ASSIGN TO DISK
                  WID-ARQ-ESPECIALIZACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ESP-VEN-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ESP.

           SELECT ARQ-FIXACAO ASSIGN TO DISK WID-ARQ-FIXACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS FIX-CLI-CODIGO

       COPY "ARQ-TERRITORIO.FD".

       COPY "ARQ-CLI-CNAE.FD".

       COPY "ARQ-ESPECIALIZACAO.FD".

       COPY "ARQ-FIXACAO.FD".

       COPY "ARQ-DIST.FD".
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-TER      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-CLI-CNAE      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNA      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-ESPECIALIZACAO PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ESP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FIX      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WS-SLOT               PIC 9(04) VALUE ZEROS.
       77 WS-SLOT-TERR          PIC 9(04) VALUE ZEROS.
       77 WS-UIDX               PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-CNAE        PIC X(01) VALUE "N".
       77 WS-CLI-CNAE           PIC X(07) VALUE SPACES.
       77 WS-ESPECIALIZACAO-OK  PIC X(01) VALUE "S".
       77 WS-TAM-PREFIXO        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FORA-SEGMENTO  PIC 9(04) VALUE ZEROS.
       77 WS-QTD-MOVIDOS        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-EXCECOES       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MANTIDOS       PIC 9(07) VALUE ZEROS.
             03 WS-TVEN-LATITUDE        PIC S9(03)V9(08).
             03 WS-TVEN-LONGITUDE       PIC S9(03)V9(08).
             03 WS-TVEN-CAPACIDADE      PIC 9(04).
             03 WS-TVEN-EMPRESA         PIC 9(02).
             03 WS-TVEN-CARTEIRA        PIC 9(04).
             03 WS-TVEN-UFS.
                04 WS-TVEN-UF OCCURS 10 PIC X(02).
             03 WS-TVEN-CNAES.
                04 WS-TVEN-CNAE OCCURS 10 PIC X(07).
       01 WS-TAB-SLOT-VENDEDOR.
          02 WS-TVEN-SLOT OCCURS 999    PIC 9(04).

           ELSE
              MOVE "N" TO WS-EXISTE-ENDERECO
           END-IF
           MOVE "CLICNAE.DAT" TO WID-ARQ-CLI-CNAE
           OPEN INPUT ARQ-CLI-CNAE
           IF WS-RESULTADO-CNA = 00
              MOVE "S" TO WS-EXISTE-CNAE
           ELSE
              MOVE "N" TO WS-EXISTE-CNAE
           END-IF
           MOVE "FIXACAO.DAT" TO WID-ARQ-FIXACAO
           OPEN INPUT ARQ-FIXACAO
           IF WS-RESULTADO-FIX = 00
              THRU F-CARREGA-TAB-VENDEDORES
           PERFORM CARREGA-TERRITORIOS
              THRU F-CARREGA-TERRITORIOS
           PERFORM CARREGA-ESPECIALIZACOES
              THRU F-CARREGA-ESPECIALIZACOES

           PERFORM REDISTRIBUI-CARTEIRA
              THRU F-REDISTRIBUI-CARTEIRA
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           IF WS-EXISTE-CNAE = "S"
              CLOSE ARQ-CLI-CNAE
           END-IF
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR

       F-REDISTRIBUI-CARTEIRA. EXIT.

      * UM CLIENTE DO VENDEDOR QUE SAI: FIXACAO VALIDA PRIMEIRO,
      * DEPOIS A LOGICA DE DISTANCIA COM TERRITORIO, SEGMENTO E
      * CAPACIDADE;
      * SEM CANDIDATO O CLIENTE VIRA EXCECAO E SAI DO DIST.CSV.
       TRATA-CLIENTE.
           MOVE DIST-CLI-CODIGO TO CLI-CODIGO
              GO TO F-TRATA-CLIENTE
           END-IF

           PERFORM PEGA-CNAE-CLIENTE THRU F-PEGA-CNAE-CLIENTE
           MOVE ZEROS TO WS-QTE-CANDIDATOS
           MOVE ZEROS TO WS-QTD-FORA-SEGMENTO
           PERFORM VARYING WS-TIDX FROM 1 BY 1
              UNTIL WS-TIDX > WS-QTD-TAB-VEN
              MOVE WS-TIDX TO WS-SLOT-TERR
              PERFORM VERIFICA-TERRITORIO THRU F-VERIFICA-TERRITORIO
              PERFORM VERIFICA-CAPACIDADE THRU F-VERIFICA-CAPACIDADE
              PERFORM VERIFICA-ESPECIALIZACAO
                 THRU F-VERIFICA-ESPECIALIZACAO
              IF WS-TERRITORIO-OK = "S" AND WS-CAPACIDADE-OK = "S"
                 AND WS-ESPECIALIZACAO-OK = "N"
                 ADD 1 TO WS-QTD-FORA-SEGMENTO
              END-IF
              IF WS-TERRITORIO-OK = "S" AND WS-CAPACIDADE-OK = "S"
                 AND WS-ESPECIALIZACAO-OK = "S"
                 MOVE WS-TVEN-LATITUDE(WS-TIDX)  TO LAT2
                 MOVE WS-TVEN-LONGITUDE(WS-TIDX) TO LON2
                 PERFORM CALCULA-DISTANCIA THRU F-CALCULA-DISTANCIA
              MOVE DIST-CLI-CODIGO       TO EXCE-CLI-CODIGO
              MOVE DIST-CLI-RAZAO-SOCIAL TO EXCE-CLI-RAZAO-SOCIAL
              MOVE ZEROS                 TO EXCE-VEN-CODIGO
              IF WS-QTD-FORA-SEGMENTO > ZEROS
                 MOVE "SEM VENDEDOR HABILITADO NO SEGMENTO"
                                         TO EXCE-VEN-RAZAO-SOCIAL
              ELSE
                 MOVE "SEM VENDEDOR DISPONIVEL (LOTADO)"
                                         TO EXCE-VEN-RAZAO-SOCIAL
              END-IF
              MOVE ZEROS                 TO EXCE-DISTANCIA
              MOVE WS-CLI-UF             TO EXCE-UF
              WRITE REGISTRO-EXCECAO
       F-GRAVA-NOVA-LINHA. EXIT.

      * UM CLIENTE SO E TRATADO COMO FIXADO QUANDO O VENDEDOR FIXADO
      * AINDA EXISTE, ESTA ATIVO, E DA EMPRESA DO CLIENTE E NAO E O
      * PROPRIO VENDEDOR QUE SAI.
       VERIFICA-FIXACAO.
           MOVE ZEROS TO WS-SLOT
           MOVE CLI-CODIGO TO FIX-CLI-CODIGO
              AND FIX-VEN-CODIGO NOT = WS-VEN-SAINTE
              MOVE WS-TVEN-SLOT(FIX-VEN-CODIGO) TO WS-SLOT
              IF WS-SLOT > ZEROS
                 IF WS-TVEN-EMPRESA(WS-SLOT) = CLI-EMPRESA
                    MOVE "S" TO WS-CLI-FIXADO
                 END-IF
              END-IF
           END-IF.
       F-VERIFICA-FIXACAO. EXIT.
                       WS-TVEN-LONGITUDE(WS-QTD-TAB-VEN)
                    MOVE VEN-CAPACIDADE-MAX TO
                       WS-TVEN-CAPACIDADE(WS-QTD-TAB-VEN)
                    MOVE VEN-EMPRESA TO
                       WS-TVEN-EMPRESA(WS-QTD-TAB-VEN)
                    MOVE VEN-QTD-CARTEIRA TO
                       WS-TVEN-CARTEIRA(WS-QTD-TAB-VEN)
                    MOVE WS-QTD-TAB-VEN TO WS-TVEN-SLOT(VEN-CODIGO)
           END-IF.
       F-CARREGA-TERRITORIOS. EXIT.

      * VENDEDOR DE OUTRA EMPRESA NUNCA RECEBE O CLIENTE: FICA FORA
      * DO TERRITORIO, QUALQUER QUE SEJA A UF.
       VERIFICA-TERRITORIO.
           IF WS-TVEN-EMPRESA(WS-SLOT-TERR) NOT = CLI-EMPRESA
              MOVE "N" TO WS-TERRITORIO-OK
              GO TO F-VERIFICA-TERRITORIO
           END-IF
           MOVE "S" TO WS-TERRITORIO-OK
           IF WS-TVEN-UFS(WS-SLOT-TERR) NOT = SPACES
              AND WS-CLI-UF NOT = SPACES
           END-IF.
       F-PEGA-UF-CLIENTE. EXIT.

      * SEGMENTOS (PREFIXOS DE CNAE) DE CADA VENDEDOR, COMO NO PROG05.
       CARREGA-ESPECIALIZACOES.
           MOVE "ESPECIALIZACAO.DAT" TO WID-ARQ-ESPECIALIZACAO
           OPEN INPUT ARQ-ESPECIALIZACAO
           IF WS-RESULTADO-ESP = 00
              MOVE ZEROS TO ESP-VEN-CODIGO
              START ARQ-ESPECIALIZACAO KEY NOT LESS ESP-VEN-CODIGO
              IF WS-RESULTADO-ESP = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-ESPECIALIZACAO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF ESP-VEN-CODIGO > ZEROS
                       MOVE WS-TVEN-SLOT(ESP-VEN-CODIGO) TO WS-SLOT
                       IF WS-SLOT > ZEROS
                          MOVE ESP-LISTA-CNAE
                            TO WS-TVEN-CNAES(WS-SLOT)
                       END-IF
                    END-IF
                 END-PERFORM
              END-IF
              CLOSE ARQ-ESPECIALIZACAO
           END-IF.
       F-CARREGA-ESPECIALIZACOES. EXIT.

       VERIFICA-ESPECIALIZACAO.
           MOVE "S" TO WS-ESPECIALIZACAO-OK
           IF WS-TVEN-CNAES(WS-SLOT-TERR) NOT = SPACES
              AND WS-CLI-CNAE NOT = SPACES
              MOVE "N" TO WS-ESPECIALIZACAO-OK
              PERFORM VARYING WS-UIDX FROM 1 BY 1
                 UNTIL WS-UIDX > 10
                 IF WS-TVEN-CNAE(WS-SLOT-TERR WS-UIDX) NOT = SPACES
                    MOVE ZEROS TO WS-TAM-PREFIXO
                    INSPECT WS-TVEN-CNAE(WS-SLOT-TERR WS-UIDX)
                       TALLYING WS-TAM-PREFIXO
                       FOR CHARACTERS BEFORE INITIAL SPACE
                    IF WS-CLI-CNAE(1:WS-TAM-PREFIXO) =
                       WS-TVEN-CNAE(WS-SLOT-TERR WS-UIDX)
                          (1:WS-TAM-PREFIXO)
                       MOVE "S" TO WS-ESPECIALIZACAO-OK
                    END-IF
                 END-IF
              END-PERFORM
           END-IF.
       F-VERIFICA-ESPECIALIZACAO. EXIT.

       PEGA-CNAE-CLIENTE.
           MOVE SPACES TO WS-CLI-CNAE
           IF WS-EXISTE-CNAE = "S"
              MOVE CLI-CODIGO TO CNA-CLI-CODIGO
              READ ARQ-CLI-CNAE
              IF WS-RESULTADO-CNA = 00
                 MOVE CNA-CNAE TO WS-CLI-CNAE
              END-IF
           END-IF.
       F-PEGA-CNAE-CLIENTE. EXIT.

       ATUALIZA-TOP3-VENDEDOR.
           EVALUATE TRUE
              WHEN WS-QTE-CANDIDATOS = 0
