                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

           SELECT ARQ-DEVOLUCAO ASSIGN TO DISK WID-ARQ-DEVOLUCAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DEV-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-DEV.

           SELECT ARQ-TERRITORIO ASSIGN TO DISK WID-ARQ-TERRITORIO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS TER-VEN-CODIGO
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
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CAC.

           SELECT ARQ-GRUPO-CLI ASSIGN TO DISK WID-ARQ-GRUPO-CLI
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GCL-CHAVE
                  ALTERNATE RECORD KEY IS GCL-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-GCL.

           SELECT ARQ-GRUPO-DIST ASSIGN TO DISK WS-LOCAL-ARQ-GRUPO-DIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS GDI-GRP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-GDI.

           SELECT ARQ-CTL-DISTGER ASSIGN TO "DISTGER.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-GERD.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

           SELECT ARQ-CTL-VOLUME ASSIGN TO "VOLUME.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-VOL.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-TERRITORIO.FD".

       COPY "ARQ-CLI-CNAE.FD".

       COPY "ARQ-ESPECIALIZACAO.FD".

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-DEVOLUCAO.FD".

       COPY "ARQ-FIXACAO.FD".

       COPY "ARQ-DIST.FD".
                03 CAC-FATOR-ROTA  PIC X(01).
             02 CAC-DISTANCIA      PIC S9(03)V9(08).

       COPY "ARQ-GRUPO-CLI.FD".

      * TITULAR DE CADA GRUPO ECONOMICO NA EXECUCAO (GRPDIST.DAT, OU
      * GRPDIST-SIMULA.DAT NA SIMULACAO): O VENDEDOR DA PRIMEIRA
      * FILIAL DISTRIBUIDA DO GRUPO, QUE LEVA AS DEMAIS FILIAIS.
       FD ARQ-GRUPO-DIST.
          01 REGISTRO-GRUPO-DIST.
             02 GDI-GRP-CODIGO     PIC 9(08).
             02 GDI-VEN-CODIGO     PIC 9(03).

       FD ARQ-CTL-DISTGER.
          01 REG-CTL-DISTGER.
             02 GERD-SUFIXO        PIC X(08).

       COPY "ARQ-CTL-OPERADOR.FD".

       COPY "ARQ-CTL-VOLUME.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WS-TIPO-DADO-DISPLAY  PIC X(12) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-PEDIDO      PIC X(01) VALUE "N".
       77 WID-ARQ-DEVOLUCAO     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-DEV      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-DEVOLUCAO   PIC X(01) VALUE "N".
       77 WS-DEVOLVIDO-CLIENTE  PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-BALANCEIA-RECEITA  PIC X(01) VALUE SPACES.
       77 WS-TETO-RECEITA       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-RECEITA-CLIENTE    PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TERRITORIO-OK      PIC X(01) VALUE "S".
       77 WS-SLOT-TERR          PIC 9(04) VALUE ZEROS.
       77 WS-UIDX               PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-CLI-CNAE      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNA      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-CNAE        PIC X(01) VALUE "N".
       77 WS-CLI-CNAE           PIC X(07) VALUE SPACES.
       77 WID-ARQ-ESPECIALIZACAO PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ESP      PIC 9(02) VALUE ZEROS.
       77 WS-ESPECIALIZACAO-OK  PIC X(01) VALUE "S".
       77 WS-TAM-PREFIXO        PIC 9(02) VALUE ZEROS.
       77 WS-QTD-FORA-SEGMENTO  PIC 9(04) VALUE ZEROS.
       77 WS-RESULTADO-FIX      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-FIXACAO     PIC X(01) VALUE "N".
       77 WS-CLI-FIXADO         PIC X(01) VALUE "N".
       77 WS-QTD-VEN-ATUAL      PIC 9(07) VALUE ZEROS.
       77 WS-RECONCILIACAO-OK   PIC X(01) VALUE "S".
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VOL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 WS-EXISTE-DIST-ANTERIOR PIC X(01) VALUE "N".
       77 WS-DISTANCIA-MAXIMA   PIC 9(03)V9(02) VALUE ZEROS.
       77 WS-REL-DISTANCIA      PIC ZZ9,99.
       77 WS-USA-FATOR-ROTA     PIC X(01) VALUE SPACES.
       77 WS-TOLERANCIA-PERM    PIC 9(03) VALUE ZEROS.
       77 WS-USA-TOLERANCIA     PIC X(01) VALUE "N".
       77 WS-CLI-INICIO         PIC 9(07) VALUE ZEROS.
       77 WS-CONTINUACAO        PIC X(01) VALUE "N".
       77 WS-CLI-PROCESSADOS    PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CLI-LIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DIST-GRAVADOS  PIC 9(07) VALUE ZEROS.
       77 WS-INTERVALO-CKPT     PIC 9(04) VALUE 100.
       77 WS-QTE-CKPT           PIC 9(07) VALUE ZEROS.
       77 WS-RESTO-CKPT         PIC 9(04) VALUE ZEROS.
       77 WS-QTD-EXCECOES       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MUDANCAS       PIC 9(05) VALUE ZEROS.
       77 WS-IDX                PIC 9(03) VALUE ZEROS.
       77 WID-ARQ-GRUPO-CLI     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-GCL      PIC 9(02) VALUE ZEROS.
       77 WS-LOCAL-ARQ-GRUPO-DIST PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-GDI      PIC 9(02) VALUE ZEROS.
       77 WS-UNIFICA-GRUPO      PIC X(01) VALUE SPACES.
       77 WS-GRUPO-CLIENTE      PIC 9(08) VALUE ZEROS.
       77 WS-EXCECOES-ANTES     PIC 9(05) VALUE ZEROS.

      * QUADRO DE CONTAGENS POR VENDEDOR USADO NO RELATORIO
      * COMPARATIVO DA SIMULACAO.
             03 WS-TVEN-LATITUDE        PIC S9(03)V9(08).
             03 WS-TVEN-LONGITUDE       PIC S9(03)V9(08).
             03 WS-TVEN-CAPACIDADE      PIC 9(04).
             03 WS-TVEN-EMPRESA         PIC 9(02).
             03 WS-TVEN-CARTEIRA        PIC 9(04).
             03 WS-TVEN-RECEITA         PIC 9(13)V9(02).
             03 WS-TVEN-UFS.
                04 WS-TVEN-UF OCCURS 10 PIC X(02).
             03 WS-TVEN-CNAES.
                04 WS-TVEN-CNAE OCCURS 10 PIC X(07).
       01 WS-TAB-SLOT-VENDEDOR.
          02 WS-TVEN-SLOT OCCURS 999    PIC 9(04).

       77 WS-3-VEN-CODIGO       PIC 9(03).
       77 WS-3-VEN-NOME         PIC X(40).
       77 WS-3-DISTANCIA        PIC S9(03)V9(08).
       COPY "AREA-RELARQ.cpy".


       LINKAGE SECTION.
             "BALANCEAR POR RECEITA (S/N)........................:".
          02 LINE 19 COLUMN 01 VALUE
             "TETO DE RECEITA POR VENDEDOR (0 = SEM TETO)........:".
          02 LINE 21 COLUMN 01 VALUE
             "MANTER AS FILIAIS DO GRUPO COM UM SO TITULAR (S/N).:".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
           MOVE SPACES TO WS-USA-FATOR-ROTA
           MOVE SPACES TO WS-SOMENTE-SIMULA
           MOVE SPACES TO WS-BALANCEIA-RECEITA
           MOVE SPACES TO WS-UNIFICA-GRUPO
           MOVE ZEROS  TO WS-QTD-EXCECOES
           MOVE ZEROS  TO WS-QTD-MUDANCAS
           MOVE ZEROS  TO WS-CLI-PROCESSADOS
           MOVE ZEROS  TO WS-QTD-CLI-LIDOS
           MOVE ZEROS  TO WS-QTD-DIST-GRAVADOS
           MOVE ZEROS  TO WS-QTD-CACHE-HITS
           MOVE ZEROS  TO WS-QTD-CACHE-CALC
           MOVE "S"    TO WS-EXEC-RESULTADO
              IF WS-BALANCEIA-RECEITA = "S"
                 ACCEPT WS-TETO-RECEITA AT 1954
              END-IF
              PERFORM UNTIL WS-UNIFICA-GRUPO = "S" OR = "N"
                 ACCEPT WS-UNIFICA-GRUPO AT 2154
              END-PERFORM
           END-IF

      * TRAVA DE EXECUCAO (BLOQUEIO.CTL): A DISTRIBUICAO DETEM OS
              THRU F-CARREGA-TAB-VENDEDORES
           PERFORM CARREGA-TERRITORIOS
              THRU F-CARREGA-TERRITORIOS
           PERFORM CARREGA-ESPECIALIZACOES
              THRU F-CARREGA-ESPECIALIZACOES
           IF WS-CONTINUACAO = "S"
              PERFORM RECONTA-CARTEIRA-DIST
                 THRU F-RECONTA-CARTEIRA-DIST
              MOVE "N" TO WS-EXISTE-PEDIDO
           END-IF

           MOVE "DEVOLUCAO.DAT" TO WID-ARQ-DEVOLUCAO
           OPEN INPUT ARQ-DEVOLUCAO
           IF WS-RESULTADO-DEV = 00
              MOVE "S" TO WS-EXISTE-DEVOLUCAO
           ELSE
              MOVE "N" TO WS-EXISTE-DEVOLUCAO
           END-IF

           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN INPUT ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END = 00
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
              MOVE "N" TO WS-EXISTE-FIXACAO
           END-IF

      * TITULAR UNICO POR GRUPO ECONOMICO: SEM OS GRUPOS DO PROG64 A
      * OPCAO FICA DESLIGADA. A TABELA DE TITULARES SO E PRESERVADA
      * NA CONTINUACAO (CHECKPOINT OU FAIXA), COMO O DIST.CSV.
           IF WS-UNIFICA-GRUPO = "S"
              MOVE "GRUPOCLI.DAT" TO WID-ARQ-GRUPO-CLI
              OPEN INPUT ARQ-GRUPO-CLI
              IF WS-RESULTADO-GCL NOT = 00
                 MOVE "N" TO WS-UNIFICA-GRUPO
              END-IF
           END-IF
           IF WS-UNIFICA-GRUPO = "S"
              IF WS-SOMENTE-SIMULA = "S"
                 MOVE "GRPDIST-SIMULA.DAT" TO WS-LOCAL-ARQ-GRUPO-DIST
              ELSE
                 MOVE "GRPDIST.DAT"        TO WS-LOCAL-ARQ-GRUPO-DIST
              END-IF
              IF WS-CONTINUACAO = "S"
                 OPEN I-O ARQ-GRUPO-DIST
              ELSE
                 MOVE 35 TO WS-RESULTADO-GDI
              END-IF
              IF WS-RESULTADO-GDI = 35
                 OPEN OUTPUT ARQ-GRUPO-DIST
                 CLOSE ARQ-GRUPO-DIST
                 OPEN I-O ARQ-GRUPO-DIST
              END-IF
           END-IF

           MOVE "N" TO WS-USA-TOLERANCIA
           IF WS-EXISTE-DIST-ANTERIOR = "S"
              AND WS-TOLERANCIA-PERM > ZEROS
                 READ ARQ-CLIENTE NEXT AT END
                   EXIT PERFORM
                 END-READ
                 ADD 1 TO WS-QTD-CLI-LIDOS

                 IF WS-FAIXA-FIM > ZEROS
                    AND CLI-CODIGO > WS-FAIXA-FIM
                       PERFORM VERIFICA-FIXACAO
                          THRU F-VERIFICA-FIXACAO
                    END-IF
                    EVALUATE TRUE
                       WHEN WS-CLI-FIXADO = "S"
                          PERFORM ATRIBUI-FIXADO
                             THRU F-ATRIBUI-FIXADO
                       WHEN WS-UNIFICA-GRUPO = "S"
                          PERFORM DISTRIBUI-FILIAL-GRUPO
                             THRU F-DISTRIBUI-FILIAL-GRUPO
                       WHEN OTHER
                          PERFORM DISTANCIA-VENDEDOR
                             THRU F-DISTANCIA-VENDEDOR
                    END-EVALUATE
                 END-IF

                 IF WS-SOMENTE-SIMULA NOT = "S"
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           IF WS-EXISTE-CNAE = "S"
              CLOSE ARQ-CLI-CNAE
           END-IF
           IF WS-EXISTE-PEDIDO = "S"
              CLOSE ARQ-PEDIDO
           END-IF
           IF WS-EXISTE-DEVOLUCAO = "S"
              CLOSE ARQ-DEVOLUCAO
           END-IF
           IF WS-USA-TOLERANCIA = "S"
              CLOSE ARQ-DIST-BKP
           END-IF
           IF WS-UNIFICA-GRUPO = "S"
              CLOSE ARQ-GRUPO-CLI
              CLOSE ARQ-GRUPO-DIST
           END-IF

           IF WS-SOMENTE-SIMULA = "S"
              PERFORM GERA-RELATORIO-SIMULACAO
              OPEN OUTPUT ARQ-CTL-EXECUCAO
           END-IF
           WRITE REG-CTL-EXECUCAO
           CLOSE ARQ-CTL-EXECUCAO
      * VOLUME DA ETAPA PARA O HISTORICO DE TEMPOS DO BATCH DIARIO:
      * CLIENTES LIDOS E REGISTROS GRAVADOS NO DIST.CSV.
           MOVE "PROG05" TO VOL-PROGRAMA
           MOVE "CLIENTE.DAT" TO VOL-ARQUIVO
           MOVE WS-QTD-CLI-LIDOS TO VOL-LIDOS
           MOVE WS-QTD-DIST-GRAVADOS TO VOL-GRAVADOS
           OPEN OUTPUT ARQ-CTL-VOLUME
           IF WS-RESULTADO-VOL = 00
              WRITE REG-CTL-VOLUME
              CLOSE ARQ-CTL-VOLUME
           END-IF.
       F-GRAVA-EXECUCAO. EXIT.

       VALIDA-RECONCILIACAO.
       F-RESERVA-FIXADOS. EXIT.

      * UM CLIENTE SO E TRATADO COMO FIXADO QUANDO O VENDEDOR FIXADO
      * AINDA EXISTE E ESTA ATIVO (PRESENTE NA TABELA DE VENDEDORES)
      * E E DA MESMA EMPRESA DO CLIENTE; CASO CONTRARIO O CLIENTE
      * VOLTA A LOGICA NORMAL DE DISTANCIA.
       VERIFICA-FIXACAO.
           MOVE ZEROS TO WS-SLOT
           MOVE CLI-CODIGO TO FIX-CLI-CODIGO
           IF WS-RESULTADO-FIX = 00 AND FIX-VEN-CODIGO > ZEROS
              MOVE WS-TVEN-SLOT(FIX-VEN-CODIGO) TO WS-SLOT
              IF WS-SLOT > ZEROS
                 IF WS-TVEN-EMPRESA(WS-SLOT) = CLI-EMPRESA
                    MOVE "S" TO WS-CLI-FIXADO
                 END-IF
              END-IF
           END-IF.
       F-VERIFICA-FIXACAO. EXIT.
           MOVE ZEROS             TO DIST-VEN3-DISTANCIA
           MOVE WS-RECEITA-CLIENTE TO DIST-RECEITA
           WRITE REGISTRO-DIST
           ADD 1 TO WS-QTD-DIST-GRAVADOS
           MOVE SPACES TO REGISTRO-DIST.
       F-ATRIBUI-FIXADO. EXIT.

      * FILIAL DE GRUPO ECONOMICO: SE O GRUPO JA TEM TITULAR NESTA
      * EXECUCAO (E ELE CONTINUA ATIVO) A FILIAL VAI PARA ELE COMO UM
      * FIXADO, PASSANDO POR CIMA DE DISTANCIA E CAPACIDADE; SENAO A
      * FILIAL E DISTRIBUIDA PELA DISTANCIA (TAMBEM QUANDO O TITULAR
      * E DE OUTRA EMPRESA) E, SE NAO VIROU EXCECAO,
      * O VENDEDOR DELA PASSA A SER O TITULAR DO GRUPO. CLIENTE FIXADO
      * FICA COM O VENDEDOR DO CONTRATO E NAO DEFINE O TITULAR.
       DISTRIBUI-FILIAL-GRUPO.
           MOVE ZEROS TO WS-GRUPO-CLIENTE
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
              END-IF
           END-IF
           IF WS-GRUPO-CLIENTE = ZEROS
              PERFORM DISTANCIA-VENDEDOR THRU F-DISTANCIA-VENDEDOR
              GO TO F-DISTRIBUI-FILIAL-GRUPO
           END-IF

           MOVE WS-GRUPO-CLIENTE TO GDI-GRP-CODIGO
           READ ARQ-GRUPO-DIST
           IF WS-RESULTADO-GDI = 00
              MOVE WS-TVEN-SLOT(GDI-VEN-CODIGO) TO WS-SLOT
              IF WS-SLOT > ZEROS
                 IF WS-TVEN-EMPRESA(WS-SLOT) NOT = CLI-EMPRESA
                    MOVE ZEROS TO WS-SLOT
                 END-IF
              END-IF
              IF WS-SLOT > ZEROS
                 PERFORM ATRIBUI-FIXADO THRU F-ATRIBUI-FIXADO
                 MOVE GDI-VEN-CODIGO TO WS-1-VEN-CODIGO
                 PERFORM ATUALIZA-CARTEIRA-VENDEDOR
                    THRU F-ATUALIZA-CARTEIRA-VENDEDOR
                 GO TO F-DISTRIBUI-FILIAL-GRUPO
              END-IF
           END-IF

           MOVE WS-QTD-EXCECOES TO WS-EXCECOES-ANTES
           PERFORM DISTANCIA-VENDEDOR THRU F-DISTANCIA-VENDEDOR
           IF WS-QTD-EXCECOES = WS-EXCECOES-ANTES
              MOVE WS-GRUPO-CLIENTE TO GDI-GRP-CODIGO
              READ ARQ-GRUPO-DIST
              MOVE WS-1-VEN-CODIGO  TO GDI-VEN-CODIGO
              IF WS-RESULTADO-GDI = 00
                 REWRITE REGISTRO-GRUPO-DIST
              ELSE
                 MOVE WS-GRUPO-CLIENTE TO GDI-GRP-CODIGO
                 WRITE REGISTRO-GRUPO-DIST
              END-IF
           END-IF.
       F-DISTRIBUI-FILIAL-GRUPO. EXIT.

      * CARREGA OS VENDEDORES ATIVOS NA TABELA EM MEMORIA (UMA UNICA
      * PASSAGEM PELO VENDEDOR.DAT POR EXECUCAO) E MONTA O INDICE
      * CODIGO -> POSICAO NA TABELA.
                       WS-TVEN-LONGITUDE(WS-QTD-TAB-VEN)
                    MOVE VEN-CAPACIDADE-MAX TO
                       WS-TVEN-CAPACIDADE(WS-QTD-TAB-VEN)
                    MOVE VEN-EMPRESA TO
                       WS-TVEN-EMPRESA(WS-QTD-TAB-VEN)
                    MOVE ZEROS TO WS-TVEN-CARTEIRA(WS-QTD-TAB-VEN)
                    MOVE WS-QTD-TAB-VEN TO WS-TVEN-SLOT(VEN-CODIGO)
                 END-IF

       DISTANCIA-VENDEDOR.
           MOVE ZEROS TO WS-QTE-CANDIDATOS
           MOVE ZEROS TO WS-QTD-FORA-SEGMENTO
           PERFORM PEGA-UF-CLIENTE THRU F-PEGA-UF-CLIENTE
           PERFORM PEGA-CNAE-CLIENTE THRU F-PEGA-CNAE-CLIENTE
                 PERFORM VARYING WS-TIDX FROM 1 BY 1
                    UNTIL WS-TIDX > WS-QTD-TAB-VEN
                    MOVE WS-TIDX TO WS-SLOT-TERR
                       THRU F-VERIFICA-TERRITORIO
                    PERFORM VERIFICA-CAPACIDADE
                       THRU F-VERIFICA-CAPACIDADE
                    PERFORM VERIFICA-ESPECIALIZACAO
                       THRU F-VERIFICA-ESPECIALIZACAO
                    IF WS-TERRITORIO-OK = "S"
                       AND WS-CAPACIDADE-OK = "S"
                       AND WS-ESPECIALIZACAO-OK = "N"
                       ADD 1 TO WS-QTD-FORA-SEGMENTO
                    END-IF
                    IF WS-TERRITORIO-OK = "S"
                       AND WS-CAPACIDADE-OK = "S"
                       AND WS-ESPECIALIZACAO-OK = "S"
                       MOVE WS-TVEN-LATITUDE(WS-TIDX)  TO LAT2
                       MOVE WS-TVEN-LONGITUDE(WS-TIDX) TO LON2
                       PERFORM CALCULA-DISTANCIA
                    MOVE CLI-CODIGO        TO EXCE-CLI-CODIGO
                    MOVE CLI-RAZAO-SOCIAL  TO EXCE-CLI-RAZAO-SOCIAL
                    MOVE ZEROS              TO EXCE-VEN-CODIGO
      * HAVIA VENDEDOR NO TERRITORIO E COM CAPACIDADE, MAS NENHUM
      * HABILITADO NO SEGMENTO (CNAE) DO CLIENTE.
                    IF WS-QTD-FORA-SEGMENTO > ZEROS
                       MOVE "SEM VENDEDOR HABILITADO NO SEGMENTO"
                                            TO EXCE-VEN-RAZAO-SOCIAL
                    ELSE
                       MOVE "SEM VENDEDOR DISPONIVEL (LOTADO)"
                                            TO EXCE-VEN-RAZAO-SOCIAL
                    END-IF
                    MOVE ZEROS              TO EXCE-DISTANCIA
                    PERFORM PEGA-UF-CLIENTE THRU F-PEGA-UF-CLIENTE
                    MOVE WS-CLI-UF          TO EXCE-UF
                       MOVE WS-RECEITA-CLIENTE TO DIST-RECEITA

                       WRITE REGISTRO-DIST
                       ADD 1 TO WS-QTD-DIST-GRAVADOS
                       MOVE SPACES TO REGISTRO-DIST

                       PERFORM ATUALIZA-CARTEIRA-VENDEDOR
                    THRU F-VERIFICA-TERRITORIO
                 PERFORM VERIFICA-CAPACIDADE
                    THRU F-VERIFICA-CAPACIDADE
                 PERFORM VERIFICA-ESPECIALIZACAO
                    THRU F-VERIFICA-ESPECIALIZACAO
              ELSE
                 MOVE "N" TO WS-TERRITORIO-OK
                 MOVE "N" TO WS-CAPACIDADE-OK
                 MOVE "N" TO WS-ESPECIALIZACAO-OK
              END-IF
              IF WS-SLOT > ZEROS
                 AND WS-TERRITORIO-OK = "S"
                 AND WS-CAPACIDADE-OK = "S"
                 AND WS-ESPECIALIZACAO-OK = "S"
                 MOVE WS-TVEN-LATITUDE(WS-SLOT)  TO LAT2
                 MOVE WS-TVEN-LONGITUDE(WS-SLOT) TO LON2
                 PERFORM CALCULA-DISTANCIA
      * QUANDO NAO TEM TERRITORIO CADASTRADO, OU QUANDO A UF DO
      * CLIENTE (WS-CLI-UF) CONSTA NA SUA LISTA; CLIENTE SEM UF
      * CONHECIDA NAO E RESTRINGIDO.
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

      * CARREGA OS SEGMENTOS (PREFIXOS DE CNAE) DE CADA VENDEDOR
      * (ESPECIALIZACAO.DAT) NA TABELA EM MEMORIA; VENDEDOR SEM
      * REGISTRO FICA COM A LISTA EM BRANCO E ATENDE QUALQUER SEGMENTO.
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

      * O VENDEDOR NA POSICAO WS-SLOT-TERR DA TABELA SO E CANDIDATO
      * QUANDO NAO TEM ESPECIALIZACAO CADASTRADA, OU QUANDO A CNAE DO
      * CLIENTE (WS-CLI-CNAE) COMECA POR UM DOS SEUS PREFIXOS; CLIENTE
      * SEM CNAE CONHECIDA NAO E RESTRINGIDO.
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

      * CNAE DO CLIENTE EM PAUTA, LIDA DO CADASTRO DE SEGMENTOS
      * (CLICNAE.DAT); EM BRANCO QUANDO NAO INFORMADA.
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

       ATUALIZA-CARTEIRA-VENDEDOR.
           IF WS-1-VEN-CODIGO > ZEROS
              MOVE WS-TVEN-SLOT(WS-1-VEN-CODIGO) TO WS-SLOT
       F-ATUALIZA-CARTEIRA-VENDEDOR. EXIT.

      * RECEITA ACUMULADA DO CLIENTE EM PAUTA (SOMA DOS PEDIDOS DO
      * PEDIDO.DAT MENOS AS DEVOLUCOES DO DEVOLUCAO.DAT); ZERO QUANDO
      * NAO HA HISTORICO DE PEDIDOS OU A DEVOLUCAO COBRE TUDO.
       CALCULA-RECEITA-CLIENTE.
           MOVE ZEROS TO WS-RECEITA-CLIENTE
           IF WS-EXISTE-PEDIDO = "S"
                    ADD PED-VALOR TO WS-RECEITA-CLIENTE
                 END-PERFORM
              END-IF
           END-IF
           MOVE ZEROS TO WS-DEVOLVIDO-CLIENTE
           IF WS-EXISTE-DEVOLUCAO = "S"
              MOVE CLI-CODIGO TO DEV-CLI-CODIGO
              MOVE ZEROS      TO DEV-PED-SEQUENCIA
              MOVE ZEROS      TO DEV-SEQUENCIA
              START ARQ-DEVOLUCAO KEY NOT LESS DEV-CHAVE
              IF WS-RESULTADO-DEV = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-DEVOLUCAO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF DEV-CLI-CODIGO NOT = CLI-CODIGO
                       EXIT PERFORM
                    END-IF
                    ADD DEV-VALOR TO WS-DEVOLVIDO-CLIENTE
                 END-PERFORM
              END-IF
           END-IF
           IF WS-DEVOLVIDO-CLIENTE NOT < WS-RECEITA-CLIENTE
              MOVE ZEROS TO WS-RECEITA-CLIENTE
           ELSE
              SUBTRACT WS-DEVOLVIDO-CLIENTE FROM WS-RECEITA-CLIENTE
           END-IF.
       F-CALCULA-RECEITA-CLIENTE. EXIT.

                    AFTER 1 LINES
              END-IF
           END-PERFORM
           CLOSE ARQ-REL-SIMULA
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO.
       F-GERA-RELATORIO-SIMULACAO. EXIT.

       CONTA-CARTEIRA-ANTERIOR.
      *   RESPOSTA-7 = REINICIAR DO CHECKPOINT SE HOUVER (S/N)
      *   RESPOSTA-8 = BALANCEAR POR RECEITA (S/N)
      *   RESPOSTA-9 = TETO DE RECEITA POR VENDEDOR (0 = SEM TETO)
      *   RESPOSTA-10 = MANTER AS FILIAIS DO GRUPO COM UM SO TITULAR
       LE-PARAMETROS-BATCH.
           MOVE "N"   TO WS-MODO-BATCH
           MOVE ZEROS TO WS-FIM-PRM
                       COMPUTE WS-TETO-RECEITA =
                          FUNCTION NUMVAL(PRM-RESPOSTA-9)
                    END-IF
                    MOVE PRM-RESPOSTA-10(1:1) TO WS-UNIFICA-GRUPO
                    IF WS-UNIFICA-GRUPO NOT = "S"
                       MOVE "N" TO WS-UNIFICA-GRUPO
                    END-IF
                    MOVE 1 TO WS-FIM-PRM
                 END-IF
              END-PERFORM
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG05"      TO RLA-PROGRAMA
           MOVE "RSIMULA.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE  TO RLA-DATA
           MOVE WS-DISTANCIA-MAXIMA TO WS-REL-DISTANCIA
           STRING "DIST.MAX " WS-REL-DISTANCIA " TOLER "
                  WS-TOLERANCIA-PERM "%" " FAIXA " WS-FAIXA-INICIO "-"
                  WS-FAIXA-FIM " ROTA " WS-USA-FATOR-ROTA " RECEITA "
                  WS-BALANCEIA-RECEITA " GRUPO " WS-UNIFICA-GRUPO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
