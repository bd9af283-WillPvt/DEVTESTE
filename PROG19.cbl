      * LE O MOVIMENTO DE PEDIDOS/FATURAMENTO (TEXTO) E ALIMENTA O
      * PEDIDO.DAT; A RECEITA ACUMULADA POR CLIENTE E USADA NO
      * BALANCEAMENTO POR RECEITA DA DISTRIBUICAO (PROG05) E NOS
      * SUBTOTAIS DO PROG07. CADA PEDIDO E GRAVADO COM O VENDEDOR
      * TITULAR DO CLIENTE NO DISTMEST.DAT NA HORA DA CARGA (VENDEDOR
      * DE REGISTRO, USADO NA COMISSAO, NAS METAS E NA RECEITA POR
      * LINHA DE PRODUTO).
      * PEDIDO DE CLIENTE BLOQUEADO, QUE LEVA O SALDO EM ABERTO ALEM
      * DO LIMITE DE CREDITO, DUPLICADO (MESMO CLIENTE, DATA E VALOR
      * JA NO PEDIDO.DAT OU AINDA RETIDO NO PEDPEND.DAT) OU DE VALOR
      * ATIPICO FRENTE A MEDIA DO CLIENTE NAO ENTRA NO PEDIDO.DAT:
      * VAI, COM SEUS ITENS, PARA A FILA DE RETIDOS (PEDPEND.DAT /
      * PEDPENDITEM.DAT) COM O MOTIVO, PARA LIBERACAO OU REJEICAO NA
      * TELA DO PROG63.
      * CLIENTE DE GRUPO ECONOMICO (GRUPOCLI.DAT, PROG64) COM LIMITE
      * DE GRUPO TAMBEM E RETIDO POR LIMITE QUANDO O PEDIDO LEVA O
      * SALDO EM ABERTO SOMADO DE TODAS AS FILIAIS ALEM DESTE LIMITE.
      * ITEM INFORMADO POR SKU E CONFERIDO CONTRA O CADASTRO DE
      * PRODUTOS E A TABELA DE PRECOS (PROG67): SKU DESCONHECIDO OU
      * INATIVO E REJEITADO; VALOR UNITARIO FORA DA TOLERANCIA DO
      * PRECO DE TABELA VIGENTE NA DATA DO PEDIDO (DA UF DO CLIENTE,
      * OU O NACIONAL), OU SKU SEM PRECO VIGENTE, ENTRA NORMALMENTE
      * MAS SAI NO RELATORIO DE EXCECOES DE PRECO (RPRECOEXC.TXT)
      * PARA REVISAO COMERCIAL.
      * PEDIDO DATADO NUMA COMPETENCIA JA FECHADA (PERIODO.DAT,
      * FECHAMENTO MENSAL DO PROG69) E RECUSADO, COM SEUS ITENS, ATE
      * QUE UM OPERADOR DE NIVEL 3 REABRA O PERIODO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ITM.

           SELECT ARQ-PEDIDO-PEND ASSIGN TO DISK WID-ARQ-PEDIDO-PEND
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PEN-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PEN.

           SELECT ARQ-PEND-ITEM ASSIGN TO DISK WID-ARQ-PEND-ITEM
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PIT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PIT.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

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

           SELECT ARQ-CLI-ENDERECO ASSIGN TO DISK WID-ARQ-CLI-ENDERECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS END-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-END.

           SELECT RELATORIO ASSIGN TO "RPRECOEXC.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       COPY "ARQ-PEDIDO-ITEM.FD".

       COPY "ARQ-PEDIDO-PEND.FD".

       COPY "ARQ-PEND-ITEM.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-GRUPO.FD".

       COPY "ARQ-GRUPO-CLI.FD".

       COPY "ARQ-PRODUTO.FD".

       COPY "ARQ-PRECO.FD".

       COPY "ARQ-CLI-ENDERECO.FD".

      * O MOVIMENTO PODE TRAZER, LOGO APOS CADA PEDIDO, AS LINHAS DE
      * ITEM MARCADAS COM "I" NA PRIMEIRA POSICAO (LINHA DE PRODUTO,
      * QUANTIDADE E VALOR); ELAS ALIMENTAM O PEDIDOITEM.DAT SOB A
      * CHAVE DO PEDIDO RECEM INCLUIDO. A LINHA DE ITEM MARCADA COM
      * "P" TRAZ O SKU DO PRODUTO (PRODUTO.DAT), QUANTIDADE E VALOR
      * UNITARIO; A LINHA DE PRODUTO VEM DO CADASTRO DO SKU E O VALOR
      * DO ITEM E A QUANTIDADE VEZES O UNITARIO.
       FD ARQ-IMPORTA-PED.
          01 REG-IMPORTA-PED.
             02 IMP-PED-CLI-CODIGO    PIC 9(07).
             02 IMP-ITM-QTD           PIC 9(07).
             02 IMP-ITM-VALOR         PIC 9(09)V9(02).
             02 FILLER                PIC X(06).
          01 REG-IMPORTA-SKU REDEFINES REG-IMPORTA-PED.
             02 IMP-SKU-TIPO          PIC X(01).
             02 IMP-SKU-CODIGO        PIC 9(06).
             02 IMP-SKU-QTD           PIC 9(07).
             02 IMP-SKU-UNITARIO      PIC 9(07)V9(02).
             02 FILLER                PIC X(05).

       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       77 WID-ARQ-PED-ITEM      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ITM      PIC 9(02) VALUE ZEROS.
       77 WS-ULT-PED-ACEITO     PIC X(01) VALUE "N".
       77 WS-EMPRESA-PEDIDO     PIC 9(02) VALUE 01.
       77 WS-ULT-CLI-CODIGO     PIC 9(07) VALUE ZEROS.
       77 WS-ULT-PED-SEQ        PIC 9(07) VALUE ZEROS.
       77 WS-ITEM-SEQ           PIC 9(03) VALUE ZEROS.
       77 WS-TOTAL-ITENS        PIC 9(07) VALUE ZEROS.
       77 WS-ITENS-REJEITADOS   PIC 9(07) VALUE ZEROS.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-DIST-MEST   PIC X(01) VALUE "N".
       77 WS-TOTAL-SEM-VENDEDOR PIC 9(07) VALUE ZEROS.
       77 WID-ARQ-PEDIDO-PEND   PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEND-ITEM     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PIT      PIC 9(02) VALUE ZEROS.
       77 WS-ULT-PED-RETIDO     PIC X(01) VALUE "N".
       77 WS-PROXIMA-SEQ-PEN    PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-RETIDOS      PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-PER-FECHADO  PIC 9(07) VALUE ZEROS.
       77 WS-PERIODO-FECHADO    PIC X(01) VALUE "N".
       77 WS-MOTIVO-RETENCAO    PIC X(01) VALUE SPACES.
      * HISTORICO DO CLIENTE APURADO NA BUSCA DA PROXIMA SEQUENCIA:
      * QUANTIDADE E VALOR DE TODOS OS PEDIDOS, SALDO AINDA EM ABERTO
      * E SE O PEDIDO DO MOVIMENTO REPETE UM JA GRAVADO.
       77 WS-HIST-QTD           PIC 9(07) VALUE ZEROS.
       77 WS-HIST-VALOR         PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-SALDO-ABERTO       PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-DUPLICADO          PIC X(01) VALUE "N".
      * VALOR ATIPICO: ACIMA DE WS-FATOR-ATIPICO VEZES A MEDIA DOS
      * PEDIDOS DO CLIENTE, SO PARA QUEM JA TEM WS-MINIMO-HISTORICO
      * PEDIDOS GRAVADOS.
       77 WS-FATOR-ATIPICO      PIC 9(03) VALUE 5.
       77 WS-MINIMO-HISTORICO   PIC 9(03) VALUE 3.
      * LIMITE DO GRUPO ECONOMICO DO CLIENTE (OPCIONAL).
       77 WID-ARQ-GRUPO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-GRUPO-CLI     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-GRP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-GCL      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-GRUPO       PIC X(01) VALUE "N".
       77 WS-GRUPO-CLIENTE      PIC 9(08) VALUE ZEROS.
       77 WS-GRUPO-FILIAL       PIC 9(07) VALUE ZEROS.
       77 WS-GRUPO-SALDO        PIC 9(13)V9(02) VALUE ZEROS.
       77 WS-GRUPO-EXCEDIDO     PIC X(01) VALUE "N".
      * ITEM EM PAUTA, DE QUALQUER DOS DOIS LAYOUTS DE LINHA.
       77 WS-ITEM-LINHA         PIC 9(03) VALUE ZEROS.
       77 WS-ITEM-QTD           PIC 9(07) VALUE ZEROS.
       77 WS-ITEM-VALOR         PIC 9(09)V9(02) VALUE ZEROS.
      * CONFERENCIA DO SKU CONTRA O CATALOGO: TOLERANCIA PADRAO, EM
      * PERCENTUAL, PARA O PRODUTO CADASTRADO SEM TOLERANCIA PROPRIA.
       77 WS-TOLERANCIA-PADRAO  PIC 9(02)V9(02) VALUE 5.
       77 WID-ARQ-PRODUTO       PIC X(50) VALUE SPACES.
       77 WID-ARQ-PRECO         PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PRD      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-PRODUTO     PIC X(01) VALUE "N".
       77 WS-EXISTE-PRECO       PIC X(01) VALUE "N".
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 WS-ULT-PED-DATA       PIC X(10) VALUE SPACES.
       77 WS-ULT-PED-AAAAMMDD   PIC 9(08) VALUE ZEROS.
       77 WS-ULT-CLI-UF         PIC X(02) VALUE SPACES.
       77 WS-UF-PROCURADA       PIC X(02) VALUE SPACES.
       77 WS-PRECO-ACHADO       PIC X(01) VALUE "N".
       77 WS-PRECO-LISTA        PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-PRECO-UF           PIC X(02) VALUE SPACES.
       77 WS-TOLERANCIA         PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-DESVIO             PIC S9(07)V9(02) VALUE ZEROS.
       77 WS-DESVIO-ABS         PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-SKU-DESCONHECIDO   PIC 9(07) VALUE ZEROS.
       77 WS-EXCECOES-PRECO     PIC 9(07) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(42) VALUE
             "EXCECOES DE PRECO NA IMPORTACAO DE PEDIDOS".
          02 FILLER       PIC X(43) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-3.
          02 FILLER PIC X(09) VALUE "CLIENTE".
          02 FILLER PIC X(12) VALUE "DATA PEDIDO".
          02 FILLER PIC X(08) VALUE "SKU".
          02 FILLER PIC X(32) VALUE "DESCRICAO".
          02 FILLER PIC X(10) VALUE "   QTDE".
          02 FILLER PIC X(16) VALUE "    UNITARIO".
          02 FILLER PIC X(16) VALUE "  PRECO TABELA".
          02 FILLER PIC X(06) VALUE "UF".
          02 FILLER PIC X(10) VALUE "  DESVIO%".
          02 FILLER PIC X(13) VALUE " OCORRENCIA".

       01 DETALHE.
          02 DET-CLI-CODIGO  PIC 9(07).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-DATA        PIC X(10).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-SKU         PIC 9(06).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-DESCRICAO   PIC X(30).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-QTD         PIC Z.ZZZ.ZZ9.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-UNITARIO    PIC Z.ZZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-PRECO       PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-UF          PIC X(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-DESVIO      PIC -ZZZ9,99.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-OCORRENCIA  PIC X(15).

       01 RODAPE.
          02 FILLER          PIC X(30) VALUE
             "ITENS COM SKU DESCONHECIDO..: ".
          02 ROD-SKU         PIC ZZZZZZ9.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "EXCECOES DE PRECO...........: ".
          02 ROD-EXCECOES    PIC ZZZZZZ9.
          02 FILLER          PIC X(53) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-ITENS.
          02 LINE 10 COLUMN 01 VALUE "ITENS REJEITADOS......:".
          02 LINE 10 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-ITENS-REJEITADOS.
          02 LINE 11 COLUMN 01 VALUE "PEDIDOS SEM VENDEDOR..:".
          02 LINE 11 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-SEM-VENDEDOR.
          02 LINE 12 COLUMN 01 VALUE "PEDIDOS RETIDOS.......:".
          02 LINE 12 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-RETIDOS.
          02 LINE 13 COLUMN 01 VALUE "SKU DESCONHECIDO......:".
          02 LINE 13 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-SKU-DESCONHECIDO.
          02 LINE 14 COLUMN 01 VALUE "EXCECOES DE PRECO.....:".
          02 LINE 14 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-EXCECOES-PRECO.
          02 LINE 15 COLUMN 01 VALUE "PERIODO FECHADO.......:".
          02 LINE 15 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-PER-FECHADO.
          02 LINE 16 COLUMN 01 VALUE
             "PEDIDOS RETIDOS AGUARDAM LIBERACAO NO PROG63".
          02 LINE 17 COLUMN 01 VALUE
             "ITENS REJEITADOS E EXCECOES DE PRECO EM RPRECOEXC.TXT".
          02 LINE 19 COLUMN 01
          VALUE "IMPORTACAO DE PEDIDOS CONCLUIDA, TECLE ENTER PARA RETO
      -"RNAR AO MENU INICIAL ".

              OPEN I-O ARQ-PEDIDO-ITEM
           END-IF

           MOVE "PEDPEND.DAT" TO WID-ARQ-PEDIDO-PEND
           OPEN I-O ARQ-PEDIDO-PEND
           IF WS-RESULTADO-PEN = 35
              OPEN OUTPUT ARQ-PEDIDO-PEND
              CLOSE ARQ-PEDIDO-PEND
              OPEN I-O ARQ-PEDIDO-PEND
           END-IF
           MOVE "PEDPENDITEM.DAT" TO WID-ARQ-PEND-ITEM
           OPEN I-O ARQ-PEND-ITEM
           IF WS-RESULTADO-PIT = 35
              OPEN OUTPUT ARQ-PEND-ITEM
              CLOSE ARQ-PEND-ITEM
              OPEN I-O ARQ-PEND-ITEM
           END-IF

      * SEM O MESTRE DE DISTRIBUICAO (BASE AINDA NAO DISTRIBUIDA) OS
      * PEDIDOS ENTRAM COM VENDEDOR ZERO E SAO CONTADOS NO RESUMO.
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE "S" TO WS-EXISTE-DIST-MEST
           END-IF

      * SEM OS GRUPOS ECONOMICOS (PROG64 NAO EXECUTADO) SO VALE O
      * LIMITE DE CADA CLIENTE.
           MOVE "GRUPO.DAT" TO WID-ARQ-GRUPO
           OPEN INPUT ARQ-GRUPO
           MOVE "GRUPOCLI.DAT" TO WID-ARQ-GRUPO-CLI
           OPEN INPUT ARQ-GRUPO-CLI
           IF WS-RESULTADO-GRP = 00 AND WS-RESULTADO-GCL = 00
              MOVE "S" TO WS-EXISTE-GRUPO
           ELSE
              IF WS-RESULTADO-GRP = 00
                 CLOSE ARQ-GRUPO
              END-IF
              IF WS-RESULTADO-GCL = 00
                 CLOSE ARQ-GRUPO-CLI
              END-IF
           END-IF

      * SEM O CATALOGO (PROG67 NAO EXECUTADO) O ITEM POR SKU NAO TEM
      * COMO SER CONFERIDO E E REJEITADO COMO SKU DESCONHECIDO; SEM
      * TABELA DE PRECOS TODO ITEM POR SKU SAI COMO SEM PRECO; SEM
      * ENDERECO DO CLIENTE VALE SO O PRECO NACIONAL.
           MOVE "PRODUTO.DAT" TO WID-ARQ-PRODUTO
           OPEN INPUT ARQ-PRODUTO
           IF WS-RESULTADO-PRD = 00
              MOVE "S" TO WS-EXISTE-PRODUTO
           END-IF
           MOVE "PRECO.DAT" TO WID-ARQ-PRECO
           OPEN INPUT ARQ-PRECO
           IF WS-RESULTADO-PRC = 00
              MOVE "S" TO WS-EXISTE-PRECO
           END-IF
           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN INPUT ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END = 00
              MOVE "S" TO WS-EXISTE-ENDERECO
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           PERFORM IMPRIMIR-CABECALHO

           PERFORM UNTIL WS-FIM-PED = 1
              READ ARQ-IMPORTA-PED NEXT
                 AT END
                    MOVE 1 TO WS-FIM-PED
                    EXIT PERFORM
              END-READ
              IF IMP-ITM-TIPO = "I" OR = "P"
                 PERFORM IMPORTA-ITEM THRU F-IMPORTA-ITEM
              ELSE
                 ADD 1 TO WS-TOTAL-LIDOS
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-PEDIDO-ITEM
           CLOSE ARQ-PEDIDO-PEND
           CLOSE ARQ-PEND-ITEM
           IF WS-EXISTE-DIST-MEST = "S"
              CLOSE ARQ-DIST-MEST
           END-IF
           IF WS-EXISTE-GRUPO = "S"
              CLOSE ARQ-GRUPO
              CLOSE ARQ-GRUPO-CLI
           END-IF
           IF WS-EXISTE-PRODUTO = "S"
              CLOSE ARQ-PRODUTO
           END-IF
           IF WS-EXISTE-PRECO = "S"
              CLOSE ARQ-PRECO
           END-IF
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF

           MOVE WS-SKU-DESCONHECIDO TO ROD-SKU
           MOVE WS-EXCECOES-PRECO   TO ROD-EXCECOES
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478

       IMPORTA-PEDIDO.
           MOVE "N" TO WS-ULT-PED-ACEITO
           MOVE "N" TO WS-ULT-PED-RETIDO
           MOVE IMP-PED-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              ADD 1 TO WS-TOTAL-REJEITADOS
           ELSE
              MOVE CLI-EMPRESA TO WS-EMPRESA-PEDIDO
              CALL "VERIFICA-PERIODO" USING IMP-PED-DATA
                                            WS-PERIODO-FECHADO
              IF WS-PERIODO-FECHADO = "S"
                 ADD 1 TO WS-TOTAL-PER-FECHADO
                 GO TO F-IMPORTA-PEDIDO
              END-IF
              PERFORM PROXIMA-SEQUENCIA THRU F-PROXIMA-SEQUENCIA
              PERFORM AVALIA-RETENCAO THRU F-AVALIA-RETENCAO
              IF WS-MOTIVO-RETENCAO NOT = SPACES
                 PERFORM RETEM-PEDIDO THRU F-RETEM-PEDIDO
                 GO TO F-IMPORTA-PEDIDO
              END-IF
              MOVE IMP-PED-CLI-CODIGO TO PED-CLI-CODIGO
              MOVE WS-PROXIMA-SEQ     TO PED-SEQUENCIA
              MOVE IMP-PED-DATA       TO PED-DATA
              MOVE IMP-PED-VALOR      TO PED-VALOR
              MOVE "A"                TO PED-SITUACAO
              MOVE SPACES             TO PED-DATA-PGTO
              MOVE WS-EMPRESA-PEDIDO  TO PED-EMPRESA
              PERFORM VENDEDOR-DE-REGISTRO
                 THRU F-VENDEDOR-DE-REGISTRO
              WRITE REGISTRO-PEDIDO
              IF WS-RESULTADO-ACESSO = 00
                 ADD 1 TO WS-TOTAL-INCLUIDOS
                 IF PED-VEN-CODIGO = ZEROS
                    ADD 1 TO WS-TOTAL-SEM-VENDEDOR
                 END-IF
                 MOVE "S"                TO WS-ULT-PED-ACEITO
                 MOVE IMP-PED-CLI-CODIGO TO WS-ULT-CLI-CODIGO
                 MOVE WS-PROXIMA-SEQ     TO WS-ULT-PED-SEQ
                 MOVE ZEROS              TO WS-ITEM-SEQ
                 PERFORM GUARDA-PEDIDO THRU F-GUARDA-PEDIDO
              ELSE
                 ADD 1 TO WS-TOTAL-REJEITADOS
              END-IF
           END-IF.
       F-IMPORTA-PEDIDO. EXIT.

      * MOTIVO DE RETENCAO DO PEDIDO EM PAUTA (BRANCO = ENTRA DIRETO);
      * VALE O PRIMEIRO QUE SE APLICAR, NA ORDEM BLOQUEIO, LIMITE,
      * DUPLICIDADE E VALOR ATIPICO. LIMITE ZERO = SEM LIMITE. O
      * LIMITE DO GRUPO ECONOMICO RETEM COM O MESMO MOTIVO DO LIMITE
      * DO CLIENTE.
       AVALIA-RETENCAO.
           MOVE SPACES TO WS-MOTIVO-RETENCAO
           PERFORM AVALIA-LIMITE-GRUPO THRU F-AVALIA-LIMITE-GRUPO
           EVALUATE TRUE
              WHEN CLI-BLOQUEIO = "S"
                 MOVE "B" TO WS-MOTIVO-RETENCAO
              WHEN CLI-LIMITE-CREDITO > ZEROS
               AND WS-SALDO-ABERTO + IMP-PED-VALOR > CLI-LIMITE-CREDITO
                 MOVE "L" TO WS-MOTIVO-RETENCAO
              WHEN WS-GRUPO-EXCEDIDO = "S"
                 MOVE "L" TO WS-MOTIVO-RETENCAO
              WHEN WS-DUPLICADO = "S"
                 MOVE "D" TO WS-MOTIVO-RETENCAO
              WHEN WS-HIST-QTD NOT < WS-MINIMO-HISTORICO
               AND IMP-PED-VALOR * WS-HIST-QTD >
                   WS-HIST-VALOR * WS-FATOR-ATIPICO
                 MOVE "V" TO WS-MOTIVO-RETENCAO
           END-EVALUATE.
       F-AVALIA-RETENCAO. EXIT.

      * SE O CLIENTE PERTENCE A UM GRUPO COM LIMITE, SOMA O SALDO EM
      * ABERTO DE TODAS AS FILIAIS E VERIFICA SE O PEDIDO O ULTRAPASSA.
       AVALIA-LIMITE-GRUPO.
           MOVE "N" TO WS-GRUPO-EXCEDIDO
           IF WS-EXISTE-GRUPO NOT = "S"
              GO TO F-AVALIA-LIMITE-GRUPO
           END-IF
           MOVE ZEROS TO WS-GRUPO-CLIENTE
           MOVE IMP-PED-CLI-CODIGO TO GCL-CLI-CODIGO
           START ARQ-GRUPO-CLI KEY IS EQUAL GCL-CLI-CODIGO
           IF WS-RESULTADO-GCL = 00
              READ ARQ-GRUPO-CLI NEXT
                 AT END
                    CONTINUE
              END-READ
              IF WS-RESULTADO-GCL = 00
                 AND GCL-CLI-CODIGO = IMP-PED-CLI-CODIGO
                 MOVE GCL-GRP-CODIGO TO WS-GRUPO-CLIENTE
              END-IF
           END-IF
           IF WS-GRUPO-CLIENTE = ZEROS
              GO TO F-AVALIA-LIMITE-GRUPO
           END-IF
           MOVE WS-GRUPO-CLIENTE TO GRP-CODIGO
           READ ARQ-GRUPO
           IF WS-RESULTADO-GRP NOT = 00
              OR GRP-LIMITE-CREDITO = ZEROS
              GO TO F-AVALIA-LIMITE-GRUPO
           END-IF

           MOVE ZEROS TO WS-GRUPO-SALDO
           MOVE WS-GRUPO-CLIENTE TO GCL-GRP-CODIGO
           MOVE ZEROS            TO GCL-CLI-CODIGO
           START ARQ-GRUPO-CLI KEY NOT LESS GCL-CHAVE
           IF WS-RESULTADO-GCL NOT = 00
              GO TO F-AVALIA-LIMITE-GRUPO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-GRUPO-CLI NEXT AT END
                 EXIT PERFORM
              END-READ
              IF GCL-GRP-CODIGO NOT = WS-GRUPO-CLIENTE
                 EXIT PERFORM
              END-IF
              MOVE GCL-CLI-CODIGO TO WS-GRUPO-FILIAL
              MOVE WS-GRUPO-FILIAL TO PED-CLI-CODIGO
              MOVE ZEROS           TO PED-SEQUENCIA
              START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
              IF WS-RESULTADO-ACESSO = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-PEDIDO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF PED-CLI-CODIGO NOT = WS-GRUPO-FILIAL
                       EXIT PERFORM
                    END-IF
                    IF PED-SITUACAO NOT = "P"
                       ADD PED-VALOR TO WS-GRUPO-SALDO
                    END-IF
                 END-PERFORM
              END-IF
           END-PERFORM
           IF WS-GRUPO-SALDO + IMP-PED-VALOR > GRP-LIMITE-CREDITO
              MOVE "S" TO WS-GRUPO-EXCEDIDO
           END-IF.
       F-AVALIA-LIMITE-GRUPO. EXIT.

      * GRAVA O PEDIDO NA FILA DE RETIDOS, NA PROXIMA SEQUENCIA DO
      * CLIENTE NA FILA; OS ITENS QUE VIEREM EM SEGUIDA VAO PARA O
      * PEDPENDITEM.DAT SOB ESTA CHAVE.
       RETEM-PEDIDO.
           MOVE ZEROS TO WS-PROXIMA-SEQ-PEN
           MOVE IMP-PED-CLI-CODIGO TO PEN-CLI-CODIGO
           MOVE ZEROS              TO PEN-SEQUENCIA
           START ARQ-PEDIDO-PEND KEY NOT LESS PEN-CHAVE
           IF WS-RESULTADO-PEN = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO-PEND NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PEN-CLI-CODIGO NOT = IMP-PED-CLI-CODIGO
                    EXIT PERFORM
                 END-IF
                 MOVE PEN-SEQUENCIA TO WS-PROXIMA-SEQ-PEN
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ-PEN
           MOVE IMP-PED-CLI-CODIGO TO PEN-CLI-CODIGO
           MOVE WS-PROXIMA-SEQ-PEN TO PEN-SEQUENCIA
           MOVE IMP-PED-DATA       TO PEN-DATA
           MOVE IMP-PED-VALOR      TO PEN-VALOR
           MOVE WS-MOTIVO-RETENCAO TO PEN-MOTIVO
           MOVE "R"                TO PEN-SITUACAO
           MOVE DATA-DE-HOJE       TO PEN-DATA-RETENCAO
           MOVE SPACES             TO PEN-DATA-DECISAO
           MOVE SPACES             TO PEN-OPERADOR
           MOVE ZEROS              TO PEN-PED-SEQUENCIA
           WRITE REGISTRO-PEDIDO-PEND
           IF WS-RESULTADO-PEN = 00
              ADD 1 TO WS-TOTAL-RETIDOS
              MOVE "S"                TO WS-ULT-PED-ACEITO
              MOVE "S"                TO WS-ULT-PED-RETIDO
              MOVE IMP-PED-CLI-CODIGO TO WS-ULT-CLI-CODIGO
              MOVE WS-PROXIMA-SEQ-PEN TO WS-ULT-PED-SEQ
              MOVE ZEROS              TO WS-ITEM-SEQ
              PERFORM GUARDA-PEDIDO THRU F-GUARDA-PEDIDO
           ELSE
              ADD 1 TO WS-TOTAL-REJEITADOS
           END-IF.
       F-RETEM-PEDIDO. EXIT.

      * LINHA DE ITEM DO MOVIMENTO: PERTENCE AO PEDIDO IMEDIATAMENTE
      * ANTERIOR; ITEM SEM PEDIDO ACEITO ANTES DELE E REJEITADO E
      * ITEM DE PEDIDO RETIDO ACOMPANHA O PEDIDO NA FILA.
       IMPORTA-ITEM.
           IF WS-ULT-PED-ACEITO NOT = "S"
              ADD 1 TO WS-ITENS-REJEITADOS
           ELSE
              IF IMP-ITM-TIPO = "P"
                 PERFORM CONFERE-SKU THRU F-CONFERE-SKU
                 IF WS-RESULTADO-PRD NOT = 00
                    ADD 1 TO WS-ITENS-REJEITADOS
                    GO TO F-IMPORTA-ITEM
                 END-IF
              ELSE
                 MOVE IMP-ITM-LINHA TO WS-ITEM-LINHA
                 MOVE IMP-ITM-QTD   TO WS-ITEM-QTD
                 MOVE IMP-ITM-VALOR TO WS-ITEM-VALOR
              END-IF
              IF WS-ULT-PED-RETIDO = "S"
                 PERFORM RETEM-ITEM THRU F-RETEM-ITEM
                 GO TO F-IMPORTA-ITEM
              END-IF
              ADD 1 TO WS-ITEM-SEQ
              MOVE WS-ULT-CLI-CODIGO TO ITM-CLI-CODIGO
              MOVE WS-ULT-PED-SEQ    TO ITM-PED-SEQUENCIA
              MOVE WS-ITEM-SEQ       TO ITM-SEQUENCIA
              MOVE WS-ITEM-LINHA     TO ITM-LINHA-PRODUTO
              MOVE WS-ITEM-QTD       TO ITM-QUANTIDADE
              MOVE WS-ITEM-VALOR     TO ITM-VALOR
              WRITE REGISTRO-PEDIDO-ITEM
              IF WS-RESULTADO-ITM = 00
                 ADD 1 TO WS-TOTAL-ITENS
           END-IF.
       F-IMPORTA-ITEM. EXIT.

       RETEM-ITEM.
           ADD 1 TO WS-ITEM-SEQ
           MOVE WS-ULT-CLI-CODIGO TO PIT-CLI-CODIGO
           MOVE WS-ULT-PED-SEQ    TO PIT-PEN-SEQUENCIA
           MOVE WS-ITEM-SEQ       TO PIT-SEQUENCIA
           MOVE WS-ITEM-LINHA     TO PIT-LINHA-PRODUTO
           MOVE WS-ITEM-QTD       TO PIT-QUANTIDADE
           MOVE WS-ITEM-VALOR     TO PIT-VALOR
           WRITE REGISTRO-PEND-ITEM
           IF WS-RESULTADO-PIT = 00
              ADD 1 TO WS-TOTAL-ITENS
           ELSE
              ADD 1 TO WS-ITENS-REJEITADOS
           END-IF.
       F-RETEM-ITEM. EXIT.

      * DATA (EM AAAAMMDD, PARA A VIGENCIA DO PRECO) E UF DO PEDIDO
      * QUE ACABOU DE ENTRAR OU SER RETIDO, PARA OS ITENS POR SKU.
       GUARDA-PEDIDO.
           MOVE IMP-PED-DATA TO WS-ULT-PED-DATA
           MOVE ZEROS        TO WS-ULT-PED-AAAAMMDD
           IF IMP-PED-DATA(1:2) NUMERIC
              AND IMP-PED-DATA(4:2) NUMERIC
              AND IMP-PED-DATA(7:4) NUMERIC
              MOVE IMP-PED-DATA(7:4) TO WS-ULT-PED-AAAAMMDD(1:4)
              MOVE IMP-PED-DATA(4:2) TO WS-ULT-PED-AAAAMMDD(5:2)
              MOVE IMP-PED-DATA(1:2) TO WS-ULT-PED-AAAAMMDD(7:2)
           END-IF
           MOVE SPACES TO WS-ULT-CLI-UF
           IF WS-EXISTE-ENDERECO = "S"
              MOVE IMP-PED-CLI-CODIGO TO END-CLI-CODIGO
              READ ARQ-CLI-ENDERECO
              IF WS-RESULTADO-END = 00
                 MOVE END-UF TO WS-ULT-CLI-UF
              END-IF
           END-IF.
       F-GUARDA-PEDIDO. EXIT.

      * LINHA DE ITEM POR SKU: O SKU PRECISA ESTAR CADASTRADO E ATIVO
      * (WS-RESULTADO-PRD DIFERENTE DE 00 REJEITA O ITEM). O ITEM
      * ACEITO TOMA A LINHA DO PRODUTO E VALE QUANTIDADE VEZES O
      * UNITARIO; O UNITARIO E ENTAO CONFRONTADO COM O PRECO DE
      * TABELA.
       CONFERE-SKU.
           MOVE 23 TO WS-RESULTADO-PRD
           IF WS-EXISTE-PRODUTO = "S"
              MOVE IMP-SKU-CODIGO TO PRD-CODIGO
              READ ARQ-PRODUTO
              IF WS-RESULTADO-PRD = 00 AND PRD-STATUS NOT = "A"
                 MOVE 23 TO WS-RESULTADO-PRD
              END-IF
           END-IF
           IF WS-RESULTADO-PRD NOT = 00
              ADD 1 TO WS-SKU-DESCONHECIDO
              MOVE SPACES TO PRD-DESCRICAO
              MOVE ZEROS  TO WS-PRECO-LISTA
              MOVE ZEROS  TO WS-DESVIO
              MOVE SPACES TO WS-PRECO-UF
              MOVE "SKU REJEITADO" TO DET-OCORRENCIA
              PERFORM IMPRIME-EXCECAO THRU F-IMPRIME-EXCECAO
              GO TO F-CONFERE-SKU
           END-IF
           MOVE PRD-LINHA-PRODUTO TO WS-ITEM-LINHA
           MOVE IMP-SKU-QTD       TO WS-ITEM-QTD
           COMPUTE WS-ITEM-VALOR ROUNDED =
                   IMP-SKU-QTD * IMP-SKU-UNITARIO
           PERFORM BUSCA-PRECO THRU F-BUSCA-PRECO
           IF WS-PRECO-ACHADO NOT = "S"
              ADD 1 TO WS-EXCECOES-PRECO
              MOVE ZEROS  TO WS-PRECO-LISTA
              MOVE ZEROS  TO WS-DESVIO
              MOVE SPACES TO WS-PRECO-UF
              MOVE "SEM PRECO" TO DET-OCORRENCIA
              PERFORM IMPRIME-EXCECAO THRU F-IMPRIME-EXCECAO
              GO TO F-CONFERE-SKU
           END-IF
           MOVE PRD-TOLERANCIA TO WS-TOLERANCIA
           IF WS-TOLERANCIA = ZEROS
              MOVE WS-TOLERANCIA-PADRAO TO WS-TOLERANCIA
           END-IF
           COMPUTE WS-DESVIO ROUNDED =
                   (IMP-SKU-UNITARIO - WS-PRECO-LISTA) * 100
                   / WS-PRECO-LISTA
           IF WS-DESVIO < ZEROS
              COMPUTE WS-DESVIO-ABS = WS-DESVIO * -1
           ELSE
              MOVE WS-DESVIO TO WS-DESVIO-ABS
           END-IF
           IF WS-DESVIO-ABS > WS-TOLERANCIA
              ADD 1 TO WS-EXCECOES-PRECO
              IF WS-DESVIO < ZEROS
                 MOVE "ABAIXO TABELA" TO DET-OCORRENCIA
              ELSE
                 MOVE "ACIMA TABELA"  TO DET-OCORRENCIA
              END-IF
              PERFORM IMPRIME-EXCECAO THRU F-IMPRIME-EXCECAO
           END-IF
           MOVE 00 TO WS-RESULTADO-PRD.
       F-CONFERE-SKU. EXIT.

      * PRECO DE TABELA DO SKU NA DATA DO PEDIDO: PRIMEIRO O DA UF DO
      * CLIENTE, NA FALTA DELE O NACIONAL (UF EM BRANCO).
       BUSCA-PRECO.
           MOVE "N"   TO WS-PRECO-ACHADO
           MOVE ZEROS TO WS-PRECO-LISTA
           IF WS-EXISTE-PRECO NOT = "S"
              OR WS-ULT-PED-AAAAMMDD = ZEROS
              GO TO F-BUSCA-PRECO
           END-IF
           IF WS-ULT-CLI-UF NOT = SPACES
              MOVE WS-ULT-CLI-UF TO WS-UF-PROCURADA
              PERFORM PRECO-DA-UF THRU F-PRECO-DA-UF
           END-IF
           IF WS-PRECO-ACHADO NOT = "S"
              MOVE SPACES TO WS-UF-PROCURADA
              PERFORM PRECO-DA-UF THRU F-PRECO-DA-UF
           END-IF.
       F-BUSCA-PRECO. EXIT.

      * PERCORRE AS VIGENCIAS DO SKU NA UF PROCURADA EM ORDEM DE
      * INICIO E FICA COM A ULTIMA INICIADA ATE A DATA DO PEDIDO E
      * AINDA NAO ENCERRADA NELA.
       PRECO-DA-UF.
           MOVE IMP-SKU-CODIGO  TO PRC-PRD-CODIGO
           MOVE WS-UF-PROCURADA TO PRC-UF
           MOVE ZEROS           TO PRC-INICIO
           START ARQ-PRECO KEY NOT LESS PRC-CHAVE
           IF WS-RESULTADO-PRC NOT = 00
              GO TO F-PRECO-DA-UF
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PRECO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF PRC-PRD-CODIGO NOT = IMP-SKU-CODIGO
                 OR PRC-UF NOT = WS-UF-PROCURADA
                 OR PRC-INICIO > WS-ULT-PED-AAAAMMDD
                 EXIT PERFORM
              END-IF
              IF PRC-FIM = ZEROS
                 OR PRC-FIM NOT < WS-ULT-PED-AAAAMMDD
                 MOVE "S"                TO WS-PRECO-ACHADO
                 MOVE PRC-VALOR-UNITARIO TO WS-PRECO-LISTA
                 MOVE PRC-UF             TO WS-PRECO-UF
              END-IF
           END-PERFORM.
       F-PRECO-DA-UF. EXIT.

      * LINHA DO RELATORIO DE EXCECOES; DET-OCORRENCIA JA PREENCHIDA.
       IMPRIME-EXCECAO.
           MOVE WS-ULT-CLI-CODIGO TO DET-CLI-CODIGO
           MOVE WS-ULT-PED-DATA   TO DET-DATA
           MOVE IMP-SKU-CODIGO    TO DET-SKU
           MOVE PRD-DESCRICAO     TO DET-DESCRICAO
           MOVE IMP-SKU-QTD       TO DET-QTD
           MOVE IMP-SKU-UNITARIO  TO DET-UNITARIO
           MOVE WS-PRECO-LISTA    TO DET-PRECO
           MOVE WS-DESVIO         TO DET-DESVIO
           IF WS-PRECO-LISTA = ZEROS
              MOVE SPACES TO DET-UF
           ELSE
              IF WS-PRECO-UF = SPACES
                 MOVE "NAC" TO DET-UF
              ELSE
                 MOVE WS-PRECO-UF TO DET-UF
              END-IF
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES.
       F-IMPRIME-EXCECAO. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-3      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  05 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * VENDEDOR DE REGISTRO: O TITULAR DO CLIENTE NO DISTMEST.DAT
      * NO MOMENTO DA CARGA; ZERO QUANDO O CLIENTE NAO ESTA
      * DISTRIBUIDO (EXCECAO, PROSPECT OU BASE SEM DISTRIBUICAO).
       VENDEDOR-DE-REGISTRO.
           MOVE ZEROS TO PED-VEN-CODIGO
           IF WS-EXISTE-DIST-MEST = "S"
              MOVE IMP-PED-CLI-CODIGO TO DM-CLI-CODIGO
              READ ARQ-DIST-MEST
              IF WS-RESULTADO-MEST = 00
                 MOVE DM-VEN-CODIGO TO PED-VEN-CODIGO
              END-IF
           END-IF.
       F-VENDEDOR-DE-REGISTRO. EXIT.

      * LOCALIZA A PROXIMA SEQUENCIA LIVRE DE PEDIDO DO CLIENTE E,
      * NA MESMA PASSADA, APURA O HISTORICO USADO NA RETENCAO.
       PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-PROXIMA-SEQ
           MOVE ZEROS TO WS-HIST-QTD
           MOVE ZEROS TO WS-HIST-VALOR
           MOVE ZEROS TO WS-SALDO-ABERTO
           MOVE "N"   TO WS-DUPLICADO
           MOVE IMP-PED-CLI-CODIGO TO PED-CLI-CODIGO
           MOVE ZEROS              TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
                    EXIT PERFORM
                 END-IF
                 MOVE PED-SEQUENCIA TO WS-PROXIMA-SEQ
                 ADD 1         TO WS-HIST-QTD
                 ADD PED-VALOR TO WS-HIST-VALOR
                 IF PED-SITUACAO NOT = "P"
                    ADD PED-VALOR TO WS-SALDO-ABERTO
                 END-IF
                 IF PED-DATA = IMP-PED-DATA
                    AND PED-VALOR = IMP-PED-VALOR
                    MOVE "S" TO WS-DUPLICADO
                 END-IF
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ
           IF WS-DUPLICADO NOT = "S"
              PERFORM VERIFICA-DUPLICADO-RETIDO
                 THRU F-VERIFICA-DUPLICADO-RETIDO
           END-IF.
       F-PROXIMA-SEQUENCIA. EXIT.

      * O MESMO PEDIDO (CLIENTE, DATA E VALOR) AINDA RETIDO NA FILA
      * DO PROG63 TAMBEM E DUPLICADO: SEM ISTO ELE SERIA RETIDO DUAS
      * VEZES E PODERIA SER LIBERADO DUAS VEZES. O JA LIBERADO ESTA
      * NO PEDIDO.DAT E O REJEITADO NAO CONTA.
       VERIFICA-DUPLICADO-RETIDO.
           MOVE IMP-PED-CLI-CODIGO TO PEN-CLI-CODIGO
           MOVE ZEROS              TO PEN-SEQUENCIA
           START ARQ-PEDIDO-PEND KEY NOT LESS PEN-CHAVE
           IF WS-RESULTADO-PEN NOT = 00
              GO TO F-VERIFICA-DUPLICADO-RETIDO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PEDIDO-PEND NEXT AT END
                 EXIT PERFORM
              END-READ
              IF PEN-CLI-CODIGO NOT = IMP-PED-CLI-CODIGO
                 EXIT PERFORM
              END-IF
              IF PEN-SITUACAO = "R"
                 AND PEN-DATA = IMP-PED-DATA
                 AND PEN-VALOR = IMP-PED-VALOR
                 MOVE "S" TO WS-DUPLICADO
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       F-VERIFICA-DUPLICADO-RETIDO. EXIT.

      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR.
       LE-OPERADOR.
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG19"        TO RLA-PROGRAMA
           MOVE "RPRECOEXC.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE    TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "ARQUIVO " DELIMITED BY SIZE
                  WS-LOCAL-ARQ-PED DELIMITED BY SPACE
                  INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
