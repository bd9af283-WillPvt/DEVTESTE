                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CLI-CNAE ASSIGN TO DISK WID-ARQ-CLI-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNA.

           SELECT ARQ-IMPORTA-CLI ASSIGN TO DISK WS-LOCAL-ARQ-CLI
                  ORGANIZATION IS LINE SEQUENTIAL.

                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

           SELECT ARQ-CTL-VOLUME ASSIGN TO "VOLUME.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-VOL.





       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-CLI-CNAE.FD".

       COPY "ARQ-IMPORTA-VEN.FD".

       COPY "ARQ-IMPORTA-CLI.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       COPY "ARQ-CTL-VOLUME.FD".



       WORKING-STORAGE SECTION.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-CONTATO   PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-CNAE      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNA      PIC 9(02) VALUE ZEROS.
       77 WS-LOCAL-ARQ-CLI      PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-VEN      PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-LOG      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUES ZEROS.
       77 WS-RESULTADO-LOG      PIC 9(02) VALUES ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUES ZEROS.
       77 WS-RESULTADO-VOL      PIC 9(02) VALUES ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUES ZEROS.
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EMPRESA-INFORMADA  PIC X(02) VALUE SPACES.
       77 WS-EMPRESA-REGISTRO   PIC 9(02) VALUE 01.
       77 WS-EMPRESA-OK         PIC X(01) VALUE "S".
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 WS-TIPO-DADO-INVALIDO PIC X(01) VALUE "N".
       77 WS-TOTAL-LIDOS        PIC 9(07) VALUE ZEROS.
                CLOSE ARQ-CLIENTE
                CLOSE ARQ-CLI-CONTATO
                CLOSE ARQ-CLI-ENDERECO
                CLOSE ARQ-CLI-CNAE
                CLOSE ARQ-LOG
                CLOSE ARQ-IMPORTA-CLI
              WHEN 02
              CLOSE ARQ-CLI-ENDERECO
              OPEN I-O ARQ-CLI-ENDERECO
           END-IF
           MOVE "CLICNAE.DAT" TO WID-ARQ-CLI-CNAE
           OPEN I-O ARQ-CLI-CNAE
           IF WS-RESULTADO-CNA NOT = 00
              OPEN OUTPUT ARQ-CLI-CNAE
              CLOSE ARQ-CLI-CNAE
              OPEN I-O ARQ-CLI-CNAE
           END-IF
           PERFORM CARREGA-CEP-FAIXAS THRU F-CARREGA-CEP-FAIXAS
           OPEN INPUT ARQ-IMPORTA-CLI
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE IMP-CLI-CNPJ         TO  CLI-CNPJ
              MOVE SPACES TO LOG-MENSAGEM
              MOVE ZEROS  TO LOG-CODIGO-EXISTENTE
              MOVE IMP-CLI-EMPRESA TO WS-EMPRESA-INFORMADA
              PERFORM DEFINE-EMPRESA-IMPORTADA
                 THRU F-DEFINE-EMPRESA-IMPORTADA
              IF WS-EMPRESA-OK = "N"
                 MOVE "EMPRESA DIFERENTE DA SESSAO!" TO LOG-MENSAGEM
                 MOVE CLI-CNPJ TO LOG-CNPJ
                 PERFORM MASCARA-CNPJ-LOG THRU F-MASCARA-CNPJ-LOG
                 PERFORM PREPARA-LOG-CLI THRU F-PREPARA-LOG-CLI
                 WRITE REG-LOG
                 ADD 1 TO WS-TOTAL-INVALIDOS
                 EXIT PERFORM CYCLE
              END-IF
001730        IF CLI-CNPJ = ZEROS OR CLI-CNPJ = SPACES
001740           MOVE "CNPJ EM BRANCO!" TO LOG-MENSAGEM
                 MOVE CLI-CNPJ TO LOG-CNPJ
                       MOVE ZEROS TO CLI-CODIGO-SUCESSOR
                       MOVE ZEROS TO CLI-LIMITE-CREDITO
                       MOVE "N"   TO CLI-BLOQUEIO
                       MOVE WS-EMPRESA-REGISTRO TO CLI-EMPRESA
                       IF WS-SOMENTE-VALIDA NOT = "S"
                          WRITE REGISTRO-CLIENTE
                          IF WS-CONTATO-OK = "S"
                          END-IF
                          PERFORM GRAVA-ENDERECO-CLI
                             THRU F-GRAVA-ENDERECO-CLI
                          PERFORM GRAVA-CNAE-CLI
                             THRU F-GRAVA-CNAE-CLI
                       END-IF
001740                 IF WS-COORD-OK = "P"
                          MOVE "INCLUIDO PENDENTE DE GEOCODIFICACAO"
              MOVE IMP-VEN-CPF          TO  VEN-CPF
              MOVE SPACES TO LOG-MENSAGEM
              MOVE ZEROS  TO LOG-CODIGO-EXISTENTE
              MOVE IMP-VEN-EMPRESA TO WS-EMPRESA-INFORMADA
              PERFORM DEFINE-EMPRESA-IMPORTADA
                 THRU F-DEFINE-EMPRESA-IMPORTADA
              IF WS-EMPRESA-OK = "N"
                 MOVE "EMPRESA DIFERENTE DA SESSAO!" TO LOG-MENSAGEM
                 MOVE ZEROS   TO LOG-CNPJ
                 MOVE VEN-CPF TO LOG-CNPJ(4:11)
                 PERFORM MASCARA-CPF-LOG THRU F-MASCARA-CPF-LOG
                 PERFORM PREPARA-LOG-VEN THRU F-PREPARA-LOG-VEN
                 WRITE REG-LOG
                 ADD 1 TO WS-TOTAL-INVALIDOS
                 EXIT PERFORM CYCLE
              END-IF
001730        IF VEN-CPF = ZEROS
001740           MOVE "CPF EM BRANCO!" TO LOG-MENSAGEM
                 MOVE ZEROS   TO LOG-CNPJ
                       MOVE IMP-VEN-RAZAO-SOCIAL TO  VEN-NOME
                       MOVE ZEROS TO VEN-CAPACIDADE-MAX
                       MOVE ZEROS TO VEN-QTD-CARTEIRA
                       MOVE WS-EMPRESA-REGISTRO TO VEN-EMPRESA
                       IF IMP-VEN-STATUS = SPACES
                          MOVE "A" TO VEN-STATUS
                       ELSE
              OPEN OUTPUT ARQ-CTL-EXECUCAO
           END-IF
           WRITE REG-CTL-EXECUCAO
           CLOSE ARQ-CTL-EXECUCAO
      * VOLUME DA ETAPA PARA O HISTORICO DE TEMPOS DO BATCH DIARIO.
           MOVE "IMPORTACAO" TO VOL-PROGRAMA
           IF LK-TIPO-DADO = 02
              MOVE WS-LOCAL-ARQ-VEN TO VOL-ARQUIVO
           ELSE
              MOVE WS-LOCAL-ARQ-CLI TO VOL-ARQUIVO
           END-IF
           MOVE WS-TOTAL-LIDOS TO VOL-LIDOS
           COMPUTE VOL-GRAVADOS =
              WS-TOTAL-INCLUIDOS + WS-TOTAL-ATUALIZADOS
           OPEN OUTPUT ARQ-CTL-VOLUME
           IF WS-RESULTADO-VOL = 00
              WRITE REG-CTL-VOLUME
              CLOSE ARQ-CTL-VOLUME
           END-IF.
       F-GRAVA-EXECUCAO. EXIT.

      * CATALOGO DE ARQUIVOS JA IMPORTADOS (IMPORTADOS.CTL): BLOQUEIA
       ATUALIZA-CLIENTE.
           MOVE LOG-CODIGO-EXISTENTE TO CLI-CODIGO
           READ ARQ-CLIENTE
      * O CNPJ E UNICO NA INSTALACAO: UM CLIENTE DE OUTRA EMPRESA NAO
      * E ATUALIZADO PELA IMPORTACAO DESTA.
           IF WS-RESULTADO-ACESSO = 00
              AND WS-EMPRESA-SESSAO NOT = ZEROS
              AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
              MOVE "CLIENTE DE OUTRA EMPRESA!" TO LOG-MENSAGEM
              ADD 1 TO WS-TOTAL-INVALIDOS
              MOVE CLI-CNPJ TO LOG-CNPJ
              PERFORM MASCARA-CNPJ-LOG THRU F-MASCARA-CNPJ-LOG
              PERFORM PREPARA-LOG-CLI THRU F-PREPARA-LOG-CLI
              WRITE REG-LOG
              GO TO F-ATUALIZA-CLIENTE
           END-IF
           IF WS-RESULTADO-ACESSO = 00
      * NA ATUALIZACAO, COORDENADAS ZERADAS NO ARQUIVO DO FORNECEDOR
      * NAO REBAIXAM UM CLIENTE JA GEOCODIFICADO: AS COORDENADAS E A
                 IF WS-SOMENTE-VALIDA NOT = "S"
                    PERFORM GRAVA-ENDERECO-CLI
                       THRU F-GRAVA-ENDERECO-CLI
                    PERFORM GRAVA-CNAE-CLI
                       THRU F-GRAVA-CNAE-CLI
                 END-IF
                 MOVE "REGISTRO ATUALIZADO!" TO LOG-MENSAGEM
                 ADD 1 TO WS-TOTAL-ATUALIZADOS
           END-IF.
       F-GRAVA-ENDERECO-CLI. EXIT.

      * SEGMENTO DO CLIENTE (CLICNAE.DAT): GRAVADO/REGRAVADO QUANDO O
      * ARQUIVO DO FORNECEDOR TRAZ A CNAE; CNAE EM BRANCO PRESERVA A
      * QUE JA EXISTE (DIGITADA NO PROG06 OU DE CARGA ANTERIOR) E
      * CNAE FORA DO FORMATO VAI PARA O LOG SEM SER GRAVADA.
       GRAVA-CNAE-CLI.
           IF IMP-CLI-CNAE = SPACES
              GO TO F-GRAVA-CNAE-CLI
           END-IF
           IF IMP-CLI-CNAE NOT NUMERIC
              MOVE "CNAE INVALIDA - SEGMENTO NAO GRAVADO"
                 TO LOG-MENSAGEM
              MOVE CLI-CNPJ TO LOG-CNPJ
              PERFORM MASCARA-CNPJ-LOG THRU F-MASCARA-CNPJ-LOG
              PERFORM PREPARA-LOG-CLI THRU F-PREPARA-LOG-CLI
              MOVE CLI-CODIGO TO LOG-CODIGO-EXISTENTE
              WRITE REG-LOG
              GO TO F-GRAVA-CNAE-CLI
           END-IF
           MOVE CLI-CODIGO   TO CNA-CLI-CODIGO
           READ ARQ-CLI-CNAE
           MOVE CLI-CODIGO   TO CNA-CLI-CODIGO
           MOVE IMP-CLI-CNAE TO CNA-CNAE
           MOVE "I"          TO CNA-ORIGEM
           MOVE DATA-DE-HOJE TO CNA-DATA-ATUALIZACAO
           IF WS-RESULTADO-CNA = 00
              REWRITE REGISTRO-CLI-CNAE
           ELSE
              WRITE REGISTRO-CLI-CNAE
           END-IF.
       F-GRAVA-CNAE-CLI. EXIT.

       CARREGA-CEP-FAIXAS.
           MOVE ZEROS TO WS-QTD-CEP-FAIXAS
           OPEN INPUT ARQ-CEP-FAIXA
              MOVE WS-REG-BRUTO(WS-CAMPO-POS:2) TO IMP-CLI-UF
           ELSE
              MOVE SPACES TO IMP-CLI-UF
           END-IF
           MOVE "CNAE" TO WS-CAMPO-PROCURADO
           PERFORM BUSCA-CAMPO-MAPA THRU F-BUSCA-CAMPO-MAPA
           IF WS-CAMPO-ACHADO = "S" AND WS-CAMPO-TAM = 7
              MOVE WS-REG-BRUTO(WS-CAMPO-POS:7) TO IMP-CLI-CNAE
           ELSE
              MOVE SPACES TO IMP-CLI-CNAE
           END-IF
           MOVE "EMPRESA" TO WS-CAMPO-PROCURADO
           PERFORM BUSCA-CAMPO-MAPA THRU F-BUSCA-CAMPO-MAPA
           IF WS-CAMPO-ACHADO = "S" AND WS-CAMPO-TAM = 2
              MOVE WS-REG-BRUTO(WS-CAMPO-POS:2) TO IMP-CLI-EMPRESA
           ELSE
              MOVE SPACES TO IMP-CLI-EMPRESA
           END-IF.
       F-REMAPEIA-CLI. EXIT.

              MOVE SPACES TO IMP-VEN-STATUS
           END-IF
           MOVE ZEROS TO IMP-VEN-CAPACIDADE-MAX
           MOVE ZEROS TO IMP-VEN-QTD-CARTEIRA
           MOVE "EMPRESA" TO WS-CAMPO-PROCURADO
           PERFORM BUSCA-CAMPO-MAPA THRU F-BUSCA-CAMPO-MAPA
           IF WS-CAMPO-ACHADO = "S" AND WS-CAMPO-TAM = 2
              MOVE WS-REG-BRUTO(WS-CAMPO-POS:2) TO IMP-VEN-EMPRESA
           ELSE
              MOVE SPACES TO IMP-VEN-EMPRESA
           END-IF.
       F-REMAPEIA-VEN. EXIT.

      * ENTRADA GERENCIADA: QUANDO O INTAKE.CTL (GRAVADO PELO PROG43)
       F-LIBERA-TRAVAS. EXIT.

      * IDENTIFICA O OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24) PARA REGISTRO EM EXECUCAO.LOG, E A EMPRESA
      * DA SESSAO, QUE RECEBE OS REGISTROS IMPORTADOS.
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE ZEROS  TO WS-OPERADOR-NIVEL
           MOVE 01     TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
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

      * EMPRESA DO REGISTRO IMPORTADO: A DA COLUNA DO ARQUIVO OU, EM
      * BRANCO, A DA SESSAO (01 NA SESSAO CONSOLIDADA). SO A SESSAO
      * CONSOLIDADA (NIVEL 3) IMPORTA PARA UMA EMPRESA QUE NAO E A SUA.
       DEFINE-EMPRESA-IMPORTADA.
           MOVE "S" TO WS-EMPRESA-OK
           IF WS-EMPRESA-INFORMADA NUMERIC
              AND WS-EMPRESA-INFORMADA NOT = "00"
              MOVE WS-EMPRESA-INFORMADA TO WS-EMPRESA-REGISTRO
           ELSE
              IF WS-EMPRESA-SESSAO = ZEROS
                 MOVE 01 TO WS-EMPRESA-REGISTRO
              ELSE
                 MOVE WS-EMPRESA-SESSAO TO WS-EMPRESA-REGISTRO
              END-IF
           END-IF
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND WS-EMPRESA-REGISTRO NOT = WS-EMPRESA-SESSAO
              MOVE "N" TO WS-EMPRESA-OK
           END-IF.
       F-DEFINE-EMPRESA-IMPORTADA. EXIT.
