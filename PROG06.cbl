       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 09/08/2026.
      * ------------ MANUTENCAO ONLINE DE CLIENTE/VENDEDOR -------------
      * O CLIENTE TEM TAMBEM A CNAE DA SUA ATIVIDADE (CLICNAE.DAT),
      * QUE DEFINE O SEGMENTO USADO PARA CASAR O CLIENTE COM AS
      * ESPECIALIZACOES DOS VENDEDORES (PROG73) NA DISTRIBUICAO.
      * A INCLUSAO GRAVA A EMPRESA DA SESSAO (SIGN-ON PROG24) E A
      * ALTERACAO SO ALCANCA CADASTROS DELA; A SESSAO CONSOLIDADA
      * (NIVEL 3) ALTERA QUALQUER EMPRESA MAS NAO INCLUI.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CLI-CNAE ASSIGN TO DISK WID-ARQ-CLI-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNA.

           SELECT ARQ-CTL-CODIGO ASSIGN TO DISK WS-LOCAL-ARQ-CTL-CODIGO
                  ORGANIZATION IS LINE SEQUENTIAL.


       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-CLI-CNAE.FD".

       COPY "ARQ-AUDITORIA.FD".

       COPY "ARQ-CTL-OPERADOR.FD".
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-CNAE      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNA      PIC 9(02) VALUE ZEROS.
       77 WS-CNAE-INFORMADA     PIC X(07) VALUE SPACES.
       77 WS-LOCAL-ARQ-CTL-CODIGO PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-AUD-TIPO           PIC X(01) VALUE SPACES.
       77 WS-AUD-CODIGO         PIC 9(07) VALUE ZEROS.
       77 WS-AUD-OPERACAO       PIC X(01) VALUE SPACES.
             VALUE "LATITUDE..........................".
          02 LINE 16 COLUMN 01
             VALUE "LONGITUDE.........................".
          02 LINE 17 COLUMN 01
             VALUE "CNAE (SO CLIENTE, 7 DIGITOS).......".
          02 LINE 18 COLUMN 01
             VALUE "CAPACIDADE MAX. DE CARTEIRA (SO VENDEDOR, 0=
      -"SEM LIMITE)".
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A"
              ACCEPT WS-OPERACAO AT 0652
           END-PERFORM
           IF WS-OPERACAO = "I" AND WS-EMPRESA-SESSAO = ZEROS
              DISPLAY "SESSAO CONSOLIDADA - ESCOLHA A EMPRESA NO SIGN-O
      -"N" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-AUDITORIA
              EXIT PROGRAM
           END-IF

      * A MANUTENCAO NAO ABRE O MESTRE PARA ATUALIZACAO ENQUANTO UM
      * ATUALIZADOR LONGO (DISTRIBUICAO, IMPORTACAO, RESTAURACAO...)
                 CLOSE ARQ-AUDITORIA
                 EXIT PROGRAM
              END-IF
              MOVE "CLICNAE.DAT" TO WID-ARQ-CLI-CNAE
              OPEN I-O ARQ-CLI-CNAE
              IF WS-RESULTADO-CNA NOT = 00
                 OPEN OUTPUT ARQ-CLI-CNAE
                 CLOSE ARQ-CLI-CNAE
                 OPEN I-O ARQ-CLI-CNAE
              END-IF
              IF WS-OPERACAO = "I"
                 PERFORM INCLUI-CLIENTE THRU F-INCLUI-CLIENTE
              ELSE
                 PERFORM ALTERA-CLIENTE THRU F-ALTERA-CLIENTE
              END-IF
              CLOSE ARQ-CLI-CNAE
              CLOSE ARQ-CLIENTE
           ELSE
              MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           ACCEPT WS-NOME-INFORMADO  AT 1252
           ACCEPT WS-LAT-INFORMADA   AT 1452
           ACCEPT WS-LON-INFORMADA   AT 1652
           MOVE SPACES TO WS-CNAE-INFORMADA
           PERFORM ACEITA-CNAE THRU F-ACEITA-CNAE
           MOVE WS-DOC-CLI TO CLI-CNPJ
           MOVE "S" TO WS-RETORNO
           CALL "VALIDA-CNPJ" USING CLI-CNPJ
                 MOVE ZEROS             TO CLI-CODIGO-SUCESSOR
                 MOVE ZEROS             TO CLI-LIMITE-CREDITO
                 MOVE "N"               TO CLI-BLOQUEIO
                 MOVE WS-EMPRESA-SESSAO TO CLI-EMPRESA
                 WRITE REGISTRO-CLIENTE
                 IF WS-RESULTADO-ACESSO NOT = 00
                    DISPLAY "ERRO NA GRAVACAO DO CLIENTE: " AT 2001
                    MOVE SPACES           TO WS-IMAGEM-ANTES
                    MOVE REGISTRO-CLIENTE TO WS-IMAGEM-DEPOIS
                    PERFORM GRAVA-AUDITORIA THRU F-GRAVA-AUDITORIA
                    PERFORM GRAVA-CNAE THRU F-GRAVA-CNAE
                    DISPLAY "CLIENTE INCLUIDO COM O CODIGO: " AT 2001
                    DISPLAY CLI-CODIGO                        AT 2033
                 END-IF
           ACCEPT WS-CODIGO-INFORMADO AT 0852
           MOVE WS-CODIGO-INFORMADO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              AND WS-EMPRESA-SESSAO NOT = ZEROS
              AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
              DISPLAY "CLIENTE DE OUTRA EMPRESA ..............." AT 2001
              ACCEPT  PAUSA                                      AT 2478
              GO TO F-ALTERA-CLIENTE
           END-IF
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE NAO ENCONTRADO ................" AT 2001
              ACCEPT  PAUSA                                      AT 2478
              MOVE CLI-LATITUDE     TO WS-LAT-INFORMADA
              MOVE CLI-LONGITUDE    TO WS-LON-INFORMADA
              MOVE CLI-STATUS       TO WS-STATUS-INFORMADO
              MOVE SPACES           TO WS-CNAE-INFORMADA
              MOVE CLI-CODIGO       TO CNA-CLI-CODIGO
              READ ARQ-CLI-CNAE
              IF WS-RESULTADO-CNA = 00
                 MOVE CNA-CNAE TO WS-CNAE-INFORMADA
              END-IF
              DISPLAY WS-DOC-CLI            AT 1052
              DISPLAY WS-NOME-INFORMADO     AT 1252
              DISPLAY WS-LAT-INFORMADA      AT 1452
              DISPLAY WS-LON-INFORMADA      AT 1652
              DISPLAY WS-CNAE-INFORMADA     AT 1752
              DISPLAY WS-STATUS-INFORMADO   AT 2052
              ACCEPT WS-DOC-CLI             AT 1052
              ACCEPT WS-NOME-INFORMADO      AT 1252
              ACCEPT WS-LAT-INFORMADA       AT 1452
              ACCEPT WS-LON-INFORMADA       AT 1652
              PERFORM ACEITA-CNAE THRU F-ACEITA-CNAE
              PERFORM UNTIL WS-STATUS-INFORMADO = "A"
                 OR WS-STATUS-INFORMADO = "I"
                 ACCEPT WS-STATUS-INFORMADO AT 2052
                    MOVE "A"              TO WS-AUD-OPERACAO
                    MOVE REGISTRO-CLIENTE TO WS-IMAGEM-DEPOIS
                    PERFORM GRAVA-AUDITORIA THRU F-GRAVA-AUDITORIA
                    PERFORM GRAVA-CNAE THRU F-GRAVA-CNAE
                    DISPLAY "CLIENTE ALTERADO COM SUCESSO .........."
                       AT 2001
                 END-IF
                 MOVE WS-CAPACIDADE-INFORMADA TO VEN-CAPACIDADE-MAX
                 MOVE ZEROS TO VEN-QTD-CARTEIRA
                 MOVE "A"   TO VEN-STATUS
                 MOVE WS-EMPRESA-SESSAO TO VEN-EMPRESA
                 WRITE REGISTRO-VENDEDOR
                 IF WS-RESULTADO-ACESSO NOT = 00
                    DISPLAY "ERRO NA GRAVACAO DO VENDEDOR: " AT 2001
           ACCEPT WS-CODIGO-INFORMADO AT 0852
           MOVE WS-CODIGO-INFORMADO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO = 00
              AND WS-EMPRESA-SESSAO NOT = ZEROS
              AND VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
              DISPLAY "VENDEDOR DE OUTRA EMPRESA .............." AT 2001
              ACCEPT  PAUSA                                      AT 2478
              GO TO F-ALTERA-VENDEDOR
           END-IF
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "VENDEDOR NAO ENCONTRADO ..............." AT 2001
              ACCEPT  PAUSA                                      AT 2478
           END-IF.
       F-ALTERA-VENDEDOR. EXIT.

      * CNAE DO CLIENTE: EM BRANCO (SEM SEGMENTO CONHECIDO) OU OS 7
      * DIGITOS DA SUBCLASSE, SEM PONTUACAO.
       ACEITA-CNAE.
           ACCEPT WS-CNAE-INFORMADA AT 1752
           PERFORM UNTIL WS-CNAE-INFORMADA = SPACES
              OR WS-CNAE-INFORMADA NUMERIC
              DISPLAY "CNAE INVALIDA - INFORME OS 7 DIGITOS DA SUBCLA
      -"SSE OU DEIXE EM BRANCO" AT 2001
              ACCEPT WS-CNAE-INFORMADA AT 1752
           END-PERFORM.
       F-ACEITA-CNAE. EXIT.

      * GRAVA, REGRAVA OU (CNAE APAGADA) EXCLUI O SEGMENTO DO CLIENTE
      * EM CLICNAE.DAT.
       GRAVA-CNAE.
           MOVE CLI-CODIGO TO CNA-CLI-CODIGO
           READ ARQ-CLI-CNAE
           IF WS-CNAE-INFORMADA = SPACES
              IF WS-RESULTADO-CNA = 00
                 DELETE ARQ-CLI-CNAE
              END-IF
              GO TO F-GRAVA-CNAE
           END-IF
           IF WS-RESULTADO-CNA = 00
              AND CNA-CNAE = WS-CNAE-INFORMADA
              GO TO F-GRAVA-CNAE
           END-IF
           MOVE CLI-CODIGO        TO CNA-CLI-CODIGO
           MOVE WS-CNAE-INFORMADA TO CNA-CNAE
           MOVE "M"               TO CNA-ORIGEM
           MOVE DATA-DE-HOJE      TO CNA-DATA-ATUALIZACAO
           IF WS-RESULTADO-CNA = 00
              REWRITE REGISTRO-CLI-CNAE
           ELSE
              WRITE REGISTRO-CLI-CNAE
           END-IF.
       F-GRAVA-CNAE. EXIT.

       CNPJ-DUPLICADO.
           START ARQ-CLIENTE KEY IS EQUAL CLI-CNPJ
           IF WS-RESULTADO-ACESSO = 00
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
