      * INCLUI, ALTERA E INATIVA CONTATOS INDIVIDUAIS DE UM CLIENTE
      * (COMPRAS / FINANCEIRO / ENTREGA), AGORA QUE CLICONTATO.DAT
      * COMPORTA VARIOS CONTATOS POR CLIENTE.
      * A OPERACAO C REGISTRA O CONSENTIMENTO DE MARKETING DO CONTATO
      * POR CANAL (E-MAIL, TELEFONE, WHATSAPP) NO CONSENT.DAT, COM A
      * DATA DO OPT-IN / OPT-OUT E A ORIGEM INFORMADA PELO OPERADOR.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CONSENTIMENTO ASSIGN TO DISK
                  WID-ARQ-CONSENTIMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNS.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       COPY "ARQ-CLI-CONTATO.FD".

       COPY "ARQ-CONSENTIMENTO.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CLI-CONTATO   PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-CONSENTIMENTO PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNS      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
       77 WS-EMAIL-INFORMADO    PIC X(40) VALUE SPACES.
       77 WS-PROXIMA-SEQ        PIC 9(03) VALUE ZEROS.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
       77 WS-IDX-CANAL          PIC 9(01) VALUE ZEROS.
       77 WS-LINHA-CANAL        PIC 9(02) VALUE ZEROS.
       77 WS-ORIGEM-INFORMADA   PIC X(12) VALUE SPACES.
       77 WS-QTD-RESPOSTAS      PIC 9(01) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(01) VALUE ZEROS.

      * CANAIS DO CONSENTIMENTO, NA ORDEM DAS LINHAS 17 A 19 DA TELA.
       01 WS-TAB-CANAIS.
          02 FILLER PIC X(36) VALUE
             "ECONSENTIMENTO E-MAIL..............".
          02 FILLER PIC X(36) VALUE
             "TCONSENTIMENTO TELEFONE............".
          02 FILLER PIC X(36) VALUE
             "WCONSENTIMENTO WHATSAPP............".
       01 WS-TAB-CANAIS-R REDEFINES WS-TAB-CANAIS.
          02 WS-CANAL OCCURS 3 TIMES.
             03 WS-CANAL-CODIGO     PIC X(01).
             03 WS-CANAL-ROTULO     PIC X(35).

       01 WS-TAB-CONSENTE.
          02 WS-CONSENTE OCCURS 3 TIMES.
             03 WS-CNS-ATUAL        PIC X(01).
             03 WS-CNS-DATA-ATUAL   PIC X(10).
             03 WS-CNS-RESPOSTA     PIC X(01).

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
          02 LINE 02 COLUMN 73 VALUE "PROG16".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE
             "OPERACAO: INCLUIR (I) ALTERAR (A) INATIVAR (E) CONSENTIMEN
      -"TO (C)?".
          02 LINE 06 COLUMN 01 VALUE
             "CODIGO DO CLIENTE..................".
          02 LINE 08 COLUMN 01 VALUE
             "SEQUENCIA (ALTERAR/INATIVAR/CONSENT)".
          02 LINE 10 COLUMN 01 VALUE
             "TIPO (COMPRAS/FINANCEIRO/ENTREGA)..".
          02 LINE 12 COLUMN 01 VALUE
           DISPLAY LIMPA-TELA
           DISPLAY TELA-CONTATO AT 0101
           MOVE SPACES TO WS-OPERACAO
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A" OR = "E" OR = "C"
              ACCEPT WS-OPERACAO AT 0468
           END-PERFORM
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           ACCEPT WS-CODIGO-INFORMADO AT 0637
                    PERFORM ALTERA-CONTATO THRU F-ALTERA-CONTATO
                 WHEN "E"
                    PERFORM INATIVA-CONTATO THRU F-INATIVA-CONTATO
                 WHEN "C"
                    PERFORM CONSENTIMENTO-CONTATO
                       THRU F-CONSENTIMENTO-CONTATO
              END-EVALUATE
           END-IF.
       F-MANUTENCAO-CONTATO. EXIT.
           END-IF.
       F-INATIVA-CONTATO. EXIT.

      * CONSENTIMENTO DE MARKETING DO CONTATO, CANAL A CANAL: S =
      * CONSENTIU (OPT-IN), N = RECUSOU (OPT-OUT), BRANCO = MANTEM. O
      * OPT-IN SO E ACEITO NO CANAL EM QUE O CONTATO TEM ENDERECO
      * (E-MAIL OU TELEFONE). A MUDANCA GUARDA A SITUACAO E A DATA
      * ANTERIORES; A ORIGEM E OBRIGATORIA.
       CONSENTIMENTO-CONTATO.
           MOVE ZEROS TO WS-SEQ-INFORMADA
           ACCEPT WS-SEQ-INFORMADA AT 0838
           MOVE WS-CODIGO-INFORMADO TO CTT-CLI-CODIGO
           MOVE WS-SEQ-INFORMADA    TO CTT-SEQUENCIA
           READ ARQ-CLI-CONTATO
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CONTATO NAO ENCONTRADO ..................."
                 AT 2001
              GO TO F-CONSENTIMENTO-CONTATO
           END-IF
           DISPLAY CTT-TIPO         AT 1037
           DISPLAY CTT-NOME-CONTATO AT 1237
           DISPLAY CTT-TELEFONE     AT 1437
           DISPLAY CTT-EMAIL        AT 1637

           MOVE "CONSENT.DAT" TO WID-ARQ-CONSENTIMENTO
           OPEN I-O ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS NOT = 00
              OPEN OUTPUT ARQ-CONSENTIMENTO
              CLOSE ARQ-CONSENTIMENTO
              OPEN I-O ARQ-CONSENTIMENTO
           END-IF
           IF WS-RESULTADO-CNS NOT = 00
              DISPLAY "ERRO NA ABERTURA DO CONSENT.DAT - STATUS: "
                 AT 2001
              DISPLAY WS-RESULTADO-CNS AT 2044
              GO TO F-CONSENTIMENTO-CONTATO
           END-IF

           MOVE ZEROS TO WS-QTD-RESPOSTAS
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
              UNTIL WS-IDX-CANAL > 3
              PERFORM ACEITA-CONSENTIMENTO THRU F-ACEITA-CONSENTIMENTO
           END-PERFORM
           IF WS-QTD-RESPOSTAS = ZEROS
              CLOSE ARQ-CONSENTIMENTO
              DISPLAY "CONSENTIMENTO MANTIDO SEM ALTERACAO ......"
                 AT 2001
              GO TO F-CONSENTIMENTO-CONTATO
           END-IF

           DISPLAY "ORIGEM (FORMULARIO/TELEFONE/EVENTO)" AT 2101
           MOVE SPACES TO WS-ORIGEM-INFORMADA
           PERFORM UNTIL WS-ORIGEM-INFORMADA NOT = SPACES
              ACCEPT WS-ORIGEM-INFORMADA AT 2137
           END-PERFORM

           MOVE ZEROS TO WS-QTD-GRAVADOS
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
              UNTIL WS-IDX-CANAL > 3
              PERFORM GRAVA-CONSENTIMENTO THRU F-GRAVA-CONSENTIMENTO
           END-PERFORM
           CLOSE ARQ-CONSENTIMENTO
           DISPLAY "CONSENTIMENTOS GRAVADOS: " AT 2001
           DISPLAY WS-QTD-GRAVADOS             AT 2026.
       F-CONSENTIMENTO-CONTATO. EXIT.

      * MOSTRA A SITUACAO ATUAL DO CANAL WS-IDX-CANAL E ACEITA A NOVA.
       ACEITA-CONSENTIMENTO.
           COMPUTE WS-LINHA-CANAL = 16 + WS-IDX-CANAL
           DISPLAY WS-CANAL-ROTULO(WS-IDX-CANAL)
              AT LINE WS-LINHA-CANAL COLUMN 01
           DISPLAY "(S/N)" AT LINE WS-LINHA-CANAL COLUMN 39
           MOVE WS-CODIGO-INFORMADO TO CNS-CLI-CODIGO
           MOVE WS-SEQ-INFORMADA    TO CNS-CTT-SEQUENCIA
           MOVE WS-CANAL-CODIGO(WS-IDX-CANAL) TO CNS-CANAL
           READ ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 00
              MOVE CNS-SITUACAO TO WS-CNS-ATUAL(WS-IDX-CANAL)
              MOVE CNS-DATA     TO WS-CNS-DATA-ATUAL(WS-IDX-CANAL)
           ELSE
              MOVE SPACES TO WS-CNS-ATUAL(WS-IDX-CANAL)
              MOVE SPACES TO WS-CNS-DATA-ATUAL(WS-IDX-CANAL)
           END-IF
           EVALUATE WS-CNS-ATUAL(WS-IDX-CANAL)
              WHEN "S"
                 DISPLAY "ATUAL: CONSENTIU EM"
                    AT LINE WS-LINHA-CANAL COLUMN 46
              WHEN "N"
                 DISPLAY "ATUAL: RECUSOU EM"
                    AT LINE WS-LINHA-CANAL COLUMN 46
              WHEN OTHER
                 DISPLAY "ATUAL: SEM REGISTRO"
                    AT LINE WS-LINHA-CANAL COLUMN 46
           END-EVALUATE
           DISPLAY WS-CNS-DATA-ATUAL(WS-IDX-CANAL)
              AT LINE WS-LINHA-CANAL COLUMN 66
           MOVE "X" TO WS-CNS-RESPOSTA(WS-IDX-CANAL)
           PERFORM UNTIL WS-CNS-RESPOSTA(WS-IDX-CANAL) = "S" OR = "N"
              OR WS-CNS-RESPOSTA(WS-IDX-CANAL) = SPACE
              MOVE SPACE TO WS-CNS-RESPOSTA(WS-IDX-CANAL)
              ACCEPT WS-CNS-RESPOSTA(WS-IDX-CANAL)
                 AT LINE WS-LINHA-CANAL COLUMN 37
              IF WS-CNS-RESPOSTA(WS-IDX-CANAL) = "S"
                 IF (WS-IDX-CANAL = 1 AND CTT-EMAIL = SPACES)
                    OR (WS-IDX-CANAL > 1 AND CTT-TELEFONE = SPACES)
                    DISPLAY "CANAL SEM ENDERECO NO CONTATO - OPT-IN
      -" RECUSADO" AT 2001
                    MOVE "X" TO WS-CNS-RESPOSTA(WS-IDX-CANAL)
                 END-IF
              END-IF
           END-PERFORM
           IF WS-CNS-RESPOSTA(WS-IDX-CANAL) NOT = SPACE
              AND WS-CNS-RESPOSTA(WS-IDX-CANAL)
                  NOT = WS-CNS-ATUAL(WS-IDX-CANAL)
              ADD 1 TO WS-QTD-RESPOSTAS
           END-IF.
       F-ACEITA-CONSENTIMENTO. EXIT.

       GRAVA-CONSENTIMENTO.
           IF WS-CNS-RESPOSTA(WS-IDX-CANAL) = SPACE
              OR WS-CNS-RESPOSTA(WS-IDX-CANAL)
                 = WS-CNS-ATUAL(WS-IDX-CANAL)
              GO TO F-GRAVA-CONSENTIMENTO
           END-IF
           MOVE WS-CODIGO-INFORMADO TO CNS-CLI-CODIGO
           MOVE WS-SEQ-INFORMADA    TO CNS-CTT-SEQUENCIA
           MOVE WS-CANAL-CODIGO(WS-IDX-CANAL) TO CNS-CANAL
           MOVE WS-CNS-ATUAL(WS-IDX-CANAL)      TO CNS-SITUACAO-ANTERIOR
           MOVE WS-CNS-DATA-ATUAL(WS-IDX-CANAL) TO CNS-DATA-ANTERIOR
           MOVE WS-CNS-RESPOSTA(WS-IDX-CANAL)   TO CNS-SITUACAO
           MOVE DATA-DE-HOJE                    TO CNS-DATA
           MOVE WS-ORIGEM-INFORMADA             TO CNS-ORIGEM
           MOVE WS-OPERADOR-ATUAL               TO CNS-OPERADOR
           IF WS-CNS-ATUAL(WS-IDX-CANAL) = SPACE
              WRITE REGISTRO-CONSENTIMENTO
           ELSE
              REWRITE REGISTRO-CONSENTIMENTO
           END-IF
           IF WS-RESULTADO-CNS = 00
              ADD 1 TO WS-QTD-GRAVADOS
           END-IF.
       F-GRAVA-CONSENTIMENTO. EXIT.

       ACEITA-TIPO.
           MOVE SPACES TO WS-TIPO-INFORMADO
           PERFORM UNTIL WS-TIPO-INFORMADO = "COMPRAS"
      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); MANUTENCAO EXIGE NIVEL 2 OU SUPERIOR.
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE ZEROS  TO WS-OPERADOR-NIVEL
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
