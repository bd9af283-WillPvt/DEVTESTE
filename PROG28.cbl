                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-CONSENTIMENTO ASSIGN TO DISK
                  WID-ARQ-CONSENTIMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNS.

           SELECT ARQ-LOG-MERGE ASSIGN TO "MERGE.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-MRG.

       COPY "ARQ-APROVACAO.FD".

       COPY "ARQ-CONSENTIMENTO.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       FD ARQ-LOG-MERGE.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MRG      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-CONSENTIMENTO PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNS      PIC 9(02) VALUE ZEROS.
       77 WS-CNS-ABERTO         PIC X(01) VALUE "N".
       77 WS-IDX-CANAL          PIC 9(01) VALUE ZEROS.
       77 WS-CANAIS             PIC X(03) VALUE "ETW".
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.

      * OS CONTATOS DO ABSORVIDO SAO COPIADOS PARA A TABELA, DEPOIS
      * EXCLUIDOS E REGRAVADOS SOB O SOBREVIVENTE NAS PROXIMAS
      * SEQUENCIAS LIVRES; OS CONSENTIMENTOS DE MARKETING DE CADA
      * CONTATO (CONSENT.DAT) ACOMPANHAM A NOVA SEQUENCIA.
       MOVE-CONTATOS.
           MOVE ZEROS TO WS-QTD-CTT-TAB
           MOVE "N" TO WS-CNS-ABERTO
           MOVE "CONSENT.DAT" TO WID-ARQ-CONSENTIMENTO
           OPEN I-O ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 00
              MOVE "S" TO WS-CNS-ABERTO
           END-IF
           MOVE "CLICONTATO.DAT" TO WID-ARQ-CLI-CONTATO
           OPEN I-O ARQ-CLI-CONTATO
           IF WS-RESULTADO-ACESSO NOT = 00
                 WRITE REGISTRO-CLI-CONTATO
                 IF WS-RESULTADO-ACESSO = 00
                    ADD 1 TO WS-QTD-CONTATOS-MOVIDOS
                    IF WS-CNS-ABERTO = "S"
                       PERFORM MOVE-CONSENTIMENTOS
                          THRU F-MOVE-CONSENTIMENTOS
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-CLI-CONTATO
           END-IF
           IF WS-CNS-ABERTO = "S"
              CLOSE ARQ-CONSENTIMENTO
           END-IF.
       F-MOVE-CONTATOS. EXIT.

      * CONSENTIMENTO DE CADA CANAL DO CONTATO WS-IDX-CTT: EXCLUIDO
      * SOB O ABSORVIDO E REGRAVADO SOB O SOBREVIVENTE, NA SEQUENCIA
      * QUE O CONTATO ACABOU DE RECEBER (WS-PROXIMA-SEQ).
       MOVE-CONSENTIMENTOS.
           PERFORM VARYING WS-IDX-CANAL FROM 1 BY 1
              UNTIL WS-IDX-CANAL > 3
              MOVE WS-CLI-ABSORVIDO TO CNS-CLI-CODIGO
              MOVE WS-CTT-SEQ-ORIGEM(WS-IDX-CTT) TO CNS-CTT-SEQUENCIA
              MOVE WS-CANAIS(WS-IDX-CANAL:1) TO CNS-CANAL
              READ ARQ-CONSENTIMENTO
              IF WS-RESULTADO-CNS = 00
                 DELETE ARQ-CONSENTIMENTO
                 MOVE WS-CLI-SOBREVIVE TO CNS-CLI-CODIGO
                 MOVE WS-PROXIMA-SEQ   TO CNS-CTT-SEQUENCIA
                 WRITE REGISTRO-CONSENTIMENTO
              END-IF
           END-PERFORM.
       F-MOVE-CONSENTIMENTOS. EXIT.

       PROXIMA-SEQUENCIA.
           MOVE ZEROS TO WS-PROXIMA-SEQ
           MOVE WS-CLI-SOBREVIVE TO CTT-CLI-CODIGO
              MOVE "DIST.CSV" TO WS-ARQUIVO-TRAVA
              PERFORM OBTEM-UMA-TRAVA THRU F-OBTEM-UMA-TRAVA
           END-IF
           IF WS-RESULT-TRAVA = "S"
              MOVE "CONSENT.DAT" TO WS-ARQUIVO-TRAVA
              PERFORM OBTEM-UMA-TRAVA THRU F-OBTEM-UMA-TRAVA
           END-IF
           IF WS-RESULT-TRAVA NOT = "S"
              MOVE WS-DETENTOR-TRAVA TO WS-DETENTOR-GUARDA
              PERFORM LIBERA-TRAVAS THRU F-LIBERA-TRAVAS
