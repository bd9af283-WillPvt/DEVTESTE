                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-END.

           SELECT ARQ-CLI-CNAE ASSIGN TO DISK WID-ARQ-CLI-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNA.

           SELECT ARQ-IMPORTA-CLI ASSIGN TO DISK WS-LOCAL-ARQ-CLI
                  ORGANIZATION IS LINE SEQUENTIAL.


       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-CLI-CNAE.FD".

       COPY "ARQ-IMPORTA-CLI.FD".

       COPY "ARQ-IMPORTA-VEN.FD".
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 WID-ARQ-CLI-CNAE      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNA      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-CNAE        PIC X(01) VALUE "N".
       77 WS-LOCAL-ARQ-CLI      PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-VEN      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
              MOVE "N" TO WS-EXISTE-ENDERECO
           END-IF

           MOVE "CLICNAE.DAT" TO WID-ARQ-CLI-CNAE
           OPEN INPUT ARQ-CLI-CNAE
           IF WS-RESULTADO-CNA = 00
              MOVE "S" TO WS-EXISTE-CNAE
           ELSE
              MOVE "N" TO WS-EXISTE-CNAE
           END-IF

           STRING DATA-DE-HOJE(7:4) DATA-DE-HOJE(4:2)
                  DATA-DE-HOJE(1:2)
                  DELIMITED BY SIZE INTO WS-SUFIXO-GERACAO
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           IF WS-EXISTE-CNAE = "S"
              CLOSE ARQ-CLI-CNAE
           END-IF
           CLOSE ARQ-IMPORTA-CLI
           CLOSE ARQ-IMPORTA-VEN
           CLOSE ARQ-EXPORTA-CTT
                 MOVE CLI-LATITUDE     TO IMP-CLI-LATITUDE
                 MOVE CLI-LONGITUDE    TO IMP-CLI-LONGITUDE
                 MOVE CLI-STATUS       TO IMP-CLI-STATUS
                 MOVE CLI-EMPRESA      TO IMP-CLI-EMPRESA
                 MOVE SPACES           TO IMP-CLI-CONTATO-NOME
                                           IMP-CLI-TELEFONE
                                           IMP-CLI-EMAIL
                       MOVE END-UF         TO IMP-CLI-UF
                    END-IF
                 END-IF
                 MOVE SPACES TO IMP-CLI-CNAE
                 IF WS-EXISTE-CNAE = "S"
                    MOVE CLI-CODIGO TO CNA-CLI-CODIGO
                    READ ARQ-CLI-CNAE
                    IF WS-RESULTADO-CNA = 00
                       MOVE CNA-CNAE TO IMP-CLI-CNAE
                    END-IF
                 END-IF
                 WRITE REG-IMPORTA-CLI
                 ADD 1 TO WS-QTD-CLI-EXPORTADO
              END-PERFORM
                 MOVE VEN-STATUS    TO IMP-VEN-STATUS
                 MOVE VEN-CAPACIDADE-MAX TO IMP-VEN-CAPACIDADE-MAX
                 MOVE VEN-QTD-CARTEIRA   TO IMP-VEN-QTD-CARTEIRA
                 MOVE VEN-EMPRESA        TO IMP-VEN-EMPRESA
                 WRITE REG-IMPORTA-VEN
                 ADD 1 TO WS-QTD-VEN-EXPORTADO
              END-PERFORM
