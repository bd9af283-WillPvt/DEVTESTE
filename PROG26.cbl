      * ------- RESTAURACAO DE BACKUP (GERACOES DO PROG11) -------
      * RECONSTROI CLIENTE.DAT, VENDEDOR.DAT, CLICONTATO.DAT E
      * CLIENDERECO.DAT A PARTIR DE UMA GERACAO DE BACKUP ESCOLHIDA,
      * ALEM DO SEGMENTO (CNAE) DOS CLIENTES EM CLICNAE.DAT,
      * PRESERVANDO CODIGOS, SITUACAO, CAPACIDADE E CARTEIRA DOS
      * VENDEDORES - SEM PASSAR PELA IMPORTACAO, QUE REVALIDA E ZERA
      * ESTES CAMPOS. AO FINAL O CODIGO.CTL E RESSINCRONIZADO.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CLI-CNAE ASSIGN TO DISK WID-ARQ-CLI-CNAE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNA-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CLI-ENDERECO ASSIGN TO DISK
                  WID-ARQ-CLI-ENDERECO
                  ORGANIZATION     IS INDEXED

       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-CLI-CNAE.FD".

       COPY "ARQ-IMPORTA-CLI.FD".

       COPY "ARQ-IMPORTA-VEN.FD".
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-CONTATO   PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-CNAE      PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-CLI      PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-VEN      PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-CTT      PIC X(50) VALUE SPACES.
       77 WS-QTD-VEN-RESTAURADO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CTT-RESTAURADO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-END-RESTAURADO PIC 9(07) VALUE ZEROS.
       77 WS-QTD-CNA-RESTAURADO PIC 9(07) VALUE ZEROS.
       77 WS-MAX-CLI-CODIGO     PIC 9(07) VALUE ZEROS.
       77 WS-MAX-VEN-CODIGO     PIC 9(03) VALUE ZEROS.
       77 WS-ACAO-TRAVA         PIC X(01) VALUE SPACES.
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-CTT-RESTAURADO.
          02 LINE 08 COLUMN 01 VALUE "ENDERECOS RESTAURADOS..: ".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-END-RESTAURADO.
          02 LINE 09 COLUMN 01 VALUE "SEGMENTOS (CNAE).......: ".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-CNA-RESTAURADO.
          02 LINE 15 COLUMN 01
          VALUE "RESTAURACAO CONCLUIDA, TECLE ENTER PARA RETORNAR AO M
      -"ENU INICIAL ".
           END-IF

      * TRAVA DE EXECUCAO (BLOQUEIO.CTL): A RESTAURACAO DETEM OS
      * CINCO MESTRES QUE VAI RECRIAR ENQUANTO RODA.
           PERFORM OBTEM-TRAVAS THRU F-OBTEM-TRAVAS
           IF WS-RESULT-TRAVA NOT = "S"
              CLOSE ARQ-IMPORTA-CLI
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

      * CLIENTE.DAT, CLIENDERECO.DAT E CLICNAE.DAT SAO RECRIADOS DO
      * ZERO COM OS REGISTROS DA GERACAO, PRESERVANDO CODIGO E
      * SITUACAO.
       RESTAURA-CLIENTES.
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN OUTPUT ARQ-CLIENTE
           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN OUTPUT ARQ-CLI-ENDERECO
           MOVE "CLICNAE.DAT" TO WID-ARQ-CLI-CNAE
           OPEN OUTPUT ARQ-CLI-CNAE
           PERFORM UNTIL EXIT
              READ ARQ-IMPORTA-CLI AT END
                 EXIT PERFORM
              MOVE ZEROS                TO CLI-CODIGO-SUCESSOR
              MOVE ZEROS                TO CLI-LIMITE-CREDITO
              MOVE "N"                  TO CLI-BLOQUEIO
      * BACKUP GERADO ANTES DO CADASTRO DE EMPRESAS VOLTA NA 01.
              IF IMP-CLI-EMPRESA NUMERIC
                 MOVE IMP-CLI-EMPRESA   TO CLI-EMPRESA
              ELSE
                 MOVE 01                TO CLI-EMPRESA
              END-IF
              WRITE REGISTRO-CLIENTE
              IF WS-RESULTADO-ACESSO = 00
                 ADD 1 TO WS-QTD-CLI-RESTAURADO
                    ADD 1 TO WS-QTD-END-RESTAURADO
                 END-IF
              END-IF
              IF IMP-CLI-CNAE NOT = SPACES
                 MOVE IMP-CLI-CODIGO     TO CNA-CLI-CODIGO
                 MOVE IMP-CLI-CNAE       TO CNA-CNAE
                 MOVE "I"                TO CNA-ORIGEM
                 MOVE DATA-DE-HOJE       TO CNA-DATA-ATUALIZACAO
                 WRITE REGISTRO-CLI-CNAE
                 IF WS-RESULTADO-ACESSO = 00
                    ADD 1 TO WS-QTD-CNA-RESTAURADO
                 END-IF
              END-IF
           END-PERFORM
           CLOSE ARQ-IMPORTA-CLI
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-CLI-ENDERECO
           CLOSE ARQ-CLI-CNAE.
       F-RESTAURA-CLIENTES. EXIT.

      * VENDEDOR.DAT VOLTA COM CODIGO, CAPACIDADE, CARTEIRA E
                 MOVE IMP-VEN-CAPACIDADE-MAX TO VEN-CAPACIDADE-MAX
                 MOVE IMP-VEN-QTD-CARTEIRA   TO VEN-QTD-CARTEIRA
                 MOVE IMP-VEN-STATUS         TO VEN-STATUS
                 IF IMP-VEN-EMPRESA NUMERIC
                    MOVE IMP-VEN-EMPRESA     TO VEN-EMPRESA
                 ELSE
                    MOVE 01                  TO VEN-EMPRESA
                 END-IF
                 WRITE REGISTRO-VENDEDOR
                 IF WS-RESULTADO-ACESSO = 00
                    ADD 1 TO WS-QTD-VEN-RESTAURADO
           END-IF.
       F-LE-OPERADOR. EXIT.

      * OBTEM AS TRAVAS DOS CINCO MESTRES RECRIADOS PELA
      * RESTAURACAO; NA RECUSA DE QUALQUER UM, AS JA OBTIDAS SAO
      * DEVOLVIDAS NA HORA.
       OBTEM-TRAVAS.
              MOVE "CLIENDERECO.DAT" TO WS-ARQUIVO-TRAVA
              PERFORM OBTEM-UMA-TRAVA THRU F-OBTEM-UMA-TRAVA
           END-IF
           IF WS-RESULT-TRAVA = "S"
              MOVE "CLICNAE.DAT" TO WS-ARQUIVO-TRAVA
              PERFORM OBTEM-UMA-TRAVA THRU F-OBTEM-UMA-TRAVA
           END-IF
           IF WS-RESULT-TRAVA NOT = "S"
              MOVE WS-DETENTOR-TRAVA TO WS-DETENTOR-GUARDA
              PERFORM LIBERA-TRAVAS THRU F-LIBERA-TRAVAS
