      * ------- MANUTENCAO DE FIXACAO CLIENTE X VENDEDOR -------
      * CONTAS COM VENDEDOR CONTRATUAL SAO REGISTRADAS AQUI E A
      * DISTRIBUICAO (PROG05) PASSA A RESPEITAR A FIXACAO.
      * A FIXACAO PODE SER VINCULADA A UM CONTRATO DO CLIENTE
      * (CONTRATO.DAT, PROG87): O CONTRATO PRECISA ESTAR VIGENTE E
      * SER DO MESMO VENDEDOR, E QUANDO ELE VENCE A LIBERACAO DO
      * PROG87 EXCLUI A FIXACAO. SEM CONTRATO A FIXACAO FICA ATE SER
      * EXCLUIDA AQUI.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CONTRATO ASSIGN TO DISK WID-ARQ-CONTRATO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTR.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       COPY "ARQ-FIXACAO.FD".

       COPY "ARQ-CONTRATO.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-FIXACAO       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-CONTRATO      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CTR      PIC 9(02) VALUE ZEROS.
       77 WS-CONTRATO-INFORMADO PIC X(15) VALUE SPACES.
       77 WS-CONTRATO-VINCULADO PIC X(15) VALUE SPACES.
       77 WS-CONTRATO-OK        PIC X(01) VALUE "S".
       77 WS-HOJE-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
          02 LINE 08 COLUMN 01
             VALUE "CODIGO DO VENDEDOR FIXADO.........".
          02 LINE 10 COLUMN 01
             VALUE "CONTRATO (EM BRANCO = SEM)........".
          02 LINE 12 COLUMN 01
             VALUE "MOTIVO DA FIXACAO.................".
          02 LINE 22 COLUMN 01
             VALUE "MANTER OUTRA FIXACAO (S/N)?.......".
              CLOSE ARQ-FIXACAO
              OPEN I-O ARQ-FIXACAO
           END-IF
           MOVE "CONTRATO.DAT" TO WID-ARQ-CONTRATO
           OPEN I-O ARQ-CONTRATO
           IF WS-RESULTADO-CTR NOT = 00
              OPEN OUTPUT ARQ-CONTRATO
              CLOSE ARQ-CONTRATO
              OPEN I-O ARQ-CONTRATO
           END-IF
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-NUM(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-NUM(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-NUM(7:2)

           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANUTENCAO-FIXACAO THRU F-MANUTENCAO-FIXACAO
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-FIXACAO
           CLOSE ARQ-CONTRATO
           EXIT PROGRAM.

       MANUTENCAO-FIXACAO.
              ELSE
                 PERFORM ACEITA-VENDEDOR THRU F-ACEITA-VENDEDOR
                 IF WS-VENDEDOR-INFORMADO NOT = ZEROS
                    MOVE SPACES TO WS-CONTRATO-VINCULADO
                    PERFORM ACEITA-CONTRATO THRU F-ACEITA-CONTRATO
                 END-IF
                 IF WS-VENDEDOR-INFORMADO NOT = ZEROS
                    AND WS-CONTRATO-OK = "S"
                    MOVE SPACES TO WS-MOTIVO-INFORMADO
                    PERFORM ACEITA-MOTIVO THRU F-ACEITA-MOTIVO
                    MOVE WS-CODIGO-INFORMADO   TO FIX-CLI-CODIGO
                    MOVE WS-VENDEDOR-INFORMADO TO FIX-VEN-CODIGO
                    MOVE WS-MOTIVO-INFORMADO   TO FIX-MOTIVO
                       DISPLAY "ERRO NA GRAVACAO DA FIXACAO: " AT 2001
                       DISPLAY WS-RESULTADO-ACESSO             AT 2031
                    ELSE
                       PERFORM VINCULA-CONTRATO
                          THRU F-VINCULA-CONTRATO
                       DISPLAY "FIXACAO INCLUIDA COM SUCESSO ........."
                          AT 2001
                    END-IF
              DISPLAY "FIXACAO NAO ENCONTRADA ..................."
                 AT 2001
           ELSE
              PERFORM BUSCA-VINCULO THRU F-BUSCA-VINCULO
              DISPLAY FIX-VEN-CODIGO        AT 0836
              DISPLAY WS-CONTRATO-VINCULADO AT 1036
              DISPLAY FIX-MOTIVO            AT 1236
              MOVE FIX-MOTIVO TO WS-MOTIVO-INFORMADO
              PERFORM ACEITA-VENDEDOR THRU F-ACEITA-VENDEDOR
              IF WS-VENDEDOR-INFORMADO NOT = ZEROS
                 PERFORM ACEITA-CONTRATO THRU F-ACEITA-CONTRATO
              END-IF
              IF WS-VENDEDOR-INFORMADO NOT = ZEROS
                 AND WS-CONTRATO-OK = "S"
                 PERFORM ACEITA-MOTIVO THRU F-ACEITA-MOTIVO
                 MOVE WS-CODIGO-INFORMADO   TO FIX-CLI-CODIGO
                 READ ARQ-FIXACAO
                 MOVE WS-VENDEDOR-INFORMADO TO FIX-VEN-CODIGO
                 MOVE WS-MOTIVO-INFORMADO   TO FIX-MOTIVO
                 REWRITE REGISTRO-FIXACAO
                    DISPLAY "ERRO NA ALTERACAO DA FIXACAO: " AT 2001
                    DISPLAY WS-RESULTADO-ACESSO              AT 2032
                 ELSE
                    PERFORM VINCULA-CONTRATO
                       THRU F-VINCULA-CONTRATO
                    DISPLAY "FIXACAO ALTERADA COM SUCESSO ........."
                       AT 2001
                 END-IF
                 DISPLAY "ERRO NA EXCLUSAO DA FIXACAO: " AT 2001
                 DISPLAY WS-RESULTADO-ACESSO             AT 2031
              ELSE
                 MOVE SPACES TO WS-CONTRATO-INFORMADO
                 PERFORM VINCULA-CONTRATO THRU F-VINCULA-CONTRATO
                 DISPLAY "FIXACAO EXCLUIDA COM SUCESSO ........."
                    AT 2001
              END-IF
           END-IF.
       F-ACEITA-VENDEDOR. EXIT.

      * CONTRATO DA FIXACAO (OPCIONAL): PRECISA SER DO CLIENTE,
      * ESTAR VIGENTE E TER O MESMO VENDEDOR CONTRATUAL. DEVOLVE
      * WS-CONTRATO-OK = "N" QUANDO O CONTRATO NAO SERVE.
       ACEITA-CONTRATO.
           MOVE "S" TO WS-CONTRATO-OK
           MOVE WS-CONTRATO-VINCULADO TO WS-CONTRATO-INFORMADO
           ACCEPT WS-CONTRATO-INFORMADO AT 1036
           IF WS-CONTRATO-INFORMADO = SPACES
              GO TO F-ACEITA-CONTRATO
           END-IF
           MOVE "N" TO WS-CONTRATO-OK
           MOVE WS-CODIGO-INFORMADO   TO CTR-CLI-CODIGO
           MOVE WS-CONTRATO-INFORMADO TO CTR-NUMERO
           READ ARQ-CONTRATO
           EVALUATE TRUE
              WHEN WS-RESULTADO-CTR NOT = 00
                 DISPLAY "CONTRATO NAO CADASTRADO PARA O CLIENTE ..."
                    AT 2001
              WHEN CTR-SITUACAO NOT = "A"
                 OR CTR-FIM-NUM < WS-HOJE-NUM
                 DISPLAY "CONTRATO ENCERRADO OU VENCIDO ..........."
                    AT 2001
              WHEN CTR-VEN-CODIGO NOT = WS-VENDEDOR-INFORMADO
                 DISPLAY "VENDEDOR DIFERENTE DO VENDEDOR CONTRATUAL "
                    AT 2001
              WHEN OTHER
                 MOVE "S" TO WS-CONTRATO-OK
           END-EVALUATE.
       F-ACEITA-CONTRATO. EXIT.

      * MOTIVO EM BRANCO NA FIXACAO COM CONTRATO VIRA O NUMERO DELE.
       ACEITA-MOTIVO.
           ACCEPT WS-MOTIVO-INFORMADO AT 1236
           IF WS-MOTIVO-INFORMADO = SPACES
              AND WS-CONTRATO-INFORMADO NOT = SPACES
              STRING "CONTRATO " WS-CONTRATO-INFORMADO
                     DELIMITED BY SIZE INTO WS-MOTIVO-INFORMADO
           END-IF.
       F-ACEITA-MOTIVO. EXIT.

      * CONTRATO DO CLIENTE HOJE VINCULADO A FIXACAO (EM BRANCO SE
      * NENHUM).
       BUSCA-VINCULO.
           MOVE SPACES TO WS-CONTRATO-VINCULADO
           MOVE WS-CODIGO-INFORMADO TO CTR-CLI-CODIGO
           MOVE LOW-VALUES          TO CTR-NUMERO
           START ARQ-CONTRATO KEY NOT LESS CTR-CHAVE
           IF WS-RESULTADO-CTR NOT = 00
              GO TO F-BUSCA-VINCULO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-CONTRATO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF CTR-CLI-CODIGO NOT = WS-CODIGO-INFORMADO
                 EXIT PERFORM
              END-IF
              IF CTR-FIXACAO = "S"
                 MOVE CTR-NUMERO TO WS-CONTRATO-VINCULADO
              END-IF
           END-PERFORM.
       F-BUSCA-VINCULO. EXIT.

      * SO UM CONTRATO DO CLIENTE FICA VINCULADO A FIXACAO: O
      * INFORMADO (WS-CONTRATO-INFORMADO) GANHA O VINCULO E OS
      * DEMAIS O PERDEM; EM BRANCO, NENHUM FICA VINCULADO.
       VINCULA-CONTRATO.
           MOVE WS-CODIGO-INFORMADO TO CTR-CLI-CODIGO
           MOVE LOW-VALUES          TO CTR-NUMERO
           START ARQ-CONTRATO KEY NOT LESS CTR-CHAVE
           IF WS-RESULTADO-CTR NOT = 00
              GO TO F-VINCULA-CONTRATO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-CONTRATO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF CTR-CLI-CODIGO NOT = WS-CODIGO-INFORMADO
                 EXIT PERFORM
              END-IF
              IF CTR-NUMERO = WS-CONTRATO-INFORMADO
                 AND WS-CONTRATO-INFORMADO NOT = SPACES
                 IF CTR-FIXACAO NOT = "S"
                    MOVE "S" TO CTR-FIXACAO
                    REWRITE REGISTRO-CONTRATO
                 END-IF
              ELSE
                 IF CTR-FIXACAO = "S"
                    MOVE "N" TO CTR-FIXACAO
                    REWRITE REGISTRO-CONTRATO
                 END-IF
              END-IF
           END-PERFORM.
       F-VINCULA-CONTRATO. EXIT.

      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); MANUTENCAO EXIGE NIVEL 2 OU SUPERIOR.
       LE-OPERADOR.
