      *   AUDITORIA - AUDITORIA.DAT      -> ARQAUD-AAAA.DAT
      *   LOGIMP    - LOG-AAAAMMDD.TXT   -> ARQLOGIMP-AAAA.TXT
      *   REALOC    - REALOC.CSV INTEIRO -> ARQREALOC-AAAA.CSV
      *   RELATORIO - RELARQ-...TXT      -> ARQREL-AAAA.TXT
      *               (EMISSOES DO CATALOGO RELCATALOGO.DAT)
      * (A TRILHA DE REALOCACAO NAO TEM DATA POR REGISTRO: O ARQUIVO
      * INTEIRO SO E ARQUIVADO QUANDO A ULTIMA DISTRIBUICAO BEM
      * SUCEDIDA DO EXECUCAO.LOG JA PASSOU DA RETENCAO.)
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AUD.

           SELECT ARQ-REL-CATALOGO ASSIGN TO DISK WID-ARQ-REL-CATALOGO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS RCT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-RCT.

           SELECT ARQ-RETENCAO ASSIGN TO "RETENCAO.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-RET.

       COPY "ARQ-AUDITORIA.FD".

       COPY "ARQ-REL-CATALOGO.FD".

       FD ARQ-RETENCAO.
          01 REG-RETENCAO.
             02 RET-FAMILIA        PIC X(10).
       77 WS-RESULTADO-VIVO     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MORTO    PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AUD      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-REL-CATALOGO  PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-RCT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RET      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
             "ESPACO TOTAL LIBERADO.........: ".
          02 ROD-BYTES       PIC ZZZ.ZZZ.ZZ9.
          02 FILLER          PIC X(89) VALUE " BYTES".
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
           PERFORM TRATA-AUDITORIA  THRU F-TRATA-AUDITORIA
           PERFORM TRATA-LOGS-IMPORTACAO
              THRU F-TRATA-LOGS-IMPORTACAO
           PERFORM TRATA-RELATORIOS THRU F-TRATA-RELATORIOS

           MOVE WS-TOTAL-BYTES TO ROD-BYTES
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           DISPLAY LIMPA-TELA
           DISPLAY "LIMPEZA CONCLUIDA - RESUMO EM RLIMPEZA.TXT, TECLE E
           PERFORM IMPRIME-FAMILIA THRU F-IMPRIME-FAMILIA.
       F-TRATA-LOGS-IMPORTACAO. EXIT.

      * COPIAS DATADAS DOS RELATORIOS EMITIDOS (CATALOGO
      * RELCATALOGO.DAT, GRAVADO PELO ARQUIVA-RELATORIO): A COPIA
      * DE EMISSAO MAIS ANTIGA QUE A RETENCAO VAI PARA A GERACAO
      * ANUAL ARQREL-AAAA.TXT, PRECEDIDA DE UMA LINHA SEPARADORA
      * "#RELARQ#" + CHAVE DO CATALOGO, E E ESVAZIADA EM DISCO. O
      * REGISTRO DO CATALOGO FICA (SITUACAO G, APONTANDO A GERACAO)
      * PARA QUE O PROG74 CONTINUE ACHANDO A EMISSAO.
       TRATA-RELATORIOS.
           MOVE "RELATORIO" TO WS-FAMILIA
           PERFORM PEGA-RETENCAO THRU F-PEGA-RETENCAO
           MOVE ZEROS TO WS-QTD-ARQUIVADOS
           MOVE ZEROS TO WS-QTD-MANTIDOS
           MOVE ZEROS TO WS-BYTES-LIBERADOS
           MOVE ZEROS TO WS-ANO-ABERTO
           MOVE "RELCATALOGO.DAT" TO WID-ARQ-REL-CATALOGO
           OPEN I-O ARQ-REL-CATALOGO
           IF WS-RESULTADO-RCT NOT = 00
              GO TO F-TRATA-RELATORIOS-SAI
           END-IF
           MOVE LOW-VALUES TO RCT-CHAVE
           START ARQ-REL-CATALOGO KEY NOT LESS RCT-CHAVE
           IF WS-RESULTADO-RCT = 00
              PERFORM UNTIL EXIT
                 READ ARQ-REL-CATALOGO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF RCT-SITUACAO = "A"
                    IF RCT-DATA-EMISSAO < WS-CORTE-AAAAMMDD
                       PERFORM ARQUIVA-EMISSAO THRU F-ARQUIVA-EMISSAO
                    ELSE
                       ADD 1 TO WS-QTD-MANTIDOS
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           IF WS-ANO-ABERTO NOT = ZEROS
              CLOSE ARQ-LOG-MORTO
           END-IF
           CLOSE ARQ-REL-CATALOGO.
       F-TRATA-RELATORIOS-SAI.
           ADD WS-BYTES-LIBERADOS TO WS-TOTAL-BYTES
           PERFORM IMPRIME-FAMILIA THRU F-IMPRIME-FAMILIA.
       F-TRATA-RELATORIOS. EXIT.

      * UMA EMISSAO DO CATALOGO (REGISTRO CORRENTE) PARA A GERACAO
      * DO ANO DA EMISSAO.
       ARQUIVA-EMISSAO.
           MOVE RCT-ARQUIVO-COPIA TO WS-LOCAL-ARQ-VIVO
           OPEN INPUT ARQ-LOG-VIVO
           IF WS-RESULTADO-VIVO NOT = 00
              ADD 1 TO WS-QTD-MANTIDOS
              GO TO F-ARQUIVA-EMISSAO
           END-IF
           MOVE RCT-DATA-EMISSAO(1:4) TO WS-ANO-MORTO
           IF WS-ANO-MORTO NOT = WS-ANO-ABERTO
              IF WS-ANO-ABERTO NOT = ZEROS
                 CLOSE ARQ-LOG-MORTO
              END-IF
              MOVE WS-ANO-MORTO TO WS-ANO-ABERTO
              MOVE SPACES TO WS-LOCAL-ARQ-MORTO
              STRING "ARQREL-" WS-ANO-ABERTO ".TXT"
                     DELIMITED BY SIZE INTO WS-LOCAL-ARQ-MORTO
              OPEN EXTEND ARQ-LOG-MORTO
              IF WS-RESULTADO-MORTO NOT = 00
                 OPEN OUTPUT ARQ-LOG-MORTO
              END-IF
           END-IF
           MOVE SPACES TO REG-LOG-MORTO
           MOVE "#RELARQ#" TO REG-LOG-MORTO(1:8)
           MOVE RCT-CHAVE  TO REG-LOG-MORTO(9:26)
           WRITE REG-LOG-MORTO
           PERFORM UNTIL EXIT
              READ ARQ-LOG-VIVO AT END
                 EXIT PERFORM
              END-READ
              MOVE REG-LOG-VIVO TO REG-LOG-MORTO
              WRITE REG-LOG-MORTO
              ADD 133 TO WS-BYTES-LIBERADOS
           END-PERFORM
           CLOSE ARQ-LOG-VIVO
           OPEN OUTPUT ARQ-LOG-VIVO
           CLOSE ARQ-LOG-VIVO
           MOVE "G"                TO RCT-SITUACAO
           MOVE WS-LOCAL-ARQ-MORTO TO RCT-ARQUIVO-COPIA
           REWRITE REGISTRO-REL-CATALOGO
           ADD 1 TO WS-QTD-ARQUIVADOS.
       F-ARQUIVA-EMISSAO. EXIT.

      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 3.
       LE-OPERADOR.
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG53"       TO RLA-PROGRAMA
           MOVE "RLIMPEZA.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE   TO RLA-DATA
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
