       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG78.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- EXPORTACAO DE CONTATOS PARA MARKETING -------
      * GERA O MARKETING.CSV PARA A AREA DE MARKETING SOMENTE COM OS
      * CONTATOS ATIVOS QUE TEM CONSENTIMENTO VIGENTE (OPT-IN NO
      * CONSENT.DAT) EM PELO MENOS UM CANAL; O E-MAIL SO SAI COM
      * CONSENTIMENTO DE E-MAIL E O TELEFONE SO COM CONSENTIMENTO DE
      * TELEFONE OU WHATSAPP. CLIENTE INATIVO NAO ENTRA. FILTROS
      * OPCIONAIS: UF (CLIENDERECO.DAT), CLASSE ABC (CLASSEABC.DAT),
      * VENDEDOR TITULAR (DISTMEST.DAT) E CANAL. CADA EXPORTACAO E
      * REGISTRADA NO LGPD.LOG COM O SOLICITANTE E OS FILTROS.
      * LAYOUT (SEPARADO POR ";"): CLIENTE, RAZAO SOCIAL, CIDADE, UF,
      * CLASSE ABC, VENDEDOR, SEQUENCIA DO CONTATO, NOME, E-MAIL,
      * TELEFONE E CANAIS CONSENTIDOS (E/T/W).

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-CLIENTE ASSIGN TO DISK WID-ARQ-CLIENTE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CLI-CODIGO
                  ALTERNATE RECORD KEY IS CLI-CNPJ
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CLI-ENDERECO ASSIGN TO DISK
                  WID-ARQ-CLI-ENDERECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS END-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-END.

           SELECT ARQ-CLI-CONTATO ASSIGN TO DISK WID-ARQ-CLI-CONTATO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTT.

           SELECT ARQ-CONSENTIMENTO ASSIGN TO DISK
                  WID-ARQ-CONSENTIMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNS.

           SELECT ARQ-CLASSE-ABC ASSIGN TO DISK WID-ARQ-CLASSE-ABC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ABC-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ABC.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-MARKETING ASSIGN TO "MARKETING.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-MKT.

           SELECT ARQ-LOG-LGPD ASSIGN TO "LGPD.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-LGPD.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-CLI-CONTATO.FD".

       COPY "ARQ-CONSENTIMENTO.FD".

       COPY "ARQ-CLASSE-ABC.FD".

       COPY "ARQ-DIST-MEST.FD".

       FD ARQ-MARKETING.
          01 REG-MARKETING.
             02 MKT-CLI-CODIGO         PIC 9(07).
             02 FILLER                 PIC X(01) VALUE ";".
             02 MKT-RAZAO-SOCIAL       PIC X(40).
             02 FILLER                 PIC X(01) VALUE ";".
             02 MKT-CIDADE             PIC X(30).
             02 FILLER                 PIC X(01) VALUE ";".
             02 MKT-UF                 PIC X(02).
             02 FILLER                 PIC X(01) VALUE ";".
             02 MKT-CLASSE             PIC X(01).
             02 FILLER                 PIC X(01) VALUE ";".
             02 MKT-VEN-CODIGO         PIC 9(03).
             02 FILLER                 PIC X(01) VALUE ";".
             02 MKT-CTT-SEQUENCIA      PIC 9(03).
             02 FILLER                 PIC X(01) VALUE ";".
             02 MKT-NOME               PIC X(30).
             02 FILLER                 PIC X(01) VALUE ";".
             02 MKT-EMAIL              PIC X(40).
             02 FILLER                 PIC X(01) VALUE ";".
             02 MKT-TELEFONE           PIC X(15).
             02 FILLER                 PIC X(01) VALUE ";".
             02 MKT-CANAIS             PIC X(03).

       COPY "ARQ-LOG-LGPD.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-CONTATO   PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONSENTIMENTO PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLASSE-ABC    PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CNS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ABC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MKT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-LGPD     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-END-ABERTO         PIC X(01) VALUE "N".
       77 WS-ABC-ABERTO         PIC X(01) VALUE "N".
       77 WS-MEST-ABERTO        PIC X(01) VALUE "N".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-CONFIRMA           PIC X(01) VALUE SPACES.
       77 WS-FILTRO-UF          PIC X(02) VALUE SPACES.
       77 WS-FILTRO-CLASSE      PIC X(01) VALUE SPACES.
       77 WS-FILTRO-VENDEDOR    PIC 9(03) VALUE ZEROS.
       77 WS-FILTRO-CANAL       PIC X(01) VALUE SPACES.
       77 WS-SOLICITANTE        PIC X(40) VALUE SPACES.
       77 WS-CLI-ATUAL          PIC 9(07) VALUE ZEROS.
       77 WS-CLI-ACEITO         PIC X(01) VALUE "N".
       77 WS-CLI-CIDADE         PIC X(30) VALUE SPACES.
       77 WS-CLI-UF             PIC X(02) VALUE SPACES.
       77 WS-CLI-CLASSE         PIC X(01) VALUE SPACES.
       77 WS-CLI-VENDEDOR       PIC 9(03) VALUE ZEROS.
       77 WS-CONSENTE-E         PIC X(01) VALUE "N".
       77 WS-CONSENTE-T         PIC X(01) VALUE "N".
       77 WS-CONSENTE-W         PIC X(01) VALUE "N".
       77 WS-TOTAL-CONTATOS     PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-SEM-CONSENT  PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-FORA-FILTRO  PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-EXPORTADOS   PIC 9(07) VALUE ZEROS.

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-MARKETING BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  EXPORTACAO DE CONTATOS PARA MARKETING  ".
          02 LINE 02 COLUMN 73 VALUE "PROG78".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "UF (BRANCO = TODAS)........................".
          02 LINE 07 COLUMN 01 VALUE
             "CLASSE ABC (A/B/C, BRANCO = TODAS).........".
          02 LINE 09 COLUMN 01 VALUE
             "VENDEDOR TITULAR (ZERO = TODOS)............".
          02 LINE 11 COLUMN 01 VALUE
             "CANAL (E-MAIL E, TELEFONE T, WHATSAPP W)...".
          02 LINE 12 COLUMN 01 VALUE
             "(BRANCO = QUALQUER CANAL CONSENTIDO)".
          02 LINE 14 COLUMN 01 VALUE
             "SOLICITANTE (AREA / RESPONSAVEL)...........".
          02 LINE 16 COLUMN 01 VALUE
             "CONFIRMA A EXPORTACAO (S/N)?...............".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  EXPORTACAO DE CONTATOS PARA MARKETING  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "CONTATOS ATIVOS LIDOS.:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-CONTATOS.
          02 LINE 07 COLUMN 01 VALUE "FORA DOS FILTROS......:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-FORA-FILTRO.
          02 LINE 08 COLUMN 01 VALUE "SEM CONSENTIMENTO.....:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-SEM-CONSENT.
          02 LINE 09 COLUMN 01 VALUE "CONTATOS EXPORTADOS...:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-EXPORTADOS.
          02 LINE 11 COLUMN 01 VALUE
             "CONTATOS GRAVADOS EM MARKETING.CSV; EXPORTACAO REGISTRADA
      -" NO LGPD.LOG".
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           DISPLAY TELA-MARKETING AT 0101
           ACCEPT WS-FILTRO-UF AT 0545
           INSPECT WS-FILTRO-UF CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE "X" TO WS-FILTRO-CLASSE
           PERFORM UNTIL WS-FILTRO-CLASSE = "A" OR = "B" OR = "C"
              OR WS-FILTRO-CLASSE = SPACE
              MOVE SPACE TO WS-FILTRO-CLASSE
              ACCEPT WS-FILTRO-CLASSE AT 0745
           END-PERFORM
           ACCEPT WS-FILTRO-VENDEDOR AT 0945
           MOVE "X" TO WS-FILTRO-CANAL
           PERFORM UNTIL WS-FILTRO-CANAL = "E" OR = "T" OR = "W"
              OR WS-FILTRO-CANAL = SPACE
              MOVE SPACE TO WS-FILTRO-CANAL
              ACCEPT WS-FILTRO-CANAL AT 1145
           END-PERFORM
           PERFORM UNTIL WS-SOLICITANTE NOT = SPACES
              ACCEPT WS-SOLICITANTE AT 1445
           END-PERFORM
           PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
              ACCEPT WS-CONFIRMA AT 1645
           END-PERFORM
           IF WS-CONFIRMA NOT = "S"
              DISPLAY "EXPORTACAO CANCELADA PELO OPERADOR ........"
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE "CLICONTATO.DAT" TO WID-ARQ-CLI-CONTATO
           OPEN INPUT ARQ-CLI-CONTATO
           IF WS-RESULTADO-CTT NOT = 00
              DISPLAY "CLICONTATO.DAT NAO ENCONTRADO ............"
                 AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-CLIENTE
              EXIT PROGRAM
           END-IF
      * SEM CONSENT.DAT NINGUEM CONSENTIU: NAO HA O QUE EXPORTAR.
           MOVE "CONSENT.DAT" TO WID-ARQ-CONSENTIMENTO
           OPEN INPUT ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS NOT = 00
              DISPLAY "CONSENT.DAT NAO ENCONTRADO - NENHUM CONSENTIMENTO
      -" REGISTRADO (PROG16)" AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-CLI-CONTATO
              EXIT PROGRAM
           END-IF
           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN INPUT ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END = 00
              MOVE "S" TO WS-END-ABERTO
           END-IF
           MOVE "CLASSEABC.DAT" TO WID-ARQ-CLASSE-ABC
           OPEN INPUT ARQ-CLASSE-ABC
           IF WS-RESULTADO-ABC = 00
              MOVE "S" TO WS-ABC-ABERTO
           END-IF
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE "S" TO WS-MEST-ABERTO
           END-IF

           OPEN OUTPUT ARQ-MARKETING
           MOVE ZEROS TO WS-CLI-ATUAL
           MOVE ZEROS TO CTT-CLI-CODIGO
           MOVE ZEROS TO CTT-SEQUENCIA
           START ARQ-CLI-CONTATO KEY NOT LESS CTT-CHAVE
           IF WS-RESULTADO-CTT = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CLI-CONTATO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CTT-STATUS = "A"
                    ADD 1 TO WS-TOTAL-CONTATOS
                    IF CTT-CLI-CODIGO NOT = WS-CLI-ATUAL
                       MOVE CTT-CLI-CODIGO TO WS-CLI-ATUAL
                       PERFORM AVALIA-CLIENTE THRU F-AVALIA-CLIENTE
                    END-IF
                    IF WS-CLI-ACEITO = "S"
                       PERFORM AVALIA-CONTATO THRU F-AVALIA-CONTATO
                    ELSE
                       ADD 1 TO WS-TOTAL-FORA-FILTRO
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-MARKETING

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-CLI-CONTATO
           CLOSE ARQ-CONSENTIMENTO
           IF WS-END-ABERTO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           IF WS-ABC-ABERTO = "S"
              CLOSE ARQ-CLASSE-ABC
           END-IF
           IF WS-MEST-ABERTO = "S"
              CLOSE ARQ-DIST-MEST
           END-IF
           PERFORM GRAVA-LOG-LGPD THRU F-GRAVA-LOG-LGPD

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

      * DADOS DO CLIENTE DO CONTATO (UMA VEZ POR CLIENTE) E FILTROS DE
      * UF, CLASSE E VENDEDOR. CLIENTE SEM A INFORMACAO FILTRADA FICA
      * DE FORA QUANDO O FILTRO E INFORMADO.
       AVALIA-CLIENTE.
           MOVE "N"    TO WS-CLI-ACEITO
           MOVE SPACES TO WS-CLI-CIDADE WS-CLI-UF WS-CLI-CLASSE
           MOVE ZEROS  TO WS-CLI-VENDEDOR
           MOVE WS-CLI-ATUAL TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00 OR CLI-STATUS = "I"
              GO TO F-AVALIA-CLIENTE
           END-IF
           IF WS-END-ABERTO = "S"
              MOVE WS-CLI-ATUAL TO END-CLI-CODIGO
              READ ARQ-CLI-ENDERECO
              IF WS-RESULTADO-END = 00
                 MOVE END-CIDADE TO WS-CLI-CIDADE
                 MOVE END-UF     TO WS-CLI-UF
              END-IF
           END-IF
           IF WS-ABC-ABERTO = "S"
              MOVE WS-CLI-ATUAL TO ABC-CLI-CODIGO
              READ ARQ-CLASSE-ABC
              IF WS-RESULTADO-ABC = 00
                 MOVE ABC-CLASSE TO WS-CLI-CLASSE
              END-IF
           END-IF
           IF WS-MEST-ABERTO = "S"
              MOVE WS-CLI-ATUAL TO DM-CLI-CODIGO
              READ ARQ-DIST-MEST
              IF WS-RESULTADO-MEST = 00
                 MOVE DM-VEN-CODIGO TO WS-CLI-VENDEDOR
              END-IF
           END-IF
           IF WS-FILTRO-UF NOT = SPACES
              AND WS-CLI-UF NOT = WS-FILTRO-UF
              GO TO F-AVALIA-CLIENTE
           END-IF
           IF WS-FILTRO-CLASSE NOT = SPACE
              AND WS-CLI-CLASSE NOT = WS-FILTRO-CLASSE
              GO TO F-AVALIA-CLIENTE
           END-IF
           IF WS-FILTRO-VENDEDOR NOT = ZEROS
              AND WS-CLI-VENDEDOR NOT = WS-FILTRO-VENDEDOR
              GO TO F-AVALIA-CLIENTE
           END-IF
           MOVE "S" TO WS-CLI-ACEITO.
       F-AVALIA-CLIENTE. EXIT.

      * CONSENTIMENTO VIGENTE DO CONTATO EM CADA CANAL; SO SAEM OS
      * ENDERECOS DOS CANAIS CONSENTIDOS (E DO CANAL FILTRADO).
       AVALIA-CONTATO.
           MOVE "N" TO WS-CONSENTE-E WS-CONSENTE-T WS-CONSENTE-W
           MOVE CTT-CLI-CODIGO TO CNS-CLI-CODIGO
           MOVE CTT-SEQUENCIA  TO CNS-CTT-SEQUENCIA
           MOVE "E" TO CNS-CANAL
           READ ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 00 AND CNS-SITUACAO = "S"
              AND CTT-EMAIL NOT = SPACES
              MOVE "S" TO WS-CONSENTE-E
           END-IF
           MOVE "T" TO CNS-CANAL
           READ ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 00 AND CNS-SITUACAO = "S"
              AND CTT-TELEFONE NOT = SPACES
              MOVE "S" TO WS-CONSENTE-T
           END-IF
           MOVE "W" TO CNS-CANAL
           READ ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 00 AND CNS-SITUACAO = "S"
              AND CTT-TELEFONE NOT = SPACES
              MOVE "S" TO WS-CONSENTE-W
           END-IF
           EVALUATE WS-FILTRO-CANAL
              WHEN "E"
                 MOVE "N" TO WS-CONSENTE-T WS-CONSENTE-W
              WHEN "T"
                 MOVE "N" TO WS-CONSENTE-E WS-CONSENTE-W
              WHEN "W"
                 MOVE "N" TO WS-CONSENTE-E WS-CONSENTE-T
           END-EVALUATE
           IF WS-CONSENTE-E = "N" AND WS-CONSENTE-T = "N"
              AND WS-CONSENTE-W = "N"
              ADD 1 TO WS-TOTAL-SEM-CONSENT
              GO TO F-AVALIA-CONTATO
           END-IF

           MOVE CTT-CLI-CODIGO   TO MKT-CLI-CODIGO
           MOVE CLI-RAZAO-SOCIAL TO MKT-RAZAO-SOCIAL
           MOVE WS-CLI-CIDADE    TO MKT-CIDADE
           MOVE WS-CLI-UF        TO MKT-UF
           MOVE WS-CLI-CLASSE    TO MKT-CLASSE
           MOVE WS-CLI-VENDEDOR  TO MKT-VEN-CODIGO
           MOVE CTT-SEQUENCIA    TO MKT-CTT-SEQUENCIA
           MOVE CTT-NOME-CONTATO TO MKT-NOME
           MOVE SPACES TO MKT-EMAIL MKT-TELEFONE MKT-CANAIS
           IF WS-CONSENTE-E = "S"
              MOVE CTT-EMAIL TO MKT-EMAIL
              MOVE "E" TO MKT-CANAIS(1:1)
           END-IF
           IF WS-CONSENTE-T = "S" OR WS-CONSENTE-W = "S"
              MOVE CTT-TELEFONE TO MKT-TELEFONE
           END-IF
           IF WS-CONSENTE-T = "S"
              MOVE "T" TO MKT-CANAIS(2:1)
           END-IF
           IF WS-CONSENTE-W = "S"
              MOVE "W" TO MKT-CANAIS(3:1)
           END-IF
           WRITE REG-MARKETING
           ADD 1 TO WS-TOTAL-EXPORTADOS.
       F-AVALIA-CONTATO. EXIT.

      * A EXPORTACAO ENTREGA DADOS PESSOAIS A OUTRA AREA: FICA NO
      * LGPD.LOG COM SOLICITANTE, OPERADOR, DATA, HORA E FILTROS.
       GRAVA-LOG-LGPD.
           OPEN EXTEND ARQ-LOG-LGPD
           IF WS-RESULTADO-LGPD NOT = 00
              OPEN OUTPUT ARQ-LOG-LGPD
           END-IF
           MOVE DATA-DE-HOJE        TO LGPD-DATA
           ACCEPT LGPD-HORA FROM TIME
           MOVE ZEROS               TO LGPD-CLI-CODIGO
           MOVE WS-OPERADOR-ATUAL   TO LGPD-OPERADOR
           MOVE "EXPORTA MARKETING" TO LGPD-ACAO
           MOVE WS-SOLICITANTE      TO LGPD-SOLICITANTE
           MOVE SPACES              TO LGPD-REFERENCIA
           STRING "UF " WS-FILTRO-UF " ABC " WS-FILTRO-CLASSE
                  " VEND " WS-FILTRO-VENDEDOR " CANAL " WS-FILTRO-CANAL
                  DELIMITED BY SIZE INTO LGPD-REFERENCIA
           WRITE REG-LOG-LGPD
           CLOSE ARQ-LOG-LGPD.
       F-GRAVA-LOG-LGPD. EXIT.

      * OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON
      * PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR.
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
       F-LE-OPERADOR. EXIT.
