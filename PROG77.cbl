       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG77.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- DESCADASTRO DA PLATAFORMA DE MARKETING -------
      * CARREGA O ARQUIVO DE DESCADASTRO (UNSUBSCRIBE) EXPORTADO PELA
      * PLATAFORMA DE MARKETING E GRAVA O OPT-OUT NO CONSENT.DAT EM
      * TODOS OS CONTATOS DO CLICONTATO.DAT COM AQUELE E-MAIL OU
      * TELEFONE. UMA LINHA POR DESCADASTRO, SEPARADA POR ";":
      *   CANAL (E = E-MAIL, T = TELEFONE, W = WHATSAPP);
      *   ENDERECO (E-MAIL, OU TELEFONE COM OU SEM MASCARA / DDI 55);
      *   DATA DO DESCADASTRO DD/MM/AAAA.
      * O E-MAIL E COMPARADO SEM DIFERENCA DE MAIUSCULAS E O TELEFONE
      * SO PELOS DIGITOS. UM OPT-IN REGISTRADO DEPOIS DA DATA DO
      * DESCADASTRO PREVALECE. O RDESCAD.TXT LISTA OS OPT-OUTS
      * GRAVADOS E OS DESCADASTROS SEM CONTATO CORRESPONDENTE.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
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

           SELECT ARQ-DESCADASTRO ASSIGN TO DISK WS-LOCAL-ARQ-DES
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-IMP.

           SELECT RELATORIO ASSIGN TO "RDESCAD.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLI-CONTATO.FD".

       COPY "ARQ-CONSENTIMENTO.FD".

       FD ARQ-DESCADASTRO.
          01 REG-DESCADASTRO       PIC X(120).

       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLI-CONTATO   PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONSENTIMENTO PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-DES      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CTT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CNS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-IMP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-IMP-CANAL          PIC X(01) VALUE SPACES.
       77 WS-IMP-ENDERECO       PIC X(60) VALUE SPACES.
       77 WS-IMP-DATA           PIC X(10) VALUE SPACES.
       77 WS-TEXTO-ORIGEM       PIC X(60) VALUE SPACES.
       77 WS-TEXTO-NORMAL       PIC X(60) VALUE SPACES.
       77 WS-IDX-CAR            PIC 9(02) VALUE ZEROS.
       77 WS-TAM-NORMAL         PIC 9(02) VALUE ZEROS.
       77 WS-CTT-EMAIL-NORMAL   PIC X(60) VALUE SPACES.
       77 WS-CTT-FONE-NORMAL    PIC X(60) VALUE SPACES.
       77 WS-IDX-DES            PIC 9(04) VALUE ZEROS.
       77 WS-QTD-DES            PIC 9(04) VALUE ZEROS.
       77 WS-DATA-DES-NUM       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-CNS-NUM       PIC 9(08) VALUE ZEROS.
       77 WS-ACAO-TRAVA         PIC X(01) VALUE SPACES.
       77 WS-ARQUIVO-TRAVA      PIC X(20) VALUE SPACES.
       77 WS-PROGRAMA-TRAVA     PIC X(10) VALUE "PROG77".
       77 WS-RESULT-TRAVA       PIC X(01) VALUE SPACES.
       77 WS-DETENTOR-TRAVA     PIC X(40) VALUE SPACES.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.
       77 WS-TOTAL-LIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-REGISTRO-INVALIDO  PIC 9(07) VALUE ZEROS.
       77 WS-EXCEDENTES         PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-JA-RECUSADOS   PIC 9(07) VALUE ZEROS.
       77 WS-QTD-OPT-IN-POSTER  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-SEM-CONTATO    PIC 9(07) VALUE ZEROS.

      * DESCADASTROS VALIDOS DO ARQUIVO, COM O ENDERECO NORMALIZADO
      * (E-MAIL EM MAIUSCULAS, TELEFONE SO COM DIGITOS).
       01 WS-TAB-DESCADASTRO.
          02 WS-DES OCCURS 2000 TIMES.
             03 WS-DES-CANAL        PIC X(01).
             03 WS-DES-ENDERECO     PIC X(60).
             03 WS-DES-NORMAL       PIC X(60).
             03 WS-DES-DATA         PIC X(10).
             03 WS-DES-ACHOU        PIC X(01).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(45) VALUE
             "DESCADASTRO DA PLATAFORMA DE MARKETING".
          02 FILLER       PIC X(40) VALUES SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 LINHA-TITULO-GRAVADOS.
          02 FILLER          PIC X(50) VALUE
             "OPT-OUT GRAVADO NO CONSENT.DAT:".
          02 FILLER          PIC X(82) VALUE SPACES.

       01 CABECALHO-GRAVADOS.
          02 FILLER PIC X(08) VALUE "CLIENTE".
          02 FILLER PIC X(05) VALUE "SEQ".
          02 FILLER PIC X(31) VALUE "CONTATO".
          02 FILLER PIC X(06) VALUE "CANAL".
          02 FILLER PIC X(41) VALUE "ENDERECO DESCADASTRADO".
          02 FILLER PIC X(11) VALUE "DATA".
          02 FILLER PIC X(30) VALUE "OBSERVACAO".

       01 DETALHE-GRAVADO.
          02 DET-CLI-CODIGO  PIC 9(07).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DET-SEQUENCIA   PIC 9(03).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-NOME        PIC X(30).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DET-CANAL       PIC X(01).
          02 FILLER          PIC X(05) VALUE SPACES.
          02 DET-ENDERECO    PIC X(40).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DET-DATA        PIC X(10).
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DET-OBSERVACAO  PIC X(30).

       01 LINHA-TITULO-SEM-CONTATO.
          02 FILLER          PIC X(50) VALUE
             "DESCADASTROS SEM CONTATO CORRESPONDENTE NA BASE:".
          02 FILLER          PIC X(82) VALUE SPACES.

       01 DETALHE-SEM-CONTATO.
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DSC-CANAL       PIC X(01).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DSC-ENDERECO    PIC X(60).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DSC-DATA        PIC X(10).
          02 FILLER          PIC X(55) VALUE SPACES.

       01 RODAPE.
          02 FILLER          PIC X(30) VALUE
             "OPT-OUTS GRAVADOS...........: ".
          02 ROD-GRAVADOS    PIC ZZZZZZ9.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "SEM CONTATO NA BASE.........: ".
          02 ROD-SEM-CONTATO PIC ZZZZZZ9.
          02 FILLER          PIC X(53) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-DESCADASTRO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 18 VALUE
             "  DESCADASTRO DA PLATAFORMA DE MARKETING  ".
          02 LINE 02 COLUMN 73 VALUE "PROG77".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "NOME DO ARQUIVO.....".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 18 VALUE
             "  DESCADASTRO DA PLATAFORMA DE MARKETING  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "REGISTROS LIDOS.......:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-LIDOS.
          02 LINE 07 COLUMN 01 VALUE "REGISTROS INVALIDOS...:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-REGISTRO-INVALIDO.
          02 LINE 08 COLUMN 01 VALUE "ALEM DO LIMITE (2000).:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-EXCEDENTES.
          02 LINE 09 COLUMN 01 VALUE "OPT-OUTS GRAVADOS.....:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-GRAVADOS.
          02 LINE 10 COLUMN 01 VALUE "JA RECUSADOS..........:".
          02 LINE 10 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-JA-RECUSADOS.
          02 LINE 11 COLUMN 01 VALUE "OPT-IN POSTERIOR......:".
          02 LINE 11 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-OPT-IN-POSTER.
          02 LINE 12 COLUMN 01 VALUE "SEM CONTATO NA BASE...:".
          02 LINE 12 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-SEM-CONTATO.
          02 LINE 14 COLUMN 01 VALUE
             "OPT-OUTS E DESCADASTROS SEM CONTATO IMPRESSOS EM RDESCAD.
      -"TXT".
          02 LINE 16 COLUMN 01
          VALUE "CARGA CONCLUIDA, TECLE ENTER PARA RETORNAR AO MENU INIC
      -"IAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-DESCADASTRO AT 0101
           ACCEPT WS-LOCAL-ARQ-DES AT 0421

           OPEN INPUT ARQ-DESCADASTRO
           IF WS-RESULTADO-IMP NOT = 00
              DISPLAY "ERRO AO ABRIR O ARQUIVO SOLICITADO!" AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-DESCADASTRO AT END
                 EXIT PERFORM
              END-READ
              ADD 1 TO WS-TOTAL-LIDOS
              PERFORM CARREGA-DESCADASTRO THRU F-CARREGA-DESCADASTRO
           END-PERFORM
           CLOSE ARQ-DESCADASTRO

           MOVE "CLICONTATO.DAT" TO WID-ARQ-CLI-CONTATO
           OPEN INPUT ARQ-CLI-CONTATO
           IF WS-RESULTADO-CTT NOT = 00
              DISPLAY "CLICONTATO.DAT NAO ENCONTRADO ............"
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

      * A CARGA REGRAVA O CONSENT.DAT: DETEM A TRAVA DO ARQUIVO
      * (BLOQUEIO.CTL) ENQUANTO RODA, COMO A FUSAO (PROG28).
           MOVE "O" TO WS-ACAO-TRAVA
           MOVE "CONSENT.DAT" TO WS-ARQUIVO-TRAVA
           CALL "TRAVA-ARQUIVO" USING WS-ACAO-TRAVA
                                      WS-ARQUIVO-TRAVA
                                      WS-PROGRAMA-TRAVA
                                      WS-OPERADOR-ATUAL
                                      DATA-DE-HOJE
                                      WS-RESULT-TRAVA
                                      WS-DETENTOR-TRAVA
           IF WS-RESULT-TRAVA NOT = "S"
              DISPLAY "ARQUIVO TRAVADO POR OUTRA EXECUCAO: "
                 AT 2401
              DISPLAY WS-DETENTOR-TRAVA AT 2438
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-CLI-CONTATO
              EXIT PROGRAM
           END-IF

           MOVE "CONSENT.DAT" TO WID-ARQ-CONSENTIMENTO
           OPEN I-O ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 35
              OPEN OUTPUT ARQ-CONSENTIMENTO
              CLOSE ARQ-CONSENTIMENTO
              OPEN I-O ARQ-CONSENTIMENTO
           END-IF
           IF WS-RESULTADO-CNS NOT = 00
              DISPLAY "ERRO NA ABERTURA DO CONSENT.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-CNS AT 2444
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-CLI-CONTATO
              PERFORM LIBERA-TRAVA THRU F-LIBERA-TRAVA
              EXIT PROGRAM
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           PERFORM IMPRIMIR-CABECALHO
           WRITE LINHA FROM LINHA-TITULO-GRAVADOS AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-GRAVADOS    AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA

           MOVE ZEROS TO CTT-CLI-CODIGO
           MOVE ZEROS TO CTT-SEQUENCIA
           START ARQ-CLI-CONTATO KEY NOT LESS CTT-CHAVE
           IF WS-RESULTADO-CTT = 00 AND WS-QTD-DES > ZEROS
              PERFORM UNTIL EXIT
                 READ ARQ-CLI-CONTATO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 PERFORM CONFERE-CONTATO THRU F-CONFERE-CONTATO
              END-PERFORM
           END-IF

           PERFORM LISTA-SEM-CONTATO THRU F-LISTA-SEM-CONTATO

           MOVE WS-QTD-GRAVADOS    TO ROD-GRAVADOS
           MOVE WS-QTD-SEM-CONTATO TO ROD-SEM-CONTATO
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-CLI-CONTATO
           CLOSE ARQ-CONSENTIMENTO
           PERFORM LIBERA-TRAVA THRU F-LIBERA-TRAVA

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

      * UMA LINHA DO DESCADASTRO: SEPARA OS CAMPOS, VALIDA CANAL E
      * DATA E GUARDA NA TABELA COM O ENDERECO NORMALIZADO.
       CARREGA-DESCADASTRO.
           MOVE SPACES TO WS-IMP-CANAL WS-IMP-ENDERECO WS-IMP-DATA
           UNSTRING REG-DESCADASTRO DELIMITED BY ";"
              INTO WS-IMP-CANAL WS-IMP-ENDERECO WS-IMP-DATA
           INSPECT WS-IMP-CANAL CONVERTING "etw" TO "ETW"
           IF (WS-IMP-CANAL NOT = "E" AND NOT = "T" AND NOT = "W")
              OR WS-IMP-ENDERECO = SPACES
              OR WS-IMP-DATA(1:2) NOT NUMERIC
              OR WS-IMP-DATA(4:2) NOT NUMERIC
              OR WS-IMP-DATA(7:4) NOT NUMERIC
              ADD 1 TO WS-REGISTRO-INVALIDO
              GO TO F-CARREGA-DESCADASTRO
           END-IF
           MOVE WS-IMP-ENDERECO TO WS-TEXTO-ORIGEM
           IF WS-IMP-CANAL = "E"
              PERFORM NORMALIZA-EMAIL THRU F-NORMALIZA-EMAIL
           ELSE
              PERFORM NORMALIZA-FONE THRU F-NORMALIZA-FONE
           END-IF
           IF WS-TEXTO-NORMAL = SPACES
              ADD 1 TO WS-REGISTRO-INVALIDO
              GO TO F-CARREGA-DESCADASTRO
           END-IF
           IF WS-QTD-DES NOT < 2000
              ADD 1 TO WS-EXCEDENTES
              GO TO F-CARREGA-DESCADASTRO
           END-IF
           ADD 1 TO WS-QTD-DES
           MOVE WS-IMP-CANAL    TO WS-DES-CANAL(WS-QTD-DES)
           MOVE WS-IMP-ENDERECO TO WS-DES-ENDERECO(WS-QTD-DES)
           MOVE WS-TEXTO-NORMAL TO WS-DES-NORMAL(WS-QTD-DES)
           MOVE WS-IMP-DATA     TO WS-DES-DATA(WS-QTD-DES)
           MOVE "N"             TO WS-DES-ACHOU(WS-QTD-DES).
       F-CARREGA-DESCADASTRO. EXIT.

       NORMALIZA-EMAIL.
           MOVE WS-TEXTO-ORIGEM TO WS-TEXTO-NORMAL
           INSPECT WS-TEXTO-NORMAL CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
       F-NORMALIZA-EMAIL. EXIT.

      * SO OS DIGITOS DO TELEFONE; O DDI 55 NA FRENTE DE UM NUMERO
      * COM DDD E DESCARTADO PARA BATER COM O CADASTRO.
       NORMALIZA-FONE.
           MOVE SPACES TO WS-TEXTO-NORMAL
           MOVE ZEROS  TO WS-TAM-NORMAL
           PERFORM VARYING WS-IDX-CAR FROM 1 BY 1
              UNTIL WS-IDX-CAR > 60
              IF WS-TEXTO-ORIGEM(WS-IDX-CAR:1) IS NUMERIC
                 ADD 1 TO WS-TAM-NORMAL
                 MOVE WS-TEXTO-ORIGEM(WS-IDX-CAR:1)
                    TO WS-TEXTO-NORMAL(WS-TAM-NORMAL:1)
              END-IF
           END-PERFORM
           IF WS-TAM-NORMAL > 11 AND WS-TEXTO-NORMAL(1:2) = "55"
              MOVE WS-TEXTO-NORMAL(3:58) TO WS-TEXTO-ORIGEM
              MOVE WS-TEXTO-ORIGEM       TO WS-TEXTO-NORMAL
           END-IF.
       F-NORMALIZA-FONE. EXIT.

      * CONFRONTA O CONTATO LIDO COM TODOS OS DESCADASTROS.
       CONFERE-CONTATO.
           MOVE CTT-EMAIL TO WS-TEXTO-ORIGEM
           PERFORM NORMALIZA-EMAIL THRU F-NORMALIZA-EMAIL
           MOVE WS-TEXTO-NORMAL TO WS-CTT-EMAIL-NORMAL
           MOVE CTT-TELEFONE TO WS-TEXTO-ORIGEM
           PERFORM NORMALIZA-FONE THRU F-NORMALIZA-FONE
           MOVE WS-TEXTO-NORMAL TO WS-CTT-FONE-NORMAL
           PERFORM VARYING WS-IDX-DES FROM 1 BY 1
              UNTIL WS-IDX-DES > WS-QTD-DES
              IF (WS-DES-CANAL(WS-IDX-DES) = "E"
                  AND WS-CTT-EMAIL-NORMAL NOT = SPACES
                  AND WS-DES-NORMAL(WS-IDX-DES) = WS-CTT-EMAIL-NORMAL)
                 OR (WS-DES-CANAL(WS-IDX-DES) NOT = "E"
                  AND WS-CTT-FONE-NORMAL NOT = SPACES
                  AND WS-DES-NORMAL(WS-IDX-DES) = WS-CTT-FONE-NORMAL)
                 MOVE "S" TO WS-DES-ACHOU(WS-IDX-DES)
                 PERFORM GRAVA-OPT-OUT THRU F-GRAVA-OPT-OUT
              END-IF
           END-PERFORM.
       F-CONFERE-CONTATO. EXIT.

      * OPT-OUT DO CONTATO NO CANAL DO DESCADASTRO WS-IDX-DES. JA
      * RECUSADO FICA COMO ESTA; OPT-IN POSTERIOR AO DESCADASTRO
      * PREVALECE E SO E RELATADO.
       GRAVA-OPT-OUT.
           MOVE CTT-CLI-CODIGO           TO DET-CLI-CODIGO
           MOVE CTT-SEQUENCIA            TO DET-SEQUENCIA
           MOVE CTT-NOME-CONTATO         TO DET-NOME
           MOVE WS-DES-CANAL(WS-IDX-DES) TO DET-CANAL
           MOVE WS-DES-ENDERECO(WS-IDX-DES) TO DET-ENDERECO
           MOVE WS-DES-DATA(WS-IDX-DES)  TO DET-DATA
           MOVE SPACES                   TO DET-OBSERVACAO

           MOVE CTT-CLI-CODIGO           TO CNS-CLI-CODIGO
           MOVE CTT-SEQUENCIA            TO CNS-CTT-SEQUENCIA
           MOVE WS-DES-CANAL(WS-IDX-DES) TO CNS-CANAL
           READ ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 00
              IF CNS-SITUACAO = "N"
                 ADD 1 TO WS-QTD-JA-RECUSADOS
                 GO TO F-GRAVA-OPT-OUT
              END-IF
              MOVE WS-DES-DATA(WS-IDX-DES)(7:4) TO WS-DATA-DES-NUM(1:4)
              MOVE WS-DES-DATA(WS-IDX-DES)(4:2) TO WS-DATA-DES-NUM(5:2)
              MOVE WS-DES-DATA(WS-IDX-DES)(1:2) TO WS-DATA-DES-NUM(7:2)
              MOVE CNS-DATA(7:4) TO WS-DATA-CNS-NUM(1:4)
              MOVE CNS-DATA(4:2) TO WS-DATA-CNS-NUM(5:2)
              MOVE CNS-DATA(1:2) TO WS-DATA-CNS-NUM(7:2)
              IF WS-DATA-CNS-NUM > WS-DATA-DES-NUM
                 ADD 1 TO WS-QTD-OPT-IN-POSTER
                 MOVE "MANTIDO: OPT-IN POSTERIOR" TO DET-OBSERVACAO
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM DETALHE-GRAVADO AFTER 1 LINES
                 GO TO F-GRAVA-OPT-OUT
              END-IF
              MOVE CNS-SITUACAO TO CNS-SITUACAO-ANTERIOR
              MOVE CNS-DATA     TO CNS-DATA-ANTERIOR
           ELSE
              MOVE CTT-CLI-CODIGO           TO CNS-CLI-CODIGO
              MOVE CTT-SEQUENCIA            TO CNS-CTT-SEQUENCIA
              MOVE WS-DES-CANAL(WS-IDX-DES) TO CNS-CANAL
              MOVE SPACES TO CNS-SITUACAO-ANTERIOR
              MOVE SPACES TO CNS-DATA-ANTERIOR
           END-IF
           MOVE "N"                     TO CNS-SITUACAO
           MOVE WS-DES-DATA(WS-IDX-DES) TO CNS-DATA
           MOVE "PLATAFORMA"            TO CNS-ORIGEM
           MOVE WS-OPERADOR-ATUAL       TO CNS-OPERADOR
           IF WS-RESULTADO-CNS = 00
              REWRITE REGISTRO-CONSENTIMENTO
           ELSE
              WRITE REGISTRO-CONSENTIMENTO
           END-IF
           IF WS-RESULTADO-CNS = 00
              ADD 1 TO WS-QTD-GRAVADOS
              PERFORM CONTA-LINHA
              WRITE LINHA FROM DETALHE-GRAVADO AFTER 1 LINES
           END-IF.
       F-GRAVA-OPT-OUT. EXIT.

       LISTA-SEM-CONTATO.
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM LINHA-TITULO-SEM-CONTATO AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA
           PERFORM VARYING WS-IDX-DES FROM 1 BY 1
              UNTIL WS-IDX-DES > WS-QTD-DES
              IF WS-DES-ACHOU(WS-IDX-DES) NOT = "S"
                 ADD 1 TO WS-QTD-SEM-CONTATO
                 MOVE WS-DES-CANAL(WS-IDX-DES)    TO DSC-CANAL
                 MOVE WS-DES-ENDERECO(WS-IDX-DES) TO DSC-ENDERECO
                 MOVE WS-DES-DATA(WS-IDX-DES)     TO DSC-DATA
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM DETALHE-SEM-CONTATO AFTER 1 LINES
              END-IF
           END-PERFORM.
       F-LISTA-SEM-CONTATO. EXIT.

       LIBERA-TRAVA.
           MOVE "L"    TO WS-ACAO-TRAVA
           MOVE SPACES TO WS-ARQUIVO-TRAVA
           CALL "TRAVA-ARQUIVO" USING WS-ACAO-TRAVA
                                      WS-ARQUIVO-TRAVA
                                      WS-PROGRAMA-TRAVA
                                      WS-OPERADOR-ATUAL
                                      DATA-DE-HOJE
                                      WS-RESULT-TRAVA
                                      WS-DETENTOR-TRAVA.
       F-LIBERA-TRAVA. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  03 TO CONTADOR-LINHA.

       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              ADD 1 TO CONTADOR-LINHA
           END-IF.

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

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG77"        TO RLA-PROGRAMA
           MOVE "RDESCAD.TXT"   TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE    TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "ARQUIVO " DELIMITED BY SIZE
                  WS-LOCAL-ARQ-DES DELIMITED BY SPACE
                  INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
