       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG65.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- SITUACAO CADASTRAL DO CNPJ NA RECEITA -------
      * CARREGA O ARQUIVO DE SITUACAO CADASTRAL RECEBIDO DO BIRO DE
      * DADOS (UMA LINHA POR CNPJ: CNPJ, CODIGO DA SITUACAO NA RECEITA
      * E DATA DA SITUACAO), LOCALIZA O CLIENTE PELA CHAVE ALTERNATIVA
      * CLI-CNPJ E GUARDA A SITUACAO NO SITCNPJ.DAT. O RELATORIO
      * RSITCNPJ.TXT LISTA OS CLIENTES CUJA SITUACAO MUDOU DESDE A
      * CARGA ANTERIOR E, NO FIM, TODOS OS CLIENTES COM CNPJ INATIVO
      * (NULO, SUSPENSO, INAPTO OU BAIXADO) AINDA LIBERADOS PARA
      * FATURAMENTO - PROPOSTOS PARA BLOQUEIO, QUE CONTINUA SENDO
      * FEITO NO PROG51. CLIENTE AUSENTE DO ARQUIVO MANTEM A SITUACAO
      * DA ULTIMA CARGA.
      * SO SAO CARREGADOS E LISTADOS OS CLIENTES DA EMPRESA ESCOLHIDA
      * NO SIGN-ON (TODOS NA SESSAO CONSOLIDADA, EMPRESA 00); OS DAS
      * OUTRAS EMPRESAS CONTAM COMO FORA DA BASE.

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

           SELECT ARQ-SITUACAO-CNPJ ASSIGN TO DISK WID-ARQ-SITUACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SCN-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SCN.

           SELECT ARQ-IMPORTA-SIT ASSIGN TO DISK WS-LOCAL-ARQ-SIT
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-IMP.

           SELECT RELATORIO ASSIGN TO "RSITCNPJ.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-SITUACAO-CNPJ.FD".

      * UMA LINHA POR CNPJ: OS 14 DIGITOS, O CODIGO DA SITUACAO NA
      * RECEITA (01, 02, 03, 04 OU 08) E A DATA DA SITUACAO DD/MM/AAAA.
       FD ARQ-IMPORTA-SIT.
          01 REG-IMPORTA-SIT.
             02 IMP-SIT-CNPJ          PIC X(14).
             02 IMP-SIT-CODIGO        PIC X(02).
             02 IMP-SIT-DATA          PIC X(10).

       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-SITUACAO      PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-SIT      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SCN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-IMP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FIM-SIT            PIC 9(01) VALUE ZEROS.
       77 WS-SITUACAO-NOVA      PIC 9(02) VALUE ZEROS.
       77 WS-DESCRICAO-NOVA     PIC X(10) VALUE SPACES.
       77 WS-SITUACAO-VELHA     PIC 9(02) VALUE ZEROS.
       77 WS-DESCRICAO-VELHA    PIC X(10) VALUE SPACES.
       77 WS-JA-CARREGADO       PIC X(01) VALUE "N".
       77 WS-TITULO-IMPRESSO    PIC X(01) VALUE "N".
       77 WS-CNPJ-MASCARADO     PIC X(18) VALUE SPACES.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.
       77 WS-TOTAL-LIDOS        PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-GRAVADOS     PIC 9(07) VALUE ZEROS.
       77 WS-FORA-DA-BASE       PIC 9(07) VALUE ZEROS.
       77 WS-REGISTRO-INVALIDO  PIC 9(07) VALUE ZEROS.
       77 WS-QTD-MUDANCAS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-PROPOSTOS      PIC 9(07) VALUE ZEROS.

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(42) VALUE
             "SITUACAO CADASTRAL DOS CNPJ NA RECEITA".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 LINHA-TITULO-MUDANCA.
          02 FILLER          PIC X(51) VALUE
             "CLIENTES COM SITUACAO ALTERADA DESDE A ULTIMA CARGA".
          02 FILLER          PIC X(81) VALUE ":".

       01 LINHA-TITULO-PROPOSTA.
          02 FILLER          PIC X(47) VALUE
             "CLIENTES COM CNPJ INATIVO AINDA LIBERADOS PARA".
          02 FILLER          PIC X(85) VALUE
             "FATURAMENTO - PROPOSTOS PARA BLOQUEIO (PROG51):".

       01 DETALHE-MUDANCA.
          02 DET-CLI-CODIGO  PIC 9(07).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-CLI-CNPJ    PIC X(18).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-CLI-NOME    PIC X(40).
          02 FILLER          PIC X(04) VALUE " DE ".
          02 DET-SIT-ANT     PIC X(10).
          02 FILLER          PIC X(06) VALUE " PARA ".
          02 DET-SIT-NOVA    PIC X(10).
          02 FILLER          PIC X(04) VALUE " EM ".
          02 DET-SIT-DATA    PIC X(10).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-PROPOSTA    PIC X(15).
          02 FILLER          PIC X(02) VALUE SPACES.

       01 DETALHE-PROPOSTA.
          02 DET-PRO-CODIGO  PIC 9(07).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-PRO-CNPJ    PIC X(18).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-PRO-NOME    PIC X(40).
          02 FILLER          PIC X(02) VALUE SPACES.
          02 DET-PRO-SIT     PIC X(10).
          02 FILLER          PIC X(06) VALUE " DESDE".
          02 FILLER          PIC X(01) VALUE SPACES.
          02 DET-PRO-DATA    PIC X(10).
          02 FILLER          PIC X(34) VALUE SPACES.

       01 RODAPE.
          02 FILLER          PIC X(30) VALUE
             "SITUACOES ALTERADAS.........: ".
          02 ROD-MUDANCAS    PIC ZZZZZZ9.
          02 FILLER          PIC X(05) VALUE SPACES.
          02 FILLER          PIC X(30) VALUE
             "PROPOSTOS PARA BLOQUEIO.....: ".
          02 ROD-PROPOSTOS   PIC ZZZZZZ9.
          02 FILLER          PIC X(53) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-SITUACAO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  SITUACAO CADASTRAL DO CNPJ NA RECEITA  ".
          02 LINE 02 COLUMN 73 VALUE "PROG65".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01 VALUE "NOME DO ARQUIVO.....".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  SITUACAO CADASTRAL DO CNPJ NA RECEITA  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "REGISTROS LIDOS.......:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-LIDOS.
          02 LINE 07 COLUMN 01 VALUE "SITUACOES GRAVADAS....:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-GRAVADOS.
          02 LINE 08 COLUMN 01 VALUE "CNPJ FORA DA BASE.....:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-FORA-DA-BASE.
          02 LINE 09 COLUMN 01 VALUE "REGISTROS INVALIDOS...:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-REGISTRO-INVALIDO.
          02 LINE 10 COLUMN 01 VALUE "SITUACOES ALTERADAS...:".
          02 LINE 10 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-MUDANCAS.
          02 LINE 11 COLUMN 01 VALUE "PROPOSTOS P/ BLOQUEIO.:".
          02 LINE 11 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-PROPOSTOS.
          02 LINE 13 COLUMN 01 VALUE
             "MUDANCAS E PROPOSTAS DE BLOQUEIO IMPRESSAS EM RSITCNPJ.TX
      -"T".
          02 LINE 15 COLUMN 01
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
           DISPLAY TELA-SITUACAO AT 0101
           ACCEPT WS-LOCAL-ARQ-SIT AT 0421

           OPEN INPUT ARQ-IMPORTA-SIT
           IF WS-RESULTADO-IMP NOT = 00
              DISPLAY "ERRO AO ABRIR O ARQUIVO SOLICITADO!" AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-IMPORTA-SIT
              EXIT PROGRAM
           END-IF

           MOVE "SITCNPJ.DAT" TO WID-ARQ-SITUACAO
           OPEN I-O ARQ-SITUACAO-CNPJ
           IF WS-RESULTADO-SCN = 35
              OPEN OUTPUT ARQ-SITUACAO-CNPJ
              CLOSE ARQ-SITUACAO-CNPJ
              OPEN I-O ARQ-SITUACAO-CNPJ
           END-IF
           IF WS-RESULTADO-SCN NOT = 00
              DISPLAY "ERRO NA ABERTURA DO SITCNPJ.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-SCN AT 2444
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-IMPORTA-SIT
              CLOSE ARQ-CLIENTE
              EXIT PROGRAM
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO

           PERFORM UNTIL WS-FIM-SIT = 1
              READ ARQ-IMPORTA-SIT NEXT
                 AT END
                    MOVE 1 TO WS-FIM-SIT
                    EXIT PERFORM
              END-READ
              ADD 1 TO WS-TOTAL-LIDOS
              PERFORM CARREGA-SITUACAO THRU F-CARREGA-SITUACAO
           END-PERFORM

           PERFORM LISTA-PROPOSTOS THRU F-LISTA-PROPOSTOS

           MOVE WS-QTD-MUDANCAS  TO ROD-MUDANCAS
           MOVE WS-QTD-PROPOSTOS TO ROD-PROPOSTOS
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-IMPORTA-SIT
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-SITUACAO-CNPJ

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

      * UMA LINHA DO BIRO: VALIDA O CODIGO E A DATA, LOCALIZA O
      * CLIENTE PELO CNPJ E GRAVA/REGRAVA A SITUACAO, IMPRIMINDO A
      * MUDANCA. NA PRIMEIRA CARGA DO CLIENTE SO A SITUACAO INATIVA
      * CONTA COMO MUDANCA (ATIVA E O PRESSUPOSTO DO CADASTRO).
       CARREGA-SITUACAO.
           IF IMP-SIT-CODIGO NOT NUMERIC
              OR IMP-SIT-DATA(1:2) NOT NUMERIC
              OR IMP-SIT-DATA(4:2) NOT NUMERIC
              OR IMP-SIT-DATA(7:4) NOT NUMERIC
              ADD 1 TO WS-REGISTRO-INVALIDO
              GO TO F-CARREGA-SITUACAO
           END-IF
           MOVE IMP-SIT-CODIGO TO WS-SITUACAO-NOVA
           MOVE WS-SITUACAO-NOVA TO WS-SITUACAO-VELHA
           PERFORM DESCREVE-SITUACAO THRU F-DESCREVE-SITUACAO
           IF WS-DESCRICAO-VELHA = SPACES
              ADD 1 TO WS-REGISTRO-INVALIDO
              GO TO F-CARREGA-SITUACAO
           END-IF
           MOVE WS-DESCRICAO-VELHA TO WS-DESCRICAO-NOVA

           MOVE IMP-SIT-CNPJ TO CLI-CNPJ
           START ARQ-CLIENTE KEY IS EQUAL CLI-CNPJ
           IF WS-RESULTADO-ACESSO = 00
              READ ARQ-CLIENTE NEXT
                 AT END
                    CONTINUE
              END-READ
           END-IF
           IF WS-RESULTADO-ACESSO NOT = 00
              OR CLI-CNPJ NOT = IMP-SIT-CNPJ
              ADD 1 TO WS-FORA-DA-BASE
              GO TO F-CARREGA-SITUACAO
           END-IF
      * CLIENTE DE OUTRA EMPRESA FICA PARA A CARGA DAQUELA EMPRESA,
      * QUE ASSIM AINDA VE A MUDANCA DE SITUACAO NO SEU RELATORIO.
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
              ADD 1 TO WS-FORA-DA-BASE
              GO TO F-CARREGA-SITUACAO
           END-IF

           MOVE "N"   TO WS-JA-CARREGADO
           MOVE ZEROS TO WS-SITUACAO-VELHA
           MOVE CLI-CODIGO TO SCN-CLI-CODIGO
           READ ARQ-SITUACAO-CNPJ
           IF WS-RESULTADO-SCN = 00
              MOVE "S"          TO WS-JA-CARREGADO
              MOVE SCN-SITUACAO TO WS-SITUACAO-VELHA
           END-IF

           MOVE CLI-CODIGO        TO SCN-CLI-CODIGO
           MOVE WS-SITUACAO-NOVA  TO SCN-SITUACAO
           MOVE WS-DESCRICAO-NOVA TO SCN-DESCRICAO
           MOVE IMP-SIT-DATA      TO SCN-DATA-SITUACAO
           MOVE WS-SITUACAO-VELHA TO SCN-SITUACAO-ANTERIOR
           MOVE DATA-DE-HOJE      TO SCN-DATA-CARGA
           IF WS-JA-CARREGADO = "S"
              REWRITE REGISTRO-SITUACAO-CNPJ
           ELSE
              WRITE REGISTRO-SITUACAO-CNPJ
           END-IF
           IF WS-RESULTADO-SCN = 00
              ADD 1 TO WS-TOTAL-GRAVADOS
           END-IF

           IF WS-SITUACAO-NOVA = WS-SITUACAO-VELHA
              GO TO F-CARREGA-SITUACAO
           END-IF
           IF WS-JA-CARREGADO NOT = "S" AND WS-SITUACAO-NOVA = 02
              GO TO F-CARREGA-SITUACAO
           END-IF
           PERFORM IMPRIME-MUDANCA THRU F-IMPRIME-MUDANCA.
       F-CARREGA-SITUACAO. EXIT.

       IMPRIME-MUDANCA.
           ADD 1 TO WS-QTD-MUDANCAS
           IF WS-TITULO-IMPRESSO NOT = "S"
              WRITE LINHA FROM LINHA-TITULO-MUDANCA AFTER 1 LINES
              ADD 1 TO CONTADOR-LINHA
              MOVE "S" TO WS-TITULO-IMPRESSO
           END-IF
           PERFORM DESCREVE-SITUACAO THRU F-DESCREVE-SITUACAO
           IF WS-JA-CARREGADO NOT = "S"
              MOVE "SEM CARGA" TO WS-DESCRICAO-VELHA
           END-IF
           PERFORM MASCARA-CNPJ THRU F-MASCARA-CNPJ
           MOVE CLI-CODIGO         TO DET-CLI-CODIGO
           MOVE WS-CNPJ-MASCARADO  TO DET-CLI-CNPJ
           MOVE CLI-RAZAO-SOCIAL   TO DET-CLI-NOME
           MOVE WS-DESCRICAO-VELHA TO DET-SIT-ANT
           MOVE WS-DESCRICAO-NOVA  TO DET-SIT-NOVA
           MOVE IMP-SIT-DATA       TO DET-SIT-DATA
           MOVE SPACES             TO DET-PROPOSTA
           IF WS-SITUACAO-NOVA NOT = 02
              AND CLI-BLOQUEIO NOT = "S"
              AND CLI-STATUS NOT = "I"
              MOVE "PROPOR BLOQUEIO" TO DET-PROPOSTA
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE-MUDANCA AFTER 1 LINES.
       F-IMPRIME-MUDANCA. EXIT.

      * VARRE O SITCNPJ.DAT INTEIRO (NAO SO A CARGA DO DIA): TODO
      * CLIENTE NAO INATIVADO, AINDA LIBERADO PARA FATURAMENTO E COM
      * CNPJ INATIVO NA RECEITA ENTRA NA PROPOSTA DE BLOQUEIO.
       LISTA-PROPOSTOS.
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM LINHA-TITULO-PROPOSTA AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA
           MOVE ZEROS TO SCN-CLI-CODIGO
           START ARQ-SITUACAO-CNPJ KEY NOT LESS SCN-CLI-CODIGO
           IF WS-RESULTADO-SCN NOT = 00
              GO TO F-LISTA-PROPOSTOS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-SITUACAO-CNPJ NEXT AT END
                 EXIT PERFORM
              END-READ
              IF SCN-SITUACAO NOT = 02
                 MOVE SCN-CLI-CODIGO TO CLI-CODIGO
                 READ ARQ-CLIENTE
                 IF WS-RESULTADO-ACESSO = 00
                    AND CLI-STATUS NOT = "I"
                    AND CLI-BLOQUEIO NOT = "S"
                    AND (WS-EMPRESA-SESSAO = ZEROS
                         OR CLI-EMPRESA = WS-EMPRESA-SESSAO)
                    ADD 1 TO WS-QTD-PROPOSTOS
                    PERFORM MASCARA-CNPJ THRU F-MASCARA-CNPJ
                    MOVE CLI-CODIGO        TO DET-PRO-CODIGO
                    MOVE WS-CNPJ-MASCARADO TO DET-PRO-CNPJ
                    MOVE CLI-RAZAO-SOCIAL  TO DET-PRO-NOME
                    MOVE SCN-DESCRICAO     TO DET-PRO-SIT
                    MOVE SCN-DATA-SITUACAO TO DET-PRO-DATA
                    PERFORM CONTA-LINHA
                    WRITE LINHA FROM DETALHE-PROPOSTA AFTER 1 LINES
                 END-IF
              END-IF
           END-PERFORM.
       F-LISTA-PROPOSTOS. EXIT.

      * DESCRICAO DO CODIGO EM WS-SITUACAO-VELHA (ESPACOS = CODIGO
      * QUE A RECEITA NAO USA).
       DESCREVE-SITUACAO.
           EVALUATE WS-SITUACAO-VELHA
              WHEN 01 MOVE "NULA"     TO WS-DESCRICAO-VELHA
              WHEN 02 MOVE "ATIVA"    TO WS-DESCRICAO-VELHA
              WHEN 03 MOVE "SUSPENSA" TO WS-DESCRICAO-VELHA
              WHEN 04 MOVE "INAPTA"   TO WS-DESCRICAO-VELHA
              WHEN 08 MOVE "BAIXADA"  TO WS-DESCRICAO-VELHA
              WHEN OTHER
                 MOVE SPACES TO WS-DESCRICAO-VELHA
           END-EVALUATE.
       F-DESCREVE-SITUACAO. EXIT.

       MASCARA-CNPJ.
           MOVE SPACES TO WS-CNPJ-MASCARADO
           STRING CLI-CNPJ(1:2) "." CLI-CNPJ(3:3) "." CLI-CNPJ(6:3)
                  "/" CLI-CNPJ(9:4) "-" CLI-CNPJ(13:2)
                  DELIMITED BY SIZE INTO WS-CNPJ-MASCARADO.
       F-MASCARA-CNPJ. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  03 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * NIVEL E EMPRESA DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO
      * PELO SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR.
      * SESSAO SEM EMPRESA VALE COMO EMPRESA 01.
       LE-OPERADOR.
           MOVE ZEROS TO WS-OPERADOR-NIVEL
           MOVE 01    TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-NIVEL TO WS-OPERADOR-NIVEL
                    IF OPE-EMPRESA NUMERIC
                       MOVE OPE-EMPRESA TO WS-EMPRESA-SESSAO
                    END-IF
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG65"       TO RLA-PROGRAMA
           MOVE "RSITCNPJ.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE   TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "ARQUIVO " DELIMITED BY SIZE
                  WS-LOCAL-ARQ-SIT DELIMITED BY SPACE
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE
                  INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
