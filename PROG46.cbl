      * DEFINITIVO DO CODIGO.CTL, LEVA JUNTO O CONTATO E O ENDERECO
      * E ENTRA COM SITUACAO "P" (PENDENTE DE GEOCODIFICACAO) PARA
      * RECEBER AS COORDENADAS NO PROG29.
      * CADA CONVERSAO E ACRESCENTADA AO PROSPCONV.DAT COM A DATA E O
      * OPERADOR, BASE DAS CONVERSOES DO MES NO SCORECARD (PROG82).
      * GEOCODIFICACAO (G): COORDENADAS DO PROSPECT PELA TABELA DE
      * CEP (CEPGEO.CSV) OU DIGITADAS, GRAVADAS EM PROSPATRIB.DAT,
      * ONDE A DISTRIBUICAO DE PROSPECTS (PROG83) REGISTRA O VENDEDOR
      * RESPONSAVEL. VISITA (V): CONTA AS VISITAS DE PROSPECCAO FEITAS
      * (BASE DO FUNIL). NA CONVERSAO O CLIENTE JA NASCE COM AS
      * COORDENADAS DO PROSPECT (SITUACAO "A") E TEM COMO TITULAR,
      * POR PADRAO, O VENDEDOR QUE TRABALHOU O PROSPECT.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PRO.

           SELECT ARQ-PROSPECT-ATRIB ASSIGN TO DISK
                  WID-ARQ-PROSPECT-ATRIB
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PAT-PRO-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PAT.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VEN.

           SELECT ARQ-DIST ASSIGN TO DISK WS-LOCAL-ARQ-DIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-DIST.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-CTL-PROSPECT ASSIGN TO "PROSPECT.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-CTLP.
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-CTL.

           SELECT ARQ-PROSPECT-CONV ASSIGN TO "PROSPCONV.DAT"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-PCV.

           SELECT RELATORIO ASSIGN TO "RPROSPECT.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.


       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-PROSPECT.FD".

       COPY "ARQ-PROSPECT-ATRIB.FD".

       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-DIST.FD".

       COPY "ARQ-DIST-MEST.FD".

       FD ARQ-CTL-PROSPECT.
          01 REG-CTL-PROSPECT.
       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-PROSPECT-CONV.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-CLI-CONTATO   PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-PROSPECT      PIC X(50) VALUE SPACES.
       77 WID-ARQ-PROSPECT-ATRIB PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-DIST     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-CTL-CODIGO PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTLP     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PCV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PAT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EMPRESA-CLIENTE    PIC 9(02) VALUE 01.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.
       77 WS-TOTAL-LISTADOS     PIC 9(05) VALUE ZEROS.
       77 WS-PAT-EXISTE         PIC X(01) VALUE "N".
       77 WS-COORD-OK           PIC X(01) VALUE SPACES.
       77 WS-USA-CEP            PIC X(01) VALUE SPACES.
       77 WS-GEO-CEP            PIC 9(08) VALUE ZEROS.
       77 WS-GEO-LATITUDE       PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-GEO-LONGITUDE      PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-GEO-RETORNO        PIC X(01) VALUE SPACES.
       77 WS-LAT-INFORMADA      PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-LON-INFORMADA      PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-LAT-EDITADA        PIC -ZZ9,99999999.
       77 WS-LON-EDITADA        PIC -ZZ9,99999999.
       77 WS-VEN-TITULAR        PIC 9(03) VALUE ZEROS.
       77 WS-VEN-OK             PIC X(01) VALUE SPACES.
       77 WS-DATA-VISITA        PIC X(10) VALUE SPACES.
       77 WS-DATA-VISITA-INV    PIC 9(08) VALUE ZEROS.
       77 WS-DATA-ULTIMA-INV    PIC 9(08) VALUE ZEROS.

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER          PIC X(22) VALUE "PROSPECTS LISTADOS...:".
          02 ROD-TOTAL       PIC ZZZZ9.
          02 FILLER          PIC X(105) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.
          02 LINE 02 COLUMN 73 VALUE "PROG46".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO: MANTER (M), LISTAR (L), CONVERTER (C),".
          02 LINE 05 COLUMN 48 VALUE
             " GEOCODIF. (G), VISITA (V)?".

       01 TELA-MANUTENCAO BLANK SCREEN
                       BACKGROUND-COLOR 1
             "CODIGO DO PROSPECT A CONVERTER....".
          02 LINE 09 COLUMN 01 VALUE
             "CNPJ DEFINITIVO (VAZIO = O PROVISORIO)....".
          02 LINE 11 COLUMN 01 VALUE
             "VENDEDOR TITULAR (0 = SEM TITULAR)........".

       01 TELA-GEOCOD BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "CODIGO DO PROSPECT................".
          02 LINE 09 COLUMN 01 VALUE
             "CEP...............................".
          02 LINE 10 COLUMN 01 VALUE
             "COORDENADAS PELA TABELA DE CEP....".
          02 LINE 12 COLUMN 01 VALUE
             "USAR AS COORDENADAS DO CEP (S/N)?.".
          02 LINE 14 COLUMN 01 VALUE
             "LATITUDE..........................".
          02 LINE 15 COLUMN 01 VALUE
             "LONGITUDE.........................".

       01 TELA-VISITA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "CODIGO DO PROSPECT................".
          02 LINE 09 COLUMN 01 VALUE
             "DATA DA VISITA (VAZIO = HOJE).....".
          02 LINE 11 COLUMN 01 VALUE
             "VISITAS REGISTRADAS...............".
          02 LINE 12 COLUMN 01 VALUE
             "VENDEDOR RESPONSAVEL..............".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           DISPLAY TELA-PROSPECT AT 0101
           PERFORM UNTIL WS-FUNCAO = "M" OR = "L" OR = "C"
                                  OR = "G" OR = "V"
              ACCEPT WS-FUNCAO AT 0575
           END-PERFORM
      * LISTAR E ABERTO A QUALQUER OPERADOR; MANTER, CONVERTER,
      * GEOCODIFICAR E REGISTRAR VISITA SEGUEM AS DEMAIS MANUTENCOES
      * E EXIGEM NIVEL 2.
           IF WS-FUNCAO NOT = "L" AND WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
                 PERFORM LISTA-PROSPECTS THRU F-LISTA-PROSPECTS
              WHEN "C"
                 PERFORM CONVERTE-PROSPECT THRU F-CONVERTE-PROSPECT
              WHEN "G"
                 PERFORM GEOCODIFICA-PROSPECT
                    THRU F-GEOCODIFICA-PROSPECT
              WHEN "V"
                 PERFORM REGISTRA-VISITA THRU F-REGISTRA-VISITA
           END-EVALUATE

           CLOSE ARQ-PROSPECT
       MANUTENCAO-PROSPECT.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-PROSPECT AT 0101
           DISPLAY "M" AT 0575
           DISPLAY TELA-MANUTENCAO AT 0101
           MOVE SPACES TO WS-OPERACAO
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A" OR = "D"
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           DISPLAY LIMPA-TELA
           DISPLAY "RELACAO GERADA EM RPROSPECT.TXT, TECLE ENTER ....."
              AT 1503
      * CONVERSAO DO PROSPECT GANHO: MESMAS CRITICAS DA IMPORTACAO
      * (CNPJ VALIDO E SEM DUPLICATA NA BASE), CODIGO DEFINITIVO DO
      * CODIGO.CTL, CONTATO E ENDERECO LEVADOS JUNTO; O CLIENTE NASCE
      * COM SITUACAO "P" E RECEBE AS COORDENADAS NA FILA DO PROG29,
      * A MENOS QUE O PROSPECT JA TENHA SIDO GEOCODIFICADO: AI AS
      * COORDENADAS VAO JUNTO E O CLIENTE ENTRA ATIVO. O TITULAR
      * PROPOSTO E O VENDEDOR RESPONSAVEL PELO PROSPECT (PROSPATRIB).
       CONVERTE-PROSPECT.
           DISPLAY TELA-CONVERTE AT 0101
           MOVE ZEROS TO WS-CODIGO-INFORMADO
              MOVE PRO-CNPJ TO CLI-CNPJ
           END-IF

           PERFORM ABRE-PROSPECT-ATRIB THRU F-ABRE-PROSPECT-ATRIB
           PERFORM LE-PROSPECT-ATRIB   THRU F-LE-PROSPECT-ATRIB
           CLOSE ARQ-PROSPECT-ATRIB
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN I-O ARQ-VENDEDOR
           IF WS-RESULTADO-VEN NOT = 00
              MOVE ZEROS TO PAT-VEN-CODIGO
           END-IF
           MOVE PAT-VEN-CODIGO TO WS-VEN-TITULAR
           MOVE "N" TO WS-VEN-OK
           PERFORM UNTIL WS-VEN-OK = "S"
              DISPLAY WS-VEN-TITULAR AT 1144
              ACCEPT WS-VEN-TITULAR AT 1144
              PERFORM VALIDA-TITULAR THRU F-VALIDA-TITULAR
           END-PERFORM

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN I-O ARQ-CLIENTE
      * SO O STATUS 35 (ARQUIVO INEXISTENTE) AUTORIZA CRIAR DO ZERO;
                 AT 2001
              DISPLAY WS-RESULTADO-ACESSO AT 2044
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-VENDEDOR
              GO TO F-CONVERTE-PROSPECT
           END-IF

      -"LADA" AT 2001
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              GO TO F-CONVERTE-PROSPECT
           END-IF

           PERFORM PEGA-CODIGO-CLI THRU F-PEGA-CODIGO-CLI
           MOVE PRO-RAZAO-SOCIAL TO CLI-RAZAO-SOCIAL
           IF PAT-GEO-ORIGEM NOT = SPACES
              MOVE PAT-LATITUDE  TO CLI-LATITUDE
              MOVE PAT-LONGITUDE TO CLI-LONGITUDE
              MOVE "A"           TO CLI-STATUS
           ELSE
              MOVE ZEROS         TO CLI-LATITUDE
              MOVE ZEROS         TO CLI-LONGITUDE
              MOVE "P"           TO CLI-STATUS
           END-IF
           MOVE ZEROS            TO CLI-CODIGO-SUCESSOR
           MOVE ZEROS            TO CLI-LIMITE-CREDITO
           MOVE "N"              TO CLI-BLOQUEIO
           MOVE WS-EMPRESA-CLIENTE TO CLI-EMPRESA
           WRITE REGISTRO-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "ERRO NA GRAVACAO DO CLIENTE: " AT 2001
              DISPLAY WS-RESULTADO-ACESSO             AT 2032
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-VENDEDOR
              GO TO F-CONVERTE-PROSPECT
           END-IF
           CLOSE ARQ-CLIENTE
           MOVE "C"        TO PRO-STATUS
           MOVE CLI-CODIGO TO PRO-CLI-CODIGO
           REWRITE REGISTRO-PROSPECT
           IF WS-VEN-TITULAR > ZEROS
              PERFORM GRAVA-TITULAR THRU F-GRAVA-TITULAR
           END-IF
           CLOSE ARQ-VENDEDOR
           PERFORM GRAVA-CONVERSAO THRU F-GRAVA-CONVERSAO

           DISPLAY "PROSPECT CONVERTIDO - CODIGO DO CLIENTE: "
              AT 2001
           DISPLAY CLI-CODIGO AT 2043
           IF CLI-STATUS = "P"
              DISPLAY "CLIENTE PENDENTE DE GEOCODIFICACAO (PROG29)"
                 AT 2101
           ELSE
              DISPLAY "CLIENTE ATIVO COM AS COORDENADAS DO PROSPECT"
                 AT 2101
           END-IF
           IF WS-VEN-TITULAR > ZEROS
              DISPLAY "TITULAR NA DISTRIBUICAO: VENDEDOR " AT 2201
              DISPLAY WS-VEN-TITULAR AT 2235
           END-IF
           ACCEPT PAUSA AT 2478.
       F-CONVERTE-PROSPECT. EXIT.

      * O TITULAR INFORMADO PRECISA EXISTIR E ESTAR ATIVO; ZERO
      * DEIXA O CLIENTE PARA A PROXIMA DISTRIBUICAO (PROG05).
       VALIDA-TITULAR.
           MOVE "S" TO WS-VEN-OK
           IF WS-VEN-TITULAR > ZEROS
              MOVE WS-VEN-TITULAR TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VEN NOT = 00 OR VEN-STATUS = "I"
                 OR VEN-EMPRESA NOT = WS-EMPRESA-CLIENTE
                 MOVE "N" TO WS-VEN-OK
                 DISPLAY "VENDEDOR INEXISTENTE, INATIVO OU DE OUTRA EMP
      -"RESA" AT 2001
              ELSE
                 DISPLAY VEN-NOME(1:30) AT 1149
              END-IF
           END-IF.
       F-VALIDA-TITULAR. EXIT.

      * TITULAR DO CLIENTE CONVERTIDO, GRAVADO COMO NA BANCADA DE
      * EXCECOES (PROG14): MESTRE DE DISTRIBUICAO, CARTEIRA DO
      * VENDEDOR E REEXPORTACAO DO DIST.CSV EM ORDEM DE CLIENTE.
       GRAVA-TITULAR.
           MOVE WS-VEN-TITULAR TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VEN NOT = 00
              MOVE ZEROS TO WS-VEN-TITULAR
              GO TO F-GRAVA-TITULAR
           END-IF
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN I-O ARQ-DIST-MEST
           IF WS-RESULTADO-MEST NOT = 00
              PERFORM MONTA-MESTRE-DO-CSV
                 THRU F-MONTA-MESTRE-DO-CSV
              OPEN I-O ARQ-DIST-MEST
              IF WS-RESULTADO-MEST NOT = 00
                 OPEN OUTPUT ARQ-DIST-MEST
                 CLOSE ARQ-DIST-MEST
                 OPEN I-O ARQ-DIST-MEST
              END-IF
           END-IF
           MOVE CLI-CODIGO        TO DM-CLI-CODIGO
           READ ARQ-DIST-MEST
           MOVE CLI-CODIGO        TO DM-CLI-CODIGO
           MOVE CLI-RAZAO-SOCIAL  TO DM-CLI-RAZAO-SOCIAL
           MOVE VEN-CODIGO        TO DM-VEN-CODIGO
           MOVE VEN-NOME          TO DM-VEN-RAZAO-SOCIAL
           IF VEN-CODIGO = PAT-VEN-CODIGO
              MOVE PAT-DISTANCIA  TO DM-DISTANCIA
           ELSE
              MOVE ZEROS          TO DM-DISTANCIA
           END-IF
           MOVE ZEROS             TO DM-VEN2-CODIGO
           MOVE SPACES            TO DM-VEN2-RAZAO-SOCIAL
           MOVE ZEROS             TO DM-VEN2-DISTANCIA
           MOVE ZEROS             TO DM-VEN3-CODIGO
           MOVE SPACES            TO DM-VEN3-RAZAO-SOCIAL
           MOVE ZEROS             TO DM-VEN3-DISTANCIA
           MOVE ZEROS             TO DM-RECEITA
           IF WS-RESULTADO-MEST = 00
              REWRITE REGISTRO-DIST-MEST
           ELSE
              WRITE REGISTRO-DIST-MEST
           END-IF
           ADD 1 TO VEN-QTD-CARTEIRA
           REWRITE REGISTRO-VENDEDOR
           PERFORM EXPORTA-DIST-CSV THRU F-EXPORTA-DIST-CSV
           CLOSE ARQ-DIST-MEST.
       F-GRAVA-TITULAR. EXIT.

      * RECONSTROI O DISTMEST.DAT A PARTIR DO DIST.CSV EXPORTADO
      * (BASES AINDA SEM O MESTRE EM DISCO).
       MONTA-MESTRE-DO-CSV.
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
           IF WS-RESULTADO-DIST = 00
              OPEN OUTPUT ARQ-DIST-MEST
              PERFORM UNTIL EXIT
                 READ ARQ-DIST AT END
                    EXIT PERFORM
                 END-READ
                 MOVE DIST-CLI-CODIGO        TO DM-CLI-CODIGO
                 MOVE DIST-CLI-RAZAO-SOCIAL  TO DM-CLI-RAZAO-SOCIAL
                 MOVE DIST-VEN-CODIGO        TO DM-VEN-CODIGO
                 MOVE DIST-VEN-RAZAO-SOCIAL  TO DM-VEN-RAZAO-SOCIAL
                 MOVE DIST-DISTANCIA         TO DM-DISTANCIA
                 MOVE DIST-VEN2-CODIGO       TO DM-VEN2-CODIGO
                 MOVE DIST-VEN2-RAZAO-SOCIAL TO DM-VEN2-RAZAO-SOCIAL
                 MOVE DIST-VEN2-DISTANCIA    TO DM-VEN2-DISTANCIA
                 MOVE DIST-VEN3-CODIGO       TO DM-VEN3-CODIGO
                 MOVE DIST-VEN3-RAZAO-SOCIAL TO DM-VEN3-RAZAO-SOCIAL
                 MOVE DIST-VEN3-DISTANCIA    TO DM-VEN3-DISTANCIA
                 MOVE DIST-RECEITA           TO DM-RECEITA
                 WRITE REGISTRO-DIST-MEST
              END-PERFORM
              CLOSE ARQ-DIST
              CLOSE ARQ-DIST-MEST
           END-IF.
       F-MONTA-MESTRE-DO-CSV. EXIT.

      * REEXPORTA O DIST.CSV A PARTIR DO MESTRE, EM ORDEM DE CODIGO
      * DE CLIENTE (A ORDENACAO DE QUE O PROG05 DEPENDE).
       EXPORTA-DIST-CSV.
           MOVE ZEROS TO DM-CLI-CODIGO
           START ARQ-DIST-MEST KEY NOT LESS DM-CLI-CODIGO
           IF WS-RESULTADO-MEST NOT = 00
              GO TO F-EXPORTA-DIST-CSV
           END-IF
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN OUTPUT ARQ-DIST
           PERFORM UNTIL EXIT
              READ ARQ-DIST-MEST NEXT AT END
                 EXIT PERFORM
              END-READ
              MOVE DM-CLI-CODIGO        TO DIST-CLI-CODIGO
              MOVE DM-CLI-RAZAO-SOCIAL  TO DIST-CLI-RAZAO-SOCIAL
              MOVE DM-VEN-CODIGO        TO DIST-VEN-CODIGO
              MOVE DM-VEN-RAZAO-SOCIAL  TO DIST-VEN-RAZAO-SOCIAL
              MOVE DM-DISTANCIA         TO DIST-DISTANCIA
              MOVE DM-VEN2-CODIGO       TO DIST-VEN2-CODIGO
              MOVE DM-VEN2-RAZAO-SOCIAL TO DIST-VEN2-RAZAO-SOCIAL
              MOVE DM-VEN2-DISTANCIA    TO DIST-VEN2-DISTANCIA
              MOVE DM-VEN3-CODIGO       TO DIST-VEN3-CODIGO
              MOVE DM-VEN3-RAZAO-SOCIAL TO DIST-VEN3-RAZAO-SOCIAL
              MOVE DM-VEN3-DISTANCIA    TO DIST-VEN3-DISTANCIA
              MOVE DM-RECEITA           TO DIST-RECEITA
              WRITE REGISTRO-DIST
           END-PERFORM
           CLOSE ARQ-DIST.
       F-EXPORTA-DIST-CSV. EXIT.

      * GEOCODIFICACAO DO PROSPECT: A TABELA DE CEP (CEPGEO.CSV)
      * PROPOE AS COORDENADAS; O OPERADOR ACEITA OU DIGITA AS SUAS,
      * CRITICADAS COMO NO PROG29.
       GEOCODIFICA-PROSPECT.
           DISPLAY TELA-GEOCOD AT 0101
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           PERFORM UNTIL WS-CODIGO-INFORMADO > ZEROS
              ACCEPT WS-CODIGO-INFORMADO AT 0736
           END-PERFORM
           MOVE WS-CODIGO-INFORMADO TO PRO-CODIGO
           READ ARQ-PROSPECT
           IF WS-RESULTADO-PRO NOT = 00
              DISPLAY "PROSPECT NAO ENCONTRADO .................."
                 AT 2001
              ACCEPT PAUSA AT 2478
              GO TO F-GEOCODIFICA-PROSPECT
           END-IF
           IF PRO-STATUS NOT = "A"
              DISPLAY "PROSPECT NAO ESTA EM TRABALHO ............"
                 AT 2001
              ACCEPT PAUSA AT 2478
              GO TO F-GEOCODIFICA-PROSPECT
           END-IF
           DISPLAY PRO-RAZAO-SOCIAL AT 0801
           DISPLAY PRO-CEP          AT 0936

           PERFORM ABRE-PROSPECT-ATRIB THRU F-ABRE-PROSPECT-ATRIB
           PERFORM LE-PROSPECT-ATRIB   THRU F-LE-PROSPECT-ATRIB

           MOVE "N" TO WS-USA-CEP
           MOVE PRO-CEP TO WS-GEO-CEP
           CALL "GEOCODIFICA-CEP" USING WS-GEO-CEP
                                        WS-GEO-LATITUDE
                                        WS-GEO-LONGITUDE
                                        WS-GEO-RETORNO
           IF WS-GEO-RETORNO = "S"
              MOVE WS-GEO-LATITUDE  TO WS-LAT-EDITADA
              MOVE WS-GEO-LONGITUDE TO WS-LON-EDITADA
              DISPLAY WS-LAT-EDITADA AT 1036
              DISPLAY WS-LON-EDITADA AT 1051
              MOVE SPACES TO WS-USA-CEP
              PERFORM UNTIL WS-USA-CEP = "S" OR = "N"
                 ACCEPT WS-USA-CEP AT 1236
              END-PERFORM
           ELSE
              DISPLAY "CEP FORA DA TABELA" AT 1036
           END-IF

           IF WS-USA-CEP = "S"
              MOVE WS-GEO-LATITUDE  TO WS-LAT-INFORMADA
              MOVE WS-GEO-LONGITUDE TO WS-LON-INFORMADA
           ELSE
              MOVE PAT-LATITUDE  TO WS-LAT-INFORMADA
              MOVE PAT-LONGITUDE TO WS-LON-INFORMADA
              ACCEPT WS-LAT-INFORMADA AT 1436
              ACCEPT WS-LON-INFORMADA AT 1536
           END-IF
           PERFORM VALIDA-COORDENADAS THRU F-VALIDA-COORDENADAS
           IF WS-COORD-OK NOT = "S"
              DISPLAY "COORDENADAS INVALIDAS, NADA GRAVADO ......"
                 AT 2001
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-PROSPECT-ATRIB
              GO TO F-GEOCODIFICA-PROSPECT
           END-IF

           MOVE WS-LAT-INFORMADA TO PAT-LATITUDE
           MOVE WS-LON-INFORMADA TO PAT-LONGITUDE
           IF WS-USA-CEP = "S"
              MOVE "C" TO PAT-GEO-ORIGEM
           ELSE
              MOVE "D" TO PAT-GEO-ORIGEM
           END-IF
           PERFORM GRAVA-PROSPECT-ATRIB THRU F-GRAVA-PROSPECT-ATRIB
           CLOSE ARQ-PROSPECT-ATRIB
           DISPLAY "PROSPECT GEOCODIFICADO - PRONTO PARA O PROG83 ."
              AT 2001
           ACCEPT PAUSA AT 2478.
       F-GEOCODIFICA-PROSPECT. EXIT.

       VALIDA-COORDENADAS.
           MOVE "S" TO WS-COORD-OK
           IF WS-LAT-INFORMADA = ZEROS AND WS-LON-INFORMADA = ZEROS
              MOVE "N" TO WS-COORD-OK
           END-IF
           IF WS-LAT-INFORMADA < -34 OR WS-LAT-INFORMADA > 6
              MOVE "N" TO WS-COORD-OK
           END-IF
           IF WS-LON-INFORMADA < -74 OR WS-LON-INFORMADA > -28
              MOVE "N" TO WS-COORD-OK
           END-IF.
       F-VALIDA-COORDENADAS. EXIT.

      * VISITA DE PROSPECCAO FEITA: SOMA NO CONTADOR DO PROSPECT E
      * GUARDA A DATA DA MAIS RECENTE (BASE DO FUNIL DO PROG83).
       REGISTRA-VISITA.
           DISPLAY TELA-VISITA AT 0101
           MOVE ZEROS TO WS-CODIGO-INFORMADO
           PERFORM UNTIL WS-CODIGO-INFORMADO > ZEROS
              ACCEPT WS-CODIGO-INFORMADO AT 0736
           END-PERFORM
           MOVE WS-CODIGO-INFORMADO TO PRO-CODIGO
           READ ARQ-PROSPECT
           IF WS-RESULTADO-PRO NOT = 00
              DISPLAY "PROSPECT NAO ENCONTRADO .................."
                 AT 2001
              ACCEPT PAUSA AT 2478
              GO TO F-REGISTRA-VISITA
           END-IF
           IF PRO-STATUS NOT = "A"
              DISPLAY "PROSPECT NAO ESTA EM TRABALHO ............"
                 AT 2001
              ACCEPT PAUSA AT 2478
              GO TO F-REGISTRA-VISITA
           END-IF
           DISPLAY PRO-RAZAO-SOCIAL AT 0801

           MOVE SPACES TO WS-DATA-VISITA
           ACCEPT WS-DATA-VISITA AT 0936
           IF WS-DATA-VISITA = SPACES
              MOVE DATA-DE-HOJE TO WS-DATA-VISITA
           END-IF
           IF WS-DATA-VISITA(1:2) IS NOT NUMERIC
              OR WS-DATA-VISITA(4:2) IS NOT NUMERIC
              OR WS-DATA-VISITA(7:4) IS NOT NUMERIC
              OR WS-DATA-VISITA(3:1) NOT = "/"
              OR WS-DATA-VISITA(6:1) NOT = "/"
              DISPLAY "DATA INVALIDA (DD/MM/AAAA), NADA GRAVADO .."
                 AT 2001
              ACCEPT PAUSA AT 2478
              GO TO F-REGISTRA-VISITA
           END-IF

           PERFORM ABRE-PROSPECT-ATRIB THRU F-ABRE-PROSPECT-ATRIB
           PERFORM LE-PROSPECT-ATRIB   THRU F-LE-PROSPECT-ATRIB
           ADD 1 TO PAT-QTD-VISITAS
           STRING WS-DATA-VISITA(7:4) WS-DATA-VISITA(4:2)
                  WS-DATA-VISITA(1:2)
                  DELIMITED BY SIZE INTO WS-DATA-VISITA-INV
           MOVE ZEROS TO WS-DATA-ULTIMA-INV
           IF PAT-DATA-ULT-VISITA NOT = SPACES
              STRING PAT-DATA-ULT-VISITA(7:4) PAT-DATA-ULT-VISITA(4:2)
                     PAT-DATA-ULT-VISITA(1:2)
                     DELIMITED BY SIZE INTO WS-DATA-ULTIMA-INV
           END-IF
           IF WS-DATA-VISITA-INV > WS-DATA-ULTIMA-INV
              MOVE WS-DATA-VISITA TO PAT-DATA-ULT-VISITA
           END-IF
           PERFORM GRAVA-PROSPECT-ATRIB THRU F-GRAVA-PROSPECT-ATRIB
           CLOSE ARQ-PROSPECT-ATRIB
           DISPLAY PAT-QTD-VISITAS AT 1136
           DISPLAY PAT-VEN-CODIGO  AT 1236
           DISPLAY "VISITA REGISTRADA ........................"
              AT 2001
           ACCEPT PAUSA AT 2478.
       F-REGISTRA-VISITA. EXIT.

      * PROSPATRIB.DAT E CRIADO NA PRIMEIRA GRAVACAO.
       ABRE-PROSPECT-ATRIB.
           MOVE "PROSPATRIB.DAT" TO WID-ARQ-PROSPECT-ATRIB
           OPEN I-O ARQ-PROSPECT-ATRIB
           IF WS-RESULTADO-PAT = 35
              OPEN OUTPUT ARQ-PROSPECT-ATRIB
              CLOSE ARQ-PROSPECT-ATRIB
              OPEN I-O ARQ-PROSPECT-ATRIB
           END-IF.
       F-ABRE-PROSPECT-ATRIB. EXIT.

      * PROSPECT AINDA SEM REGISTRO: COMECA SEM COORDENADAS, SEM
      * VENDEDOR E SEM VISITAS.
       LE-PROSPECT-ATRIB.
           MOVE PRO-CODIGO TO PAT-PRO-CODIGO
           READ ARQ-PROSPECT-ATRIB
           IF WS-RESULTADO-PAT = 00
              MOVE "S" TO WS-PAT-EXISTE
           ELSE
              MOVE "N" TO WS-PAT-EXISTE
              INITIALIZE REGISTRO-PROSPECT-ATRIB
              MOVE PRO-CODIGO TO PAT-PRO-CODIGO
           END-IF.
       F-LE-PROSPECT-ATRIB. EXIT.

       GRAVA-PROSPECT-ATRIB.
           IF WS-PAT-EXISTE = "S"
              REWRITE REGISTRO-PROSPECT-ATRIB
           ELSE
              WRITE REGISTRO-PROSPECT-ATRIB
           END-IF.
       F-GRAVA-PROSPECT-ATRIB. EXIT.

      * REGISTRO DATADO DA CONVERSAO (PROSPCONV.DAT).
       GRAVA-CONVERSAO.
           MOVE DATA-DE-HOJE      TO PCV-DATA
           MOVE PRO-CODIGO        TO PCV-PRO-CODIGO
           MOVE CLI-CODIGO        TO PCV-CLI-CODIGO
           MOVE WS-VEN-TITULAR    TO PCV-VEN-CODIGO
           MOVE WS-OPERADOR-ATUAL TO PCV-OPERADOR
           OPEN EXTEND ARQ-PROSPECT-CONV
           IF WS-RESULTADO-PCV NOT = 00
              OPEN OUTPUT ARQ-PROSPECT-CONV
           END-IF
           WRITE REGISTRO-PROSPECT-CONV
           CLOSE ARQ-PROSPECT-CONV.
       F-GRAVA-CONVERSAO. EXIT.

       PEGA-CODIGO-CLI.
           MOVE "CODIGO.CTL" TO WS-LOCAL-ARQ-CTL-CODIGO
           OPEN INPUT ARQ-CTL-CODIGO
      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24).
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE ZEROS TO WS-OPERADOR-NIVEL
           MOVE 01    TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL TO WS-OPERADOR-NIVEL
                    IF OPE-EMPRESA NUMERIC
                       MOVE OPE-EMPRESA TO WS-EMPRESA-SESSAO
                    END-IF
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF
      * O PROSPECT CONVERTIDO VIRA CLIENTE DA EMPRESA DA SESSAO (NA
      * SESSAO CONSOLIDADA, DA 01) E SO ACEITA TITULAR DELA.
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE 01 TO WS-EMPRESA-CLIENTE
           ELSE
              MOVE WS-EMPRESA-SESSAO TO WS-EMPRESA-CLIENTE
           END-IF.
       F-LE-OPERADOR. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG46"        TO RLA-PROGRAMA
           MOVE "RPROSPECT.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE    TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
