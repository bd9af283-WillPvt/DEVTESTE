       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG73.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- MANUTENCAO DE ESPECIALIZACOES DE VENDEDOR -------
      * CADASTRA OS SEGMENTOS (PREFIXOS DA CNAE) QUE CADA VENDEDOR
      * ESTA HABILITADO A ATENDER - FARMA, FOOD SERVICE, INDUSTRIA...
      * A DISTRIBUICAO (PROG05) E A REDISTRIBUICAO DIRIGIDA (PROG42)
      * SO OFERECEM A UM VENDEDOR ESPECIALIZADO OS CLIENTES CUJA CNAE
      * (CLICNAE.DAT) COMECA POR UM DOS SEUS PREFIXOS; VENDEDOR SEM
      * ESPECIALIZACAO CADASTRADA ATENDE QUALQUER SEGMENTO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-ESPECIALIZACAO ASSIGN TO DISK
                  WID-ARQ-ESPECIALIZACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ESP-VEN-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-ESPECIALIZACAO.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-ESPECIALIZACAO PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
       77 WS-VENDEDOR-INFORMADO PIC 9(03) VALUE ZEROS.
       77 WS-LISTA-CNAE-INFORMADA PIC X(79) VALUE SPACES.
       77 WS-LISTA-OK           PIC X(01) VALUE "N".
       77 WS-IDX-CNAE           PIC 9(02) VALUE ZEROS.
       77 WS-CONTINUA           PIC X(01) VALUE "S".

      * TAMANHO DE CADA PREFIXO DIGITADO (COUNT DO UNSTRING), PARA
      * RECUSAR O QUE NAO CABE NOS 7 DIGITOS DA SUBCLASSE.
       01 WS-TAB-TAMANHO-CNAE.
          02 WS-TAM-CNAE OCCURS 10 PIC 9(02).

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-ESPECIALIZACAO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  MANUTENCAO DE ESPECIALIZACOES ".
          02 LINE 02 COLUMN 73 VALUE "PROG73".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01
             VALUE "OPERACAO: INCLUIR (I), ALTERAR (A) OU EXCLUIR (E)?".
          02 LINE 06 COLUMN 01
             VALUE "CODIGO DO VENDEDOR................".
          02 LINE 08 COLUMN 01
             VALUE "PREFIXOS DE CNAE ATENDIDOS (ATE 10, 2 A 7 DIGITOS,
      -"SEPARADOS POR ESPACO)".
          02 LINE 11 COLUMN 01
             VALUE "EX.: 21 FARMACEUTICOS  4644 ATACADO DE MEDICAMENTOS
      -"  4771701 FARMACIA".
          02 LINE 12 COLUMN 01
             VALUE "     56 ALIMENTACAO (FOOD SERVICE)  10 FABRICACAO DE
      -" PRODUTOS ALIMENTICIOS".
          02 LINE 22 COLUMN 01
             VALUE "MANTER OUTRA ESPECIALIZACAO (S/N)?".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA MANUTENCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "VENDEDOR.DAT NAO ENCONTRADO .............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE "ESPECIALIZACAO.DAT" TO WID-ARQ-ESPECIALIZACAO
           OPEN I-O ARQ-ESPECIALIZACAO
           IF WS-RESULTADO-ACESSO NOT = 00
              OPEN OUTPUT ARQ-ESPECIALIZACAO
              CLOSE ARQ-ESPECIALIZACAO
              OPEN I-O ARQ-ESPECIALIZACAO
           END-IF

           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANUTENCAO-ESPECIALIZACAO
                 THRU F-MANUTENCAO-ESPECIALIZACAO
              MOVE SPACES TO WS-CONTINUA
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                 ACCEPT WS-CONTINUA AT 2236
              END-PERFORM
           END-PERFORM

           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-ESPECIALIZACAO
           EXIT PROGRAM.

       MANUTENCAO-ESPECIALIZACAO.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-ESPECIALIZACAO AT 0101
           MOVE SPACES TO WS-OPERACAO
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A" OR = "E"
              ACCEPT WS-OPERACAO AT 0452
           END-PERFORM
           MOVE ZEROS TO WS-VENDEDOR-INFORMADO
           ACCEPT WS-VENDEDOR-INFORMADO AT 0636
           MOVE WS-VENDEDOR-INFORMADO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "VENDEDOR NAO ENCONTRADO .................."
                 AT 2001
           ELSE
              DISPLAY VEN-NOME AT 0641
              EVALUATE WS-OPERACAO
                 WHEN "I"
                    PERFORM INCLUI-ESPECIALIZACAO
                       THRU F-INCLUI-ESPECIALIZACAO
                 WHEN "A"
                    PERFORM ALTERA-ESPECIALIZACAO
                       THRU F-ALTERA-ESPECIALIZACAO
                 WHEN "E"
                    PERFORM EXCLUI-ESPECIALIZACAO
                       THRU F-EXCLUI-ESPECIALIZACAO
              END-EVALUATE
           END-IF.
       F-MANUTENCAO-ESPECIALIZACAO. EXIT.

       INCLUI-ESPECIALIZACAO.
           MOVE WS-VENDEDOR-INFORMADO TO ESP-VEN-CODIGO
           READ ARQ-ESPECIALIZACAO
           IF WS-RESULTADO-ACESSO = 00
              DISPLAY "VENDEDOR JA TEM ESPECIALIZACAO, USE ALTERAR"
                 AT 2001
           ELSE
              PERFORM ACEITA-LISTA-CNAE THRU F-ACEITA-LISTA-CNAE
              MOVE WS-VENDEDOR-INFORMADO TO ESP-VEN-CODIGO
              WRITE REGISTRO-ESPECIALIZACAO
              IF WS-RESULTADO-ACESSO NOT = 00
                 DISPLAY "ERRO NA GRAVACAO DA ESPECIALIZACAO: "
                    AT 2001
                 DISPLAY WS-RESULTADO-ACESSO AT 2038
              ELSE
                 DISPLAY "ESPECIALIZACAO INCLUIDA COM SUCESSO ...."
                    AT 2001
              END-IF
           END-IF.
       F-INCLUI-ESPECIALIZACAO. EXIT.

       ALTERA-ESPECIALIZACAO.
           MOVE WS-VENDEDOR-INFORMADO TO ESP-VEN-CODIGO
           READ ARQ-ESPECIALIZACAO
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "ESPECIALIZACAO NAO ENCONTRADA ............"
                 AT 2001
           ELSE
              MOVE SPACES TO WS-LISTA-CNAE-INFORMADA
              STRING ESP-CNAE(1) " " ESP-CNAE(2) " " ESP-CNAE(3) " "
                     ESP-CNAE(4) " " ESP-CNAE(5) " " ESP-CNAE(6) " "
                     ESP-CNAE(7) " " ESP-CNAE(8) " " ESP-CNAE(9) " "
                     ESP-CNAE(10)
                     DELIMITED BY SIZE INTO WS-LISTA-CNAE-INFORMADA
              DISPLAY WS-LISTA-CNAE-INFORMADA AT 0901
              PERFORM ACEITA-LISTA-CNAE THRU F-ACEITA-LISTA-CNAE
              REWRITE REGISTRO-ESPECIALIZACAO
              IF WS-RESULTADO-ACESSO NOT = 00
                 DISPLAY "ERRO NA ALTERACAO DA ESPECIALIZACAO: "
                    AT 2001
                 DISPLAY WS-RESULTADO-ACESSO AT 2039
              ELSE
                 DISPLAY "ESPECIALIZACAO ALTERADA COM SUCESSO ...."
                    AT 2001
              END-IF
           END-IF.
       F-ALTERA-ESPECIALIZACAO. EXIT.

       EXCLUI-ESPECIALIZACAO.
           MOVE WS-VENDEDOR-INFORMADO TO ESP-VEN-CODIGO
           READ ARQ-ESPECIALIZACAO
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "ESPECIALIZACAO NAO ENCONTRADA ............"
                 AT 2001
           ELSE
              DELETE ARQ-ESPECIALIZACAO
              IF WS-RESULTADO-ACESSO NOT = 00
                 DISPLAY "ERRO NA EXCLUSAO DA ESPECIALIZACAO: "
                    AT 2001
                 DISPLAY WS-RESULTADO-ACESSO AT 2038
              ELSE
                 DISPLAY "ESPECIALIZACAO EXCLUIDA - VENDEDOR VOLTA A
      -"ATENDER QUALQUER SEGMENTO" AT 2001
              END-IF
           END-IF.
       F-EXCLUI-ESPECIALIZACAO. EXIT.

      * ACEITA OS PREFIXOS SEPARADOS POR ESPACO E DISTRIBUI NAS 10
      * POSICOES DO REGISTRO; CADA PREFIXO TEM DE 2 A 7 DIGITOS.
       ACEITA-LISTA-CNAE.
           MOVE "N" TO WS-LISTA-OK
           PERFORM UNTIL WS-LISTA-OK = "S"
              ACCEPT WS-LISTA-CNAE-INFORMADA AT 0901
              MOVE SPACES TO ESP-LISTA-CNAE
              INITIALIZE WS-TAB-TAMANHO-CNAE
              UNSTRING WS-LISTA-CNAE-INFORMADA
                 DELIMITED BY ALL " "
                 INTO ESP-CNAE(1) COUNT IN WS-TAM-CNAE(1)
                      ESP-CNAE(2) COUNT IN WS-TAM-CNAE(2)
                      ESP-CNAE(3) COUNT IN WS-TAM-CNAE(3)
                      ESP-CNAE(4) COUNT IN WS-TAM-CNAE(4)
                      ESP-CNAE(5) COUNT IN WS-TAM-CNAE(5)
                      ESP-CNAE(6) COUNT IN WS-TAM-CNAE(6)
                      ESP-CNAE(7) COUNT IN WS-TAM-CNAE(7)
                      ESP-CNAE(8) COUNT IN WS-TAM-CNAE(8)
                      ESP-CNAE(9) COUNT IN WS-TAM-CNAE(9)
                      ESP-CNAE(10) COUNT IN WS-TAM-CNAE(10)
              END-UNSTRING
              MOVE "S" TO WS-LISTA-OK
              IF ESP-LISTA-CNAE = SPACES
                 MOVE "N" TO WS-LISTA-OK
              END-IF
              PERFORM VARYING WS-IDX-CNAE FROM 1 BY 1
                 UNTIL WS-IDX-CNAE > 10
                 IF WS-TAM-CNAE(WS-IDX-CNAE) > 7
                    OR WS-TAM-CNAE(WS-IDX-CNAE) = 1
                    MOVE "N" TO WS-LISTA-OK
                 END-IF
                 IF WS-TAM-CNAE(WS-IDX-CNAE) > 1
                    AND WS-TAM-CNAE(WS-IDX-CNAE) < 8
                    IF ESP-CNAE(WS-IDX-CNAE)
                       (1:WS-TAM-CNAE(WS-IDX-CNAE)) NOT NUMERIC
                       MOVE "N" TO WS-LISTA-OK
                    END-IF
                 END-IF
              END-PERFORM
              IF WS-LISTA-OK NOT = "S"
                 DISPLAY "PREFIXO DE CNAE INVALIDO - INFORME DE 2 A 7
      -"DIGITOS POR PREFIXO" AT 2001
              END-IF
           END-PERFORM.
       F-ACEITA-LISTA-CNAE. EXIT.

      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); MANUTENCAO EXIGE NIVEL 2 OU SUPERIOR.
       LE-OPERADOR.
           MOVE ZEROS TO WS-OPERADOR-NIVEL
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-NIVEL TO WS-OPERADOR-NIVEL
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.
