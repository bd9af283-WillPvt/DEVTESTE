       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG91.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- CADASTRO DE EMPRESAS DA INSTALACAO -------
      * MANTEM O EMPRESA.DAT: AS UNIDADES DE NEGOCIO QUE DIVIDEM A
      * INSTALACAO, CADA UMA COM SEUS CLIENTES, VENDEDORES E PEDIDOS
      * (CLI-EMPRESA, VEN-EMPRESA, PED-EMPRESA). A DISTRIBUICAO NUNCA
      * CRUZA EMPRESAS, A INTERFACE DE FATURAMENTO (PROG30/PROG31) E A
      * FOLHA DE COMISSOES (PROG33) SAEM EM ARQUIVOS SEPARADOS POR
      * EMPRESA E OS RELATORIOS FILTRAM PELA EMPRESA ESCOLHIDA NO
      * SIGN-ON (PROG24).
      * A EMPRESA 01 E A DONA DE TUDO O QUE EXISTIA ANTES DO CADASTRO
      * (A CONVERSAO DO PROG60 POE OS REGISTROS ANTIGOS NELA), POR
      * ISSO E SEMPRE A PRIMEIRA A SER CADASTRADA. EMPRESA NAO E
      * EXCLUIDA, SO INATIVADA: CLIENTES, VENDEDORES, PEDIDOS E
      * ARQUIVOS DE INTERFACE E FOLHA CONTINUAM LIGADOS AO CODIGO.
      * EXIGE OPERADOR DE NIVEL 3.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-EMPRESA.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-EMPRESA       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
       77 WS-EMPRESA-INFORMADA  PIC 9(02) VALUE ZEROS.
       77 WS-NOME-INFORMADO     PIC X(40) VALUE SPACES.
       77 WS-STATUS-INFORMADO   PIC X(01) VALUE SPACES.
       77 WS-EXISTE-PRINCIPAL   PIC X(01) VALUE "N".
       77 WS-LINHA-LISTA        PIC 9(02) VALUE ZEROS.
       77 WS-CONTINUA           PIC X(01) VALUE "S".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-EMPRESA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 25 VALUE
             "  CADASTRO DE EMPRESAS  ".
          02 LINE 02 COLUMN 73 VALUE "PROG91".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 04 COLUMN 01
             VALUE "OPERACAO: INCLUIR (I), ALTERAR (A), INATIVAR (E)".
          02 LINE 06 COLUMN 01
             VALUE "CODIGO DA EMPRESA (01 A 99)........".
          02 LINE 08 COLUMN 01
             VALUE "NOME DA EMPRESA....................".
          02 LINE 10 COLUMN 01
             VALUE "SITUACAO (A=ATIVA I=INATIVA).......".
          02 LINE 12 COLUMN 01
             VALUE "EMPRESAS CADASTRADAS:".
          02 LINE 22 COLUMN 01
             VALUE "MANTER OUTRA EMPRESA (S/N)?........".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 3
              DISPLAY "CADASTRO DE EMPRESAS EXIGE OPERADOR DE NIVEL 3"
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           OPEN I-O ARQ-EMPRESA
           IF WS-RESULTADO-ACESSO = 35
              OPEN OUTPUT ARQ-EMPRESA
              CLOSE ARQ-EMPRESA
              OPEN I-O ARQ-EMPRESA
           END-IF
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "ERRO NA ABERTURA DO EMPRESA.DAT: " AT 2401
              DISPLAY WS-RESULTADO-ACESSO AT 2435
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           PERFORM UNTIL WS-CONTINUA NOT = "S"
              PERFORM MANUTENCAO-EMPRESA THRU F-MANUTENCAO-EMPRESA
              MOVE SPACES TO WS-CONTINUA
              PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                 ACCEPT WS-CONTINUA AT 2237
              END-PERFORM
           END-PERFORM

           CLOSE ARQ-EMPRESA
           EXIT PROGRAM.

       MANUTENCAO-EMPRESA.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-EMPRESA AT 0101
           PERFORM LISTA-EMPRESAS THRU F-LISTA-EMPRESAS
           MOVE SPACES TO WS-OPERACAO
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A" OR = "E"
              ACCEPT WS-OPERACAO AT 0450
           END-PERFORM
           MOVE ZEROS TO WS-EMPRESA-INFORMADA
           PERFORM UNTIL WS-EMPRESA-INFORMADA > ZEROS
              ACCEPT WS-EMPRESA-INFORMADA AT 0637
           END-PERFORM
           MOVE WS-EMPRESA-INFORMADA TO EMP-CODIGO
           READ ARQ-EMPRESA
           EVALUATE WS-OPERACAO
              WHEN "I"
                 PERFORM INCLUI-EMPRESA THRU F-INCLUI-EMPRESA
              WHEN "A"
                 PERFORM ALTERA-EMPRESA THRU F-ALTERA-EMPRESA
              WHEN "E"
                 PERFORM INATIVA-EMPRESA THRU F-INATIVA-EMPRESA
           END-EVALUATE.
       F-MANUTENCAO-EMPRESA. EXIT.

      * A PRIMEIRA EMPRESA CADASTRADA TEM DE SER A 01, QUE JA E A
      * DONA DOS CLIENTES, VENDEDORES E PEDIDOS EXISTENTES.
       INCLUI-EMPRESA.
           IF WS-RESULTADO-ACESSO = 00
              DISPLAY "EMPRESA JA CADASTRADA, USE ALTERAR ........"
                 AT 2001
              GO TO F-INCLUI-EMPRESA
           END-IF
           IF WS-EMPRESA-INFORMADA NOT = 01
              MOVE "N" TO WS-EXISTE-PRINCIPAL
              MOVE 01 TO EMP-CODIGO
              READ ARQ-EMPRESA
              IF WS-RESULTADO-ACESSO = 00
                 MOVE "S" TO WS-EXISTE-PRINCIPAL
              END-IF
              IF WS-EXISTE-PRINCIPAL NOT = "S"
                 DISPLAY "CADASTRE PRIMEIRO A EMPRESA 01 (DONA DOS DADO
      -"S ATUAIS)" AT 2001
                 GO TO F-INCLUI-EMPRESA
              END-IF
           END-IF
           MOVE SPACES TO WS-NOME-INFORMADO
           PERFORM UNTIL WS-NOME-INFORMADO NOT = SPACES
              ACCEPT WS-NOME-INFORMADO AT 0837
           END-PERFORM
           MOVE WS-EMPRESA-INFORMADA TO EMP-CODIGO
           MOVE WS-NOME-INFORMADO    TO EMP-NOME
           MOVE "A"                  TO EMP-STATUS
           DISPLAY "A" AT 1037
           WRITE REGISTRO-EMPRESA
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "ERRO NA GRAVACAO DA EMPRESA: " AT 2001
              DISPLAY WS-RESULTADO-ACESSO AT 2030
           ELSE
              DISPLAY "EMPRESA INCLUIDA COM SUCESSO ..............."
                 AT 2001
           END-IF.
       F-INCLUI-EMPRESA. EXIT.

       ALTERA-EMPRESA.
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "EMPRESA NAO ENCONTRADA ...................."
                 AT 2001
              GO TO F-ALTERA-EMPRESA
           END-IF
           DISPLAY EMP-NOME   AT 0837
           DISPLAY EMP-STATUS AT 1037
           MOVE EMP-NOME TO WS-NOME-INFORMADO
           ACCEPT WS-NOME-INFORMADO AT 0837
           IF WS-NOME-INFORMADO NOT = SPACES
              MOVE WS-NOME-INFORMADO TO EMP-NOME
           END-IF
           MOVE SPACES TO WS-STATUS-INFORMADO
           PERFORM UNTIL WS-STATUS-INFORMADO = "A" OR = "I"
              ACCEPT WS-STATUS-INFORMADO AT 1037
           END-PERFORM
           MOVE WS-STATUS-INFORMADO TO EMP-STATUS
           REWRITE REGISTRO-EMPRESA
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "ERRO NA ALTERACAO DA EMPRESA: " AT 2001
              DISPLAY WS-RESULTADO-ACESSO AT 2031
           ELSE
              DISPLAY "EMPRESA ALTERADA COM SUCESSO ..............."
                 AT 2001
           END-IF.
       F-ALTERA-EMPRESA. EXIT.

      * A EMPRESA 01 NAO E INATIVADA: SEM ELA OS DADOS ANTERIORES AO
      * CADASTRO FICARIAM SEM DONO NO SIGN-ON.
       INATIVA-EMPRESA.
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "EMPRESA NAO ENCONTRADA ...................."
                 AT 2001
              GO TO F-INATIVA-EMPRESA
           END-IF
           IF EMP-CODIGO = 01
              DISPLAY "A EMPRESA 01 NAO PODE SER INATIVADA ........"
                 AT 2001
              GO TO F-INATIVA-EMPRESA
           END-IF
           DISPLAY EMP-NOME AT 0837
           MOVE "I" TO EMP-STATUS
           DISPLAY EMP-STATUS AT 1037
           REWRITE REGISTRO-EMPRESA
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "ERRO NA INATIVACAO DA EMPRESA: " AT 2001
              DISPLAY WS-RESULTADO-ACESSO AT 2032
           ELSE
              DISPLAY "EMPRESA INATIVADA - NAO SERA OFERECIDA NO SIGN-
      -"ON" AT 2001
           END-IF.
       F-INATIVA-EMPRESA. EXIT.

      * AS EMPRESAS JA CADASTRADAS, DA LINHA 13 A 20 DA TELA.
       LISTA-EMPRESAS.
           MOVE 13 TO WS-LINHA-LISTA
           MOVE ZEROS TO EMP-CODIGO
           START ARQ-EMPRESA KEY NOT LESS EMP-CODIGO
           IF WS-RESULTADO-ACESSO = 00
              PERFORM UNTIL WS-LINHA-LISTA > 20
                 READ ARQ-EMPRESA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 DISPLAY EMP-CODIGO
                    AT LINE WS-LINHA-LISTA COLUMN 03
                 DISPLAY EMP-NOME
                    AT LINE WS-LINHA-LISTA COLUMN 07
                 DISPLAY EMP-STATUS
                    AT LINE WS-LINHA-LISTA COLUMN 49
                 ADD 1 TO WS-LINHA-LISTA
              END-PERFORM
           END-IF.
       F-LISTA-EMPRESAS. EXIT.

      * NIVEL DO OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 3.
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
