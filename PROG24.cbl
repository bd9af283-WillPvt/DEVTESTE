      * PROGRAMAS LEEM PARA REGISTRAR QUEM EXECUTOU CADA JOB E PARA
      * BARRAR OPERACOES ACIMA DO NIVEL DO OPERADOR. COM USUARIO.DAT
      * VAZIO, O PRIMEIRO ACESSO CADASTRA O USUARIO ADMINISTRADOR.
      * COM O CADASTRO DE EMPRESAS (EMPRESA.DAT, PROG91) PREENCHIDO, O
      * OPERADOR ESCOLHE TAMBEM A EMPRESA DA SESSAO (OPE-EMPRESA), QUE
      * SEPARA DISTRIBUICAO, INTERFACE DE FATURAMENTO, FOLHA E
      * RELATORIOS; 00 = CONSOLIDADO, SO PARA NIVEL 3. SEM EMPRESA.DAT
      * A SESSAO E SEMPRE DA EMPRESA 01.
      * NA MANUTENCAO, O USUARIO DE NIVEL 1 PODE SER VINCULADO A UMA
      * CARTEIRA (OPERVEN.DAT): A DE UM VENDEDOR (O PROPRIO VENDEDOR OU
      * O SEU ASSISTENTE) OU A DA EQUIPE DE UM SUPERVISOR; O VINCULADO
      * SO VE OS CLIENTES DESSA CARTEIRA NAS CONSULTAS E RELATORIOS DE
      * CARTEIRA. SEM VINCULO, OU EM NIVEL 2 OU 3, VE TODOS.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ACESSO.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMP.

           SELECT ARQ-OPER-VENDEDOR ASSIGN TO DISK WID-ARQ-OPER-VEN
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS OPV-OPERADOR
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-OPV.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VEN.

           SELECT ARQ-SUPERVISOR ASSIGN TO DISK WID-ARQ-SUPERVISOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SUP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SUP.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.
       FILE SECTION.
       COPY "ARQ-USUARIO.FD".

       COPY "ARQ-EMPRESA.FD".

       COPY "ARQ-OPER-VENDEDOR.FD".

       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-SUPERVISOR.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 WID-ARQ-USUARIO       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-EMPRESA       PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-EMP      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EMPRESA-INFORMADA  PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-ACEITA     PIC X(01) VALUE "N".
       77 WID-ARQ-OPER-VEN      PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-SUPERVISOR    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-OPV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SUP      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-OPER-VEN    PIC X(01) VALUE "N".
       77 WS-EXISTE-VINCULO     PIC X(01) VALUE "N".
       77 WS-CARTEIRA-ACEITA    PIC X(01) VALUE "N".
       77 WS-TIPO-CARTEIRA      PIC X(01) VALUE SPACES.
       77 WS-CODIGO-CARTEIRA    PIC 9(03) VALUE ZEROS.
       77 WS-NOME-CARTEIRA      PIC X(40) VALUE SPACES.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-BASE-VAZIA         PIC X(01) VALUE "N".
       77 WS-CODIGO-INFORMADO   PIC X(08) VALUE SPACES.
             "NOME..............................".
          02 LINE 14 COLUMN 01 VALUE
             "NIVEL (1=CONSULTA 2=OPERACAO 3=ADM)".
          02 LINE 16 COLUMN 01 VALUE
             "CARTEIRA V=VEND S=SUPERV (BRANCO=TODAS)".
          02 LINE 18 COLUMN 01 VALUE
             "CODIGO DO VENDEDOR/SUPERVISOR.....".
          02 LINE 22 COLUMN 01 VALUE
             "MANTER OUTRO USUARIO (S/N)?.......".

                 ACCEPT WS-MANTEM-USUARIOS AT 0824
              END-PERFORM
              IF WS-MANTEM-USUARIOS = "S"
                 MOVE "OPERVEN.DAT" TO WID-ARQ-OPER-VEN
                 OPEN I-O ARQ-OPER-VENDEDOR
                 IF WS-RESULTADO-OPV = 35
                    OPEN OUTPUT ARQ-OPER-VENDEDOR
                    CLOSE ARQ-OPER-VENDEDOR
                    OPEN I-O ARQ-OPER-VENDEDOR
                 END-IF
                 IF WS-RESULTADO-OPV = 00
                    MOVE "S" TO WS-EXISTE-OPER-VEN
                 END-IF
                 PERFORM UNTIL WS-CONTINUA NOT = "S"
                    PERFORM MANUTENCAO-USUARIO
                       THRU F-MANUTENCAO-USUARIO
                       ACCEPT WS-CONTINUA AT 2236
                    END-PERFORM
                 END-PERFORM
                 IF WS-EXISTE-OPER-VEN = "S"
                    CLOSE ARQ-OPER-VENDEDOR
                 END-IF
              END-IF
           END-IF

                    AT 2001
              ELSE
                 MOVE USU-NIVEL TO WS-NIVEL-SESSAO
                 PERFORM SELECIONA-EMPRESA THRU F-SELECIONA-EMPRESA
                 PERFORM GRAVA-SESSAO THRU F-GRAVA-SESSAO
                 DISPLAY "OPERADOR IDENTIFICADO: " AT 2001
                 DISPLAY USU-NOME                  AT 2025
           MOVE USU-CODIGO TO OPE-CODIGO
           MOVE USU-NOME   TO OPE-NOME
           MOVE USU-NIVEL  TO OPE-NIVEL
           MOVE WS-EMPRESA-SESSAO TO OPE-EMPRESA
           WRITE REG-CTL-OPERADOR
           CLOSE ARQ-CTL-OPERADOR.
       F-GRAVA-SESSAO. EXIT.

      * EMPRESA DA SESSAO. SEM EMPRESA.DAT (OU COM ELE VAZIO) A
      * INSTALACAO E DE EMPRESA UNICA E A SESSAO FICA NA 01, SEM
      * PERGUNTA. SO EMPRESA ATIVA E ACEITA; 00 (CONSOLIDADO, TODAS
      * AS EMPRESAS) SO PARA OPERADOR DE NIVEL 3.
       SELECIONA-EMPRESA.
           MOVE 01 TO WS-EMPRESA-SESSAO
           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           OPEN INPUT ARQ-EMPRESA
           IF WS-RESULTADO-EMP NOT = 00
              GO TO F-SELECIONA-EMPRESA
           END-IF
           MOVE ZEROS TO EMP-CODIGO
           START ARQ-EMPRESA KEY NOT LESS EMP-CODIGO
           IF WS-RESULTADO-EMP NOT = 00
              CLOSE ARQ-EMPRESA
              GO TO F-SELECIONA-EMPRESA
           END-IF
           DISPLAY "EMPRESA (00=CONSOLIDADO NIVEL 3).." AT 0601
           MOVE "N" TO WS-EMPRESA-ACEITA
           PERFORM UNTIL WS-EMPRESA-ACEITA = "S"
              MOVE ZEROS TO WS-EMPRESA-INFORMADA
              ACCEPT WS-EMPRESA-INFORMADA AT 0636
              IF WS-EMPRESA-INFORMADA = ZEROS
                 IF WS-NIVEL-SESSAO = 3
                    MOVE "S" TO WS-EMPRESA-ACEITA
                    DISPLAY "CONSOLIDADO - TODAS AS EMPRESAS"
                       AT 0640
                 ELSE
                    DISPLAY "CONSOLIDADO SO PARA OPERADOR NIVEL 3 .."
                       AT 2001
                 END-IF
              ELSE
                 MOVE WS-EMPRESA-INFORMADA TO EMP-CODIGO
                 READ ARQ-EMPRESA
                 IF WS-RESULTADO-EMP NOT = 00 OR EMP-STATUS NOT = "A"
                    DISPLAY "EMPRESA INEXISTENTE OU INATIVA ........"
                       AT 2001
                 ELSE
                    MOVE "S" TO WS-EMPRESA-ACEITA
                    DISPLAY EMP-NOME AT 0640
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-EMPRESA-INFORMADA TO WS-EMPRESA-SESSAO
           CLOSE ARQ-EMPRESA.
       F-SELECIONA-EMPRESA. EXIT.

       MANUTENCAO-USUARIO.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-SIGNON  AT 0101
                    MOVE WS-NIVEL-INFORMADO  TO USU-NIVEL
                    MOVE "A"                 TO USU-STATUS
                    WRITE REGISTRO-USUARIO
                    PERFORM MANTEM-CARTEIRA THRU F-MANTEM-CARTEIRA
                    DISPLAY "USUARIO INCLUIDO COM SUCESSO ........."
                       AT 2001
                 END-IF
                    MOVE WS-NIVEL-INFORMADO TO USU-NIVEL
                    MOVE "A"                TO USU-STATUS
                    REWRITE REGISTRO-USUARIO
                    PERFORM MANTEM-CARTEIRA THRU F-MANTEM-CARTEIRA
                    DISPLAY "USUARIO ALTERADO COM SUCESSO ........."
                       AT 2001
                 END-IF
              ACCEPT WS-NIVEL-INFORMADO AT 1437
           END-PERFORM.
       F-ACEITA-NIVEL. EXIT.

      * VINCULO DO USUARIO A UMA CARTEIRA (OPERVEN.DAT), SO PARA O
      * NIVEL 1: V = VENDEDOR DO VENDEDOR.DAT, S = SUPERVISOR DO
      * SUPERVISOR.DAT (A CARTEIRA E A EQUIPE DELE NO EQUIPE.DAT).
      * TIPO EM BRANCO TIRA O VINCULO; USUARIO QUE PASSA A NIVEL 2
      * OU 3 PERDE O VINCULO.
       MANTEM-CARTEIRA.
           IF WS-EXISTE-OPER-VEN NOT = "S"
              GO TO F-MANTEM-CARTEIRA
           END-IF
           MOVE "N" TO WS-EXISTE-VINCULO
           MOVE SPACES TO WS-TIPO-CARTEIRA
           MOVE ZEROS  TO WS-CODIGO-CARTEIRA
           MOVE WS-CODIGO-INFORMADO TO OPV-OPERADOR
           READ ARQ-OPER-VENDEDOR
           IF WS-RESULTADO-OPV = 00
              MOVE "S" TO WS-EXISTE-VINCULO
              MOVE OPV-TIPO   TO WS-TIPO-CARTEIRA
              MOVE OPV-CODIGO TO WS-CODIGO-CARTEIRA
           END-IF
           IF WS-NIVEL-INFORMADO NOT = 1
              IF WS-EXISTE-VINCULO = "S"
                 DELETE ARQ-OPER-VENDEDOR
              END-IF
              GO TO F-MANTEM-CARTEIRA
           END-IF
           MOVE "N" TO WS-CARTEIRA-ACEITA
           PERFORM UNTIL WS-CARTEIRA-ACEITA = "S"
              ACCEPT WS-TIPO-CARTEIRA AT 1641
              IF WS-TIPO-CARTEIRA = SPACES
                 MOVE "S" TO WS-CARTEIRA-ACEITA
              ELSE
                 IF WS-TIPO-CARTEIRA = "V" OR = "S"
                    ACCEPT WS-CODIGO-CARTEIRA AT 1836
                    PERFORM VALIDA-CARTEIRA THRU F-VALIDA-CARTEIRA
                 END-IF
              END-IF
           END-PERFORM
           MOVE WS-CODIGO-INFORMADO TO OPV-OPERADOR
           IF WS-TIPO-CARTEIRA = SPACES
              IF WS-EXISTE-VINCULO = "S"
                 DELETE ARQ-OPER-VENDEDOR
              END-IF
           ELSE
              MOVE WS-TIPO-CARTEIRA   TO OPV-TIPO
              MOVE WS-CODIGO-CARTEIRA TO OPV-CODIGO
              MOVE DATA-DE-HOJE       TO OPV-DATA
              IF WS-EXISTE-VINCULO = "S"
                 REWRITE REGISTRO-OPER-VENDEDOR
              ELSE
                 WRITE REGISTRO-OPER-VENDEDOR
              END-IF
           END-IF.
       F-MANTEM-CARTEIRA. EXIT.

       VALIDA-CARTEIRA.
           MOVE SPACES TO WS-NOME-CARTEIRA
           IF WS-TIPO-CARTEIRA = "V"
              MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
              OPEN INPUT ARQ-VENDEDOR
              IF WS-RESULTADO-VEN = 00
                 MOVE WS-CODIGO-CARTEIRA TO VEN-CODIGO
                 READ ARQ-VENDEDOR
                 IF WS-RESULTADO-VEN = 00
                    MOVE VEN-NOME TO WS-NOME-CARTEIRA
                 END-IF
                 CLOSE ARQ-VENDEDOR
              END-IF
           ELSE
              MOVE "SUPERVISOR.DAT" TO WID-ARQ-SUPERVISOR
              OPEN INPUT ARQ-SUPERVISOR
              IF WS-RESULTADO-SUP = 00
                 MOVE WS-CODIGO-CARTEIRA TO SUP-CODIGO
                 READ ARQ-SUPERVISOR
                 IF WS-RESULTADO-SUP = 00
                    MOVE SUP-NOME TO WS-NOME-CARTEIRA
                 END-IF
                 CLOSE ARQ-SUPERVISOR
              END-IF
           END-IF
           IF WS-NOME-CARTEIRA = SPACES
              DISPLAY "VENDEDOR OU SUPERVISOR NAO CADASTRADO ......"
                 AT 2001
           ELSE
              MOVE "S" TO WS-CARTEIRA-ACEITA
              DISPLAY WS-NOME-CARTEIRA AT 1840
           END-IF.
       F-VALIDA-CARTEIRA. EXIT.
