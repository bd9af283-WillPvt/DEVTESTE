       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG66.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- EQUIPES DE VENDA E SUPERVISORES -------
      * O VENDEDOR.DAT NAO DIZ A QUEM CADA VENDEDOR RESPONDE. AQUI SE
      * MANTEM A HIERARQUIA COMERCIAL:
      *   S - CADASTRO DE SUPERVISORES (SUPERVISOR.DAT): NOME, CPF,
      *       REGIAO E PERCENTUAL DA COMISSAO DE SUPERVISAO;
      *   E - EQUIPE DO VENDEDOR (EQUIPE.DAT): VINCULA, MOVE OU
      *       RETIRA O VENDEDOR DE UMA EQUIPE, GRAVANDO CADA MUDANCA
      *       NO HISTORICO (EQUIPEHIST.DAT);
      *   H - CONSULTA DO HISTORICO DE EQUIPES DE UM VENDEDOR;
      *   R - RELATORIO DA ESTRUTURA (REQUIPE.TXT): REGIAO,
      *       SUPERVISOR E VENDEDORES, E OS VENDEDORES SEM EQUIPE.
      * A ESTRUTURA ALIMENTA OS SUBTOTAIS POR EQUIPE E REGIAO DOS
      * RELATORIOS DE CARTEIRA (PROG07), BALANCO (PROG15), COMISSOES
      * (PROG33, QUE TAMBEM PAGA A COMISSAO DE SUPERVISAO) E METAS
      * (PROG34).
      * O RELATORIO SO TRAZ OS VENDEDORES DA EMPRESA ESCOLHIDA NO
      * SIGN-ON (TODOS NA SESSAO CONSOLIDADA, EMPRESA 00).

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

           SELECT ARQ-SUPERVISOR ASSIGN TO DISK WID-ARQ-SUPERVISOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SUP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SUP.

           SELECT ARQ-EQUIPE ASSIGN TO DISK WID-ARQ-EQUIPE
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EQP-VEN-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EQP.

           SELECT ARQ-EQUIPE-HIST ASSIGN TO DISK WID-ARQ-EQUIPE-HIST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EQH-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EQH.

           SELECT ARQ-ESTRUTURA-SORT ASSIGN TO "SORT".

           SELECT ARQ-ESTRUTURA-SAI ASSIGN TO "EQUIPTRAB.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO "REQUIPE.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-SUPERVISOR.FD".

       COPY "ARQ-EQUIPE.FD".

       COPY "ARQ-EQUIPE-HIST.FD".

      * UM REGISTRO POR VENDEDOR DE EQUIPE, MAIS UM POR SUPERVISOR
      * (VENDEDOR 000, PARA O SUPERVISOR SEM VENDEDORES TAMBEM SAIR) E
      * UM POR VENDEDOR ATIVO SEM EQUIPE (GRUPO 2, NO FIM).
       SD ARQ-ESTRUTURA-SORT.
          01 REG-ESTRUTURA-SORT.
             02 ETR-GRUPO-SORT          PIC 9(01).
             02 ETR-REGIAO-SORT         PIC X(15).
             02 ETR-SUP-CODIGO-SORT     PIC 9(03).
             02 ETR-VEN-CODIGO-SORT     PIC 9(03).
             02 ETR-VEN-NOME-SORT       PIC X(40).
             02 ETR-DATA-INICIO-SORT    PIC X(10).

       FD ARQ-ESTRUTURA-SAI.
          01 REG-ESTRUTURA-SAI.
             02 ETR-GRUPO-SAI           PIC 9(01).
             02 ETR-REGIAO-SAI          PIC X(15).
             02 ETR-SUP-CODIGO-SAI      PIC 9(03).
             02 ETR-VEN-CODIGO-SAI      PIC 9(03).
             02 ETR-VEN-NOME-SAI        PIC X(40).
             02 ETR-DATA-INICIO-SAI     PIC X(10).

       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-SUPERVISOR    PIC X(50) VALUE SPACES.
       77 WID-ARQ-EQUIPE        PIC X(50) VALUE SPACES.
       77 WID-ARQ-EQUIPE-HIST   PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SUP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EQP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EQH      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-OPERACAO           PIC X(01) VALUE SPACES.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
       77 WS-RETORNO            PIC X(01) VALUE SPACES.
       77 WS-SUP-INFORMADO      PIC 9(03) VALUE ZEROS.
       77 WS-VEN-INFORMADO      PIC 9(03) VALUE ZEROS.
       77 WS-NOME-INFORMADO     PIC X(40) VALUE SPACES.
       77 WS-CPF-INFORMADO      PIC 9(11) VALUE ZEROS.
       77 WS-REGIAO-INFORMADA   PIC X(15) VALUE SPACES.
       77 WS-PERC-INFORMADO     PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-SUP-ATUAL          PIC 9(03) VALUE ZEROS.
       77 WS-TEM-EQUIPE         PIC X(01) VALUE "N".
       77 WS-QTD-NA-EQUIPE      PIC 9(03) VALUE ZEROS.
       77 WS-PROXIMA-SEQ-EQH    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-MOVIMENTOS     PIC 9(05) VALUE ZEROS.
       77 WS-IDX                PIC 9(02) VALUE ZEROS.
       77 WS-LINHA-TELA         PIC 9(02) VALUE ZEROS.
       77 WS-SUP-NOME-TELA      PIC X(35) VALUE SPACES.
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.
       77 WS-GRUPO-ANTERIOR     PIC 9(01) VALUE ZEROS.
       77 WS-REGIAO-ANTERIOR    PIC X(15) VALUE SPACES.
       77 WS-SUP-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-PRIMEIRO           PIC X(01) VALUE "S".
       77 WS-VEN-SUPERVISOR     PIC 9(03) VALUE ZEROS.
       77 WS-VEN-REGIAO         PIC 9(04) VALUE ZEROS.
       77 WS-VEN-TOTAL          PIC 9(04) VALUE ZEROS.
       77 WS-QTD-SEM-EQUIPE     PIC 9(04) VALUE ZEROS.

      * OS 10 MOVIMENTOS MAIS RECENTES DO VENDEDOR CONSULTADO.
       01 WS-TAB-MOVIMENTOS.
          02 WS-MOV-LINHA OCCURS 10.
             03 WS-MOV-DATA             PIC X(10).
             03 FILLER                  PIC X(02).
             03 WS-MOV-ANTERIOR         PIC 9(03).
             03 FILLER                  PIC X(04).
             03 WS-MOV-NOVO             PIC 9(03).
             03 FILLER                  PIC X(02).
             03 WS-MOV-NOME-NOVO        PIC X(30).
             03 FILLER                  PIC X(02).
             03 WS-MOV-OPERADOR         PIC X(08).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(25) VALUE SPACES.
          02 FILLER       PIC X(42) VALUE
             "ESTRUTURA DAS EQUIPES DE VENDA".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(20) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-REGIAO.
          02 FILLER              PIC X(08) VALUE "REGIAO: ".
          02 CABREG-REGIAO       PIC X(15).
          02 FILLER              PIC X(109) VALUE SPACES.

       01 CABECALHO-SUPERVISOR.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 FILLER              PIC X(12) VALUE "SUPERVISOR: ".
          02 CABSUP-CODIGO       PIC ZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 CABSUP-NOME         PIC X(40).
          02 FILLER              PIC X(22) VALUE
             "  COMISSAO SUPERVISAO:".
          02 CABSUP-PERC         PIC ZZ9,99.
          02 FILLER              PIC X(02) VALUE " %".
          02 FILLER              PIC X(41) VALUE SPACES.

       01 CABECALHO-SEM-EQUIPE.
          02 FILLER              PIC X(50) VALUE
             "VENDEDORES ATIVOS SEM EQUIPE:".
          02 FILLER              PIC X(82) VALUE SPACES.

       01 DETALHE.
          02 FILLER              PIC X(08) VALUE SPACES.
          02 DET-VEN-CODIGO      PIC ZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-VEN-NOME        PIC X(40).
          02 FILLER              PIC X(08) VALUE "  DESDE ".
          02 DET-DATA-INICIO     PIC X(10).
          02 FILLER              PIC X(61) VALUE SPACES.

       01 LINHA-SUBTOTAL.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 SUB-TEXTO           PIC X(30).
          02 SUB-QTD             PIC ZZZ9.
          02 FILLER              PIC X(11) VALUE " VENDEDORES".
          02 FILLER              PIC X(83) VALUE SPACES.

       01 RODAPE.
          02 FILLER              PIC X(30) VALUE
             "VENDEDORES EM EQUIPE.........:".
          02 ROD-TOTAL           PIC ZZZ9.
          02 FILLER              PIC X(05) VALUE SPACES.
          02 FILLER              PIC X(30) VALUE
             "VENDEDORES SEM EQUIPE........:".
          02 ROD-SEM-EQUIPE      PIC ZZZ9.
          02 FILLER              PIC X(59) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-EQUIPES BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  EQUIPES DE VENDA E SUPERVISORES  ".
          02 LINE 02 COLUMN 73 VALUE "PROG66".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO: SUPERVISOR (S), EQUIPE (E), HISTORICO (H) OU REL
      -"ATORIO (R)?".

       01 TELA-SUPERVISOR BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "OPERACAO: INCLUIR (I), ALTERAR (A) OU EXCLUIR (E)?".
          02 LINE 09 COLUMN 01 VALUE
             "CODIGO DO SUPERVISOR..............".
          02 LINE 11 COLUMN 01 VALUE
             "NOME..............................".
          02 LINE 13 COLUMN 01 VALUE
             "CPF...............................".
          02 LINE 15 COLUMN 01 VALUE
             "REGIAO............................".
          02 LINE 17 COLUMN 01 VALUE
             "% COMISSAO DE SUPERVISAO..........".
          02 LINE 19 COLUMN 01 VALUE
             "NA ALTERACAO, CAMPO EM BRANCO MANTEM O VALOR ATUAL".
          02 LINE 22 COLUMN 01 VALUE
             "MANTER OUTRO SUPERVISOR (S/N)?....".

       01 TELA-VINCULO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "CODIGO DO VENDEDOR................".
          02 LINE 09 COLUMN 01 VALUE
             "SUPERVISOR ATUAL..................".
          02 LINE 11 COLUMN 01 VALUE
             "NOVO SUPERVISOR (0 = SEM EQUIPE)..".
          02 LINE 22 COLUMN 01 VALUE
             "MOVER OUTRO VENDEDOR (S/N)?.......".

       01 TELA-HISTORICO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 07 COLUMN 01 VALUE
             "CODIGO DO VENDEDOR................".
          02 LINE 09 COLUMN 01 VALUE
             "DATA        DE      PARA  SUPERVISOR".
          02 LINE 09 COLUMN 67 VALUE "OPERADOR".
          02 LINE 10 COLUMN 01 PIC X(66) FROM WS-MOV-LINHA(1).
          02 LINE 11 COLUMN 01 PIC X(66) FROM WS-MOV-LINHA(2).
          02 LINE 12 COLUMN 01 PIC X(66) FROM WS-MOV-LINHA(3).
          02 LINE 13 COLUMN 01 PIC X(66) FROM WS-MOV-LINHA(4).
          02 LINE 14 COLUMN 01 PIC X(66) FROM WS-MOV-LINHA(5).
          02 LINE 15 COLUMN 01 PIC X(66) FROM WS-MOV-LINHA(6).
          02 LINE 16 COLUMN 01 PIC X(66) FROM WS-MOV-LINHA(7).
          02 LINE 17 COLUMN 01 PIC X(66) FROM WS-MOV-LINHA(8).
          02 LINE 18 COLUMN 01 PIC X(66) FROM WS-MOV-LINHA(9).
          02 LINE 19 COLUMN 01 PIC X(66) FROM WS-MOV-LINHA(10).
          02 LINE 20 COLUMN 01 VALUE "MOVIMENTOS REGISTRADOS:".
          02 LINE 20 COLUMN 25 PIC ZZZZ9 FROM WS-QTD-MOVIMENTOS.
          02 LINE 22 COLUMN 01 VALUE
             "CONSULTAR OUTRO VENDEDOR (S/N)?...".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           DISPLAY TELA-EQUIPES AT 0101
           MOVE SPACES TO WS-FUNCAO
           PERFORM UNTIL WS-FUNCAO = "S" OR = "E" OR = "H" OR = "R"
              ACCEPT WS-FUNCAO AT 0571
           END-PERFORM

           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "VENDEDOR.DAT NAO ENCONTRADO .............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE "SUPERVISOR.DAT" TO WID-ARQ-SUPERVISOR
           OPEN I-O ARQ-SUPERVISOR
           IF WS-RESULTADO-SUP = 35
              OPEN OUTPUT ARQ-SUPERVISOR
              CLOSE ARQ-SUPERVISOR
              OPEN I-O ARQ-SUPERVISOR
           END-IF
           MOVE "EQUIPE.DAT" TO WID-ARQ-EQUIPE
           OPEN I-O ARQ-EQUIPE
           IF WS-RESULTADO-EQP = 35
              OPEN OUTPUT ARQ-EQUIPE
              CLOSE ARQ-EQUIPE
              OPEN I-O ARQ-EQUIPE
           END-IF
           MOVE "EQUIPEHIST.DAT" TO WID-ARQ-EQUIPE-HIST
           OPEN I-O ARQ-EQUIPE-HIST
           IF WS-RESULTADO-EQH = 35
              OPEN OUTPUT ARQ-EQUIPE-HIST
              CLOSE ARQ-EQUIPE-HIST
              OPEN I-O ARQ-EQUIPE-HIST
           END-IF
           IF WS-RESULTADO-SUP NOT = 00
              OR WS-RESULTADO-EQP NOT = 00
              OR WS-RESULTADO-EQH NOT = 00
              DISPLAY "ERRO NA ABERTURA DOS ARQUIVOS DE EQUIPE ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              CLOSE ARQ-VENDEDOR
              EXIT PROGRAM
           END-IF

           EVALUATE WS-FUNCAO
              WHEN "S"
                 PERFORM UNTIL WS-CONTINUA NOT = "S"
                    PERFORM MANUTENCAO-SUPERVISOR
                       THRU F-MANUTENCAO-SUPERVISOR
                    MOVE SPACES TO WS-CONTINUA
                    PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                       ACCEPT WS-CONTINUA AT 2236
                    END-PERFORM
                 END-PERFORM
              WHEN "E"
                 PERFORM UNTIL WS-CONTINUA NOT = "S"
                    PERFORM MOVE-VENDEDOR THRU F-MOVE-VENDEDOR
                    MOVE SPACES TO WS-CONTINUA
                    PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                       ACCEPT WS-CONTINUA AT 2236
                    END-PERFORM
                 END-PERFORM
              WHEN "H"
                 PERFORM UNTIL WS-CONTINUA NOT = "S"
                    PERFORM CONSULTA-HISTORICO
                       THRU F-CONSULTA-HISTORICO
                    MOVE SPACES TO WS-CONTINUA
                    PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                       ACCEPT WS-CONTINUA AT 2236
                    END-PERFORM
                 END-PERFORM
              WHEN "R"
                 PERFORM GERA-RELATORIO THRU F-GERA-RELATORIO
                 DISPLAY LIMPA-TELA
                 DISPLAY "RELATORIO GERADO EM REQUIPE.TXT, TECLE ENTER P
      -"ARA RETORNAR AO MENU INICIAL" AT 1503
                 ACCEPT PAUSA AT 2478
           END-EVALUATE

           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-SUPERVISOR
           CLOSE ARQ-EQUIPE
           CLOSE ARQ-EQUIPE-HIST
           EXIT PROGRAM.

       MANUTENCAO-SUPERVISOR.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-EQUIPES AT 0101
           DISPLAY "S" AT 0571
           DISPLAY TELA-SUPERVISOR AT 0101
           MOVE SPACES TO WS-OPERACAO
           PERFORM UNTIL WS-OPERACAO = "I" OR = "A" OR = "E"
              ACCEPT WS-OPERACAO AT 0752
           END-PERFORM
           MOVE ZEROS TO WS-SUP-INFORMADO
           PERFORM UNTIL WS-SUP-INFORMADO > ZEROS
              ACCEPT WS-SUP-INFORMADO AT 0936
           END-PERFORM
           MOVE WS-SUP-INFORMADO TO SUP-CODIGO
           READ ARQ-SUPERVISOR
           EVALUATE WS-OPERACAO
              WHEN "I"
                 IF WS-RESULTADO-SUP = 00
                    DISPLAY "SUPERVISOR JA CADASTRADO, USE ALTERAR ."
                       AT 2001
                 ELSE
                    PERFORM INCLUI-SUPERVISOR
                       THRU F-INCLUI-SUPERVISOR
                 END-IF
              WHEN "A"
                 IF WS-RESULTADO-SUP NOT = 00
                    DISPLAY "SUPERVISOR NAO ENCONTRADO ............."
                       AT 2001
                 ELSE
                    PERFORM ALTERA-SUPERVISOR
                       THRU F-ALTERA-SUPERVISOR
                 END-IF
              WHEN "E"
                 IF WS-RESULTADO-SUP NOT = 00
                    DISPLAY "SUPERVISOR NAO ENCONTRADO ............."
                       AT 2001
                 ELSE
                    PERFORM EXCLUI-SUPERVISOR
                       THRU F-EXCLUI-SUPERVISOR
                 END-IF
           END-EVALUATE.
       F-MANUTENCAO-SUPERVISOR. EXIT.

       INCLUI-SUPERVISOR.
           MOVE SPACES TO WS-NOME-INFORMADO
           PERFORM UNTIL WS-NOME-INFORMADO NOT = SPACES
              ACCEPT WS-NOME-INFORMADO AT 1136
           END-PERFORM
           MOVE ZEROS TO WS-CPF-INFORMADO
           ACCEPT WS-CPF-INFORMADO AT 1336
           MOVE "S" TO WS-RETORNO
           CALL "VALIDA-CPF" USING WS-CPF-INFORMADO
                                   WS-RETORNO
           IF WS-RETORNO = "S"
              DISPLAY "CPF INVALIDO, INCLUSAO CANCELADA .........."
                 AT 2001
              GO TO F-INCLUI-SUPERVISOR
           END-IF
           MOVE SPACES TO WS-REGIAO-INFORMADA
           PERFORM UNTIL WS-REGIAO-INFORMADA NOT = SPACES
              ACCEPT WS-REGIAO-INFORMADA AT 1536
           END-PERFORM
           MOVE ZEROS TO WS-PERC-INFORMADO
           ACCEPT WS-PERC-INFORMADO AT 1736
           MOVE WS-SUP-INFORMADO    TO SUP-CODIGO
           MOVE WS-NOME-INFORMADO   TO SUP-NOME
           MOVE WS-CPF-INFORMADO    TO SUP-CPF
           MOVE WS-REGIAO-INFORMADA TO SUP-REGIAO
           MOVE WS-PERC-INFORMADO   TO SUP-PERC-SUPERVISAO
           WRITE REGISTRO-SUPERVISOR
           IF WS-RESULTADO-SUP NOT = 00
              DISPLAY "ERRO NA GRAVACAO DO SUPERVISOR: " AT 2001
              DISPLAY WS-RESULTADO-SUP                   AT 2034
           ELSE
              DISPLAY "SUPERVISOR INCLUIDO COM SUCESSO ......."
                 AT 2001
           END-IF.
       F-INCLUI-SUPERVISOR. EXIT.

       ALTERA-SUPERVISOR.
           DISPLAY SUP-NOME            AT 1136
           DISPLAY SUP-CPF             AT 1336
           DISPLAY SUP-REGIAO          AT 1536
           DISPLAY SUP-PERC-SUPERVISAO AT 1736
           MOVE SPACES TO WS-NOME-INFORMADO
           ACCEPT WS-NOME-INFORMADO AT 1136
           IF WS-NOME-INFORMADO NOT = SPACES
              MOVE WS-NOME-INFORMADO TO SUP-NOME
           END-IF
           MOVE ZEROS TO WS-CPF-INFORMADO
           ACCEPT WS-CPF-INFORMADO AT 1336
           IF WS-CPF-INFORMADO > ZEROS
              MOVE "S" TO WS-RETORNO
              CALL "VALIDA-CPF" USING WS-CPF-INFORMADO
                                      WS-RETORNO
              IF WS-RETORNO = "S"
                 DISPLAY "CPF INVALIDO, ALTERACAO CANCELADA ........"
                    AT 2001
                 GO TO F-ALTERA-SUPERVISOR
              END-IF
              MOVE WS-CPF-INFORMADO TO SUP-CPF
           END-IF
           MOVE SPACES TO WS-REGIAO-INFORMADA
           ACCEPT WS-REGIAO-INFORMADA AT 1536
           IF WS-REGIAO-INFORMADA NOT = SPACES
              MOVE WS-REGIAO-INFORMADA TO SUP-REGIAO
           END-IF
           MOVE ZEROS TO WS-PERC-INFORMADO
           ACCEPT WS-PERC-INFORMADO AT 1736
           IF WS-PERC-INFORMADO > ZEROS
              MOVE WS-PERC-INFORMADO TO SUP-PERC-SUPERVISAO
           END-IF
           REWRITE REGISTRO-SUPERVISOR
           IF WS-RESULTADO-SUP NOT = 00
              DISPLAY "ERRO NA ALTERACAO DO SUPERVISOR: " AT 2001
              DISPLAY WS-RESULTADO-SUP                    AT 2035
           ELSE
              DISPLAY "SUPERVISOR ALTERADO COM SUCESSO ......."
                 AT 2001
           END-IF.
       F-ALTERA-SUPERVISOR. EXIT.

      * SUPERVISOR COM VENDEDORES NA EQUIPE NAO PODE SER EXCLUIDO:
      * OS VENDEDORES PRECISAM SER MOVIDOS ANTES (FUNCAO E), PARA O
      * HISTORICO REGISTRAR A SAIDA DE CADA UM.
       EXCLUI-SUPERVISOR.
           PERFORM CONTA-EQUIPE THRU F-CONTA-EQUIPE
           IF WS-QTD-NA-EQUIPE > ZEROS
              DISPLAY "SUPERVISOR TEM VENDEDORES NA EQUIPE - MOVA-OS
      -"ANTES DE EXCLUIR" AT 2001
              GO TO F-EXCLUI-SUPERVISOR
           END-IF
           MOVE WS-SUP-INFORMADO TO SUP-CODIGO
           DELETE ARQ-SUPERVISOR
           IF WS-RESULTADO-SUP NOT = 00
              DISPLAY "ERRO NA EXCLUSAO DO SUPERVISOR: " AT 2001
              DISPLAY WS-RESULTADO-SUP                   AT 2034
           ELSE
              DISPLAY "SUPERVISOR EXCLUIDO COM SUCESSO ......."
                 AT 2001
           END-IF.
       F-EXCLUI-SUPERVISOR. EXIT.

       CONTA-EQUIPE.
           MOVE ZEROS TO WS-QTD-NA-EQUIPE
           MOVE ZEROS TO EQP-VEN-CODIGO
           START ARQ-EQUIPE KEY NOT LESS EQP-VEN-CODIGO
           IF WS-RESULTADO-EQP = 00
              PERFORM UNTIL EXIT
                 READ ARQ-EQUIPE NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF EQP-SUP-CODIGO = WS-SUP-INFORMADO
                    ADD 1 TO WS-QTD-NA-EQUIPE
                 END-IF
              END-PERFORM
           END-IF.
       F-CONTA-EQUIPE. EXIT.

      * VINCULA O VENDEDOR A UMA EQUIPE, MOVE PARA OUTRA OU RETIRA
      * (NOVO SUPERVISOR 000); TODA MUDANCA VAI PARA O HISTORICO.
       MOVE-VENDEDOR.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-EQUIPES AT 0101
           DISPLAY "E" AT 0571
           DISPLAY TELA-VINCULO AT 0101
           MOVE ZEROS TO WS-VEN-INFORMADO
           PERFORM UNTIL WS-VEN-INFORMADO > ZEROS
              ACCEPT WS-VEN-INFORMADO AT 0736
           END-PERFORM
           MOVE WS-VEN-INFORMADO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "VENDEDOR NAO ENCONTRADO .................."
                 AT 2001
              GO TO F-MOVE-VENDEDOR
           END-IF
           DISPLAY VEN-NOME(1:35) AT 0741

           MOVE "N"   TO WS-TEM-EQUIPE
           MOVE ZEROS TO WS-SUP-ATUAL
           MOVE WS-VEN-INFORMADO TO EQP-VEN-CODIGO
           READ ARQ-EQUIPE
           IF WS-RESULTADO-EQP = 00
              MOVE "S"            TO WS-TEM-EQUIPE
              MOVE EQP-SUP-CODIGO TO WS-SUP-ATUAL
           END-IF
           MOVE WS-SUP-ATUAL TO SUP-CODIGO
           PERFORM NOME-SUPERVISOR THRU F-NOME-SUPERVISOR
           DISPLAY WS-SUP-ATUAL     AT 0936
           DISPLAY WS-SUP-NOME-TELA AT 0941

           MOVE ZEROS TO WS-SUP-INFORMADO
           ACCEPT WS-SUP-INFORMADO AT 1136
           IF WS-SUP-INFORMADO = WS-SUP-ATUAL
              DISPLAY "VENDEDOR JA ESTA NESTA EQUIPE ............"
                 AT 2001
              GO TO F-MOVE-VENDEDOR
           END-IF
           IF WS-SUP-INFORMADO > ZEROS
              MOVE WS-SUP-INFORMADO TO SUP-CODIGO
              READ ARQ-SUPERVISOR
              IF WS-RESULTADO-SUP NOT = 00
                 DISPLAY "SUPERVISOR NAO ENCONTRADO ................"
                    AT 2001
                 GO TO F-MOVE-VENDEDOR
              END-IF
              DISPLAY SUP-NOME(1:35) AT 1141
           END-IF

           MOVE WS-VEN-INFORMADO TO EQP-VEN-CODIGO
           MOVE WS-SUP-INFORMADO TO EQP-SUP-CODIGO
           MOVE DATA-DE-HOJE     TO EQP-DATA-INICIO
           EVALUATE TRUE
              WHEN WS-SUP-INFORMADO = ZEROS
                 DELETE ARQ-EQUIPE
              WHEN WS-TEM-EQUIPE = "S"
                 REWRITE REGISTRO-EQUIPE
              WHEN OTHER
                 WRITE REGISTRO-EQUIPE
           END-EVALUATE
           IF WS-RESULTADO-EQP NOT = 00
              DISPLAY "ERRO NA GRAVACAO DA EQUIPE: " AT 2001
              DISPLAY WS-RESULTADO-EQP               AT 2030
              GO TO F-MOVE-VENDEDOR
           END-IF
           PERFORM GRAVA-HISTORICO THRU F-GRAVA-HISTORICO
           IF WS-SUP-INFORMADO = ZEROS
              DISPLAY "VENDEDOR RETIRADO DA EQUIPE .............."
                 AT 2001
           ELSE
              DISPLAY "EQUIPE DO VENDEDOR ATUALIZADA ............"
                 AT 2001
           END-IF.
       F-MOVE-VENDEDOR. EXIT.

       GRAVA-HISTORICO.
           MOVE ZEROS TO WS-PROXIMA-SEQ-EQH
           MOVE WS-VEN-INFORMADO TO EQH-VEN-CODIGO
           MOVE ZEROS            TO EQH-SEQUENCIA
           START ARQ-EQUIPE-HIST KEY NOT LESS EQH-CHAVE
           IF WS-RESULTADO-EQH = 00
              PERFORM UNTIL EXIT
                 READ ARQ-EQUIPE-HIST NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF EQH-VEN-CODIGO NOT = WS-VEN-INFORMADO
                    EXIT PERFORM
                 END-IF
                 MOVE EQH-SEQUENCIA TO WS-PROXIMA-SEQ-EQH
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ-EQH
           MOVE WS-VEN-INFORMADO   TO EQH-VEN-CODIGO
           MOVE WS-PROXIMA-SEQ-EQH TO EQH-SEQUENCIA
           MOVE WS-SUP-ATUAL       TO EQH-SUP-ANTERIOR
           MOVE WS-SUP-INFORMADO   TO EQH-SUP-NOVO
           MOVE DATA-DE-HOJE       TO EQH-DATA
           MOVE WS-OPERADOR-ATUAL  TO EQH-OPERADOR
           WRITE REGISTRO-EQUIPE-HIST.
       F-GRAVA-HISTORICO. EXIT.

      * NOME DO SUPERVISOR EM SUP-CODIGO PARA A TELA (000 = SEM
      * EQUIPE).
       NOME-SUPERVISOR.
           IF SUP-CODIGO = ZEROS
              MOVE "SEM EQUIPE" TO WS-SUP-NOME-TELA
              GO TO F-NOME-SUPERVISOR
           END-IF
           READ ARQ-SUPERVISOR
           IF WS-RESULTADO-SUP = 00
              MOVE SUP-NOME TO WS-SUP-NOME-TELA
           ELSE
              MOVE "SUPERVISOR NAO CADASTRADO" TO WS-SUP-NOME-TELA
           END-IF.
       F-NOME-SUPERVISOR. EXIT.

      * MOSTRA OS 10 MOVIMENTOS MAIS RECENTES DO VENDEDOR; OS MAIS
      * ANTIGOS SOBEM E SAEM DA TABELA A CADA MOVIMENTO ALEM DO 10O.
       CONSULTA-HISTORICO.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-EQUIPES AT 0101
           DISPLAY "H" AT 0571
           INITIALIZE WS-TAB-MOVIMENTOS
           MOVE ZEROS TO WS-QTD-MOVIMENTOS
           DISPLAY TELA-HISTORICO AT 0101
           MOVE ZEROS TO WS-VEN-INFORMADO
           PERFORM UNTIL WS-VEN-INFORMADO > ZEROS
              ACCEPT WS-VEN-INFORMADO AT 0736
           END-PERFORM
           MOVE WS-VEN-INFORMADO TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-ACESSO = 00
              DISPLAY VEN-NOME(1:35) AT 0741
           END-IF
           MOVE WS-VEN-INFORMADO TO EQH-VEN-CODIGO
           MOVE ZEROS            TO EQH-SEQUENCIA
           START ARQ-EQUIPE-HIST KEY NOT LESS EQH-CHAVE
           IF WS-RESULTADO-EQH = 00
              PERFORM UNTIL EXIT
                 READ ARQ-EQUIPE-HIST NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF EQH-VEN-CODIGO NOT = WS-VEN-INFORMADO
                    EXIT PERFORM
                 END-IF
                 ADD 1 TO WS-QTD-MOVIMENTOS
                 PERFORM GUARDA-MOVIMENTO THRU F-GUARDA-MOVIMENTO
              END-PERFORM
           END-IF
           DISPLAY TELA-HISTORICO AT 0101
           DISPLAY WS-VEN-INFORMADO AT 0736
           IF WS-RESULTADO-ACESSO = 00
              DISPLAY VEN-NOME(1:35) AT 0741
           END-IF
           IF WS-QTD-MOVIMENTOS = ZEROS
              DISPLAY "VENDEDOR SEM MOVIMENTACAO DE EQUIPE ......"
                 AT 2001
           END-IF.
       F-CONSULTA-HISTORICO. EXIT.

       GUARDA-MOVIMENTO.
           IF WS-QTD-MOVIMENTOS > 10
              PERFORM VARYING WS-IDX FROM 1 BY 1 UNTIL WS-IDX > 9
                 MOVE WS-MOV-LINHA(WS-IDX + 1) TO WS-MOV-LINHA(WS-IDX)
              END-PERFORM
              MOVE 10 TO WS-IDX
           ELSE
              MOVE WS-QTD-MOVIMENTOS TO WS-IDX
           END-IF
           MOVE SPACES           TO WS-MOV-LINHA(WS-IDX)
           MOVE EQH-DATA         TO WS-MOV-DATA(WS-IDX)
           MOVE EQH-SUP-ANTERIOR TO WS-MOV-ANTERIOR(WS-IDX)
           MOVE EQH-SUP-NOVO     TO WS-MOV-NOVO(WS-IDX)
           MOVE EQH-OPERADOR     TO WS-MOV-OPERADOR(WS-IDX)
           MOVE EQH-SUP-NOVO     TO SUP-CODIGO
           PERFORM NOME-SUPERVISOR THRU F-NOME-SUPERVISOR
           MOVE WS-SUP-NOME-TELA TO WS-MOV-NOME-NOVO(WS-IDX).
       F-GUARDA-MOVIMENTO. EXIT.

      * ESTRUTURA COMPLETA: REGIAO, SUPERVISOR E VENDEDORES DA
      * EQUIPE (COM A DATA DE ENTRADA), E NO FIM OS VENDEDORES ATIVOS
      * QUE AINDA NAO TEM EQUIPE.
       GERA-RELATORIO.
           SORT ARQ-ESTRUTURA-SORT
                ON ASCENDING KEY ETR-GRUPO-SORT
                                 ETR-REGIAO-SORT
                                 ETR-SUP-CODIGO-SORT
                                 ETR-VEN-CODIGO-SORT
                INPUT PROCEDURE MONTA-ESTRUTURA
                GIVING ARQ-ESTRUTURA-SAI

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           PERFORM IMPRIMIR-CABECALHO
           PERFORM IMPRIME-ESTRUTURA THRU F-IMPRIME-ESTRUTURA
           MOVE WS-VEN-TOTAL      TO ROD-TOTAL
           MOVE WS-QTD-SEM-EQUIPE TO ROD-SEM-EQUIPE
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO.
       F-GERA-RELATORIO. EXIT.

       IMPRIME-ESTRUTURA.
           OPEN INPUT ARQ-ESTRUTURA-SAI
           MOVE ZEROS  TO CONTROLE-FIM
           MOVE "S"    TO WS-PRIMEIRO
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-ESTRUTURA-SAI NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF ETR-GRUPO-SAI = 2
                 PERFORM IMPRIME-SEM-EQUIPE THRU F-IMPRIME-SEM-EQUIPE
                 EXIT PERFORM CYCLE
              END-IF
              IF WS-PRIMEIRO = "S"
                 OR ETR-REGIAO-SAI NOT = WS-REGIAO-ANTERIOR
                 IF WS-PRIMEIRO NOT = "S"
                    PERFORM FECHA-SUPERVISOR THRU F-FECHA-SUPERVISOR
                    PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
                 END-IF
                 MOVE ETR-REGIAO-SAI TO WS-REGIAO-ANTERIOR
                 MOVE ETR-REGIAO-SAI TO CABREG-REGIAO
                 MOVE ZEROS          TO WS-VEN-REGIAO
                 MOVE ZEROS          TO WS-SUP-ANTERIOR
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM CABECALHO-REGIAO AFTER 2 LINES
                 ADD 1 TO CONTADOR-LINHA
              END-IF
              IF WS-PRIMEIRO = "S"
                 OR ETR-SUP-CODIGO-SAI NOT = WS-SUP-ANTERIOR
                 IF WS-SUP-ANTERIOR NOT = ZEROS
                    PERFORM FECHA-SUPERVISOR THRU F-FECHA-SUPERVISOR
                 END-IF
                 MOVE ETR-SUP-CODIGO-SAI TO WS-SUP-ANTERIOR
                 MOVE ZEROS              TO WS-VEN-SUPERVISOR
                 MOVE ETR-SUP-CODIGO-SAI TO SUP-CODIGO
                 READ ARQ-SUPERVISOR
                 IF WS-RESULTADO-SUP NOT = 00
                    MOVE SPACES TO SUP-NOME
                    MOVE ZEROS  TO SUP-PERC-SUPERVISAO
                 END-IF
                 MOVE ETR-SUP-CODIGO-SAI  TO CABSUP-CODIGO
                 MOVE SUP-NOME            TO CABSUP-NOME
                 MOVE SUP-PERC-SUPERVISAO TO CABSUP-PERC
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM CABECALHO-SUPERVISOR AFTER 1 LINES
              END-IF
              MOVE "N" TO WS-PRIMEIRO
              IF ETR-VEN-CODIGO-SAI > ZEROS
                 MOVE ETR-VEN-CODIGO-SAI   TO DET-VEN-CODIGO
                 MOVE ETR-VEN-NOME-SAI     TO DET-VEN-NOME
                 MOVE ETR-DATA-INICIO-SAI  TO DET-DATA-INICIO
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM DETALHE AFTER 1 LINES
                 ADD 1 TO WS-VEN-SUPERVISOR
                 ADD 1 TO WS-VEN-REGIAO
                 ADD 1 TO WS-VEN-TOTAL
              END-IF
           END-PERFORM
           IF WS-SUP-ANTERIOR NOT = ZEROS
              PERFORM FECHA-SUPERVISOR THRU F-FECHA-SUPERVISOR
              PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
           END-IF
           CLOSE ARQ-ESTRUTURA-SAI.
       F-IMPRIME-ESTRUTURA. EXIT.

       FECHA-SUPERVISOR.
           MOVE "TOTAL DA EQUIPE.............:" TO SUB-TEXTO
           MOVE WS-VEN-SUPERVISOR TO SUB-QTD
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-SUBTOTAL AFTER 1 LINES
           MOVE ZEROS TO WS-SUP-ANTERIOR.
       F-FECHA-SUPERVISOR. EXIT.

       FECHA-REGIAO.
           MOVE "TOTAL DA REGIAO.............:" TO SUB-TEXTO
           MOVE WS-VEN-REGIAO TO SUB-QTD
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-2    AFTER 1 LINES
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-SUBTOTAL AFTER 1 LINES.
       F-FECHA-REGIAO. EXIT.

       IMPRIME-SEM-EQUIPE.
           IF WS-GRUPO-ANTERIOR NOT = 2
              IF WS-SUP-ANTERIOR NOT = ZEROS
                 PERFORM FECHA-SUPERVISOR THRU F-FECHA-SUPERVISOR
                 PERFORM FECHA-REGIAO THRU F-FECHA-REGIAO
              END-IF
              MOVE 2 TO WS-GRUPO-ANTERIOR
              PERFORM CONTA-LINHA
              WRITE LINHA FROM CABECALHO-SEM-EQUIPE AFTER 2 LINES
              ADD 1 TO CONTADOR-LINHA
           END-IF
           MOVE ETR-VEN-CODIGO-SAI   TO DET-VEN-CODIGO
           MOVE ETR-VEN-NOME-SAI     TO DET-VEN-NOME
           MOVE SPACES               TO DET-DATA-INICIO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO WS-QTD-SEM-EQUIPE.
       F-IMPRIME-SEM-EQUIPE. EXIT.

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

      * OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON
      * PROG24): O CODIGO VAI PARA O HISTORICO, O NIVEL PRECISA SER
      * 2 OU SUPERIOR E A EMPRESA LIMITA O RELATORIO (SESSAO SEM
      * EMPRESA VALE COMO EMPRESA 01).
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE ZEROS  TO WS-OPERADOR-NIVEL
           MOVE 01     TO WS-EMPRESA-SESSAO
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
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
           MOVE "PROG66"      TO RLA-PROGRAMA
           MOVE "REQUIPE.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE  TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * ALIMENTA A CLASSIFICACAO DA ESTRUTURA: OS SUPERVISORES (COM
      * VENDEDOR 000), OS VINCULOS DO EQUIPE.DAT E, NO GRUPO 2, OS
      * VENDEDORES ATIVOS SEM VINCULO. NUMA SESSAO DE UMA SO EMPRESA
      * SO ENTRAM OS VENDEDORES DELA E O SUPERVISOR APARECE PELOS
      * SEUS VENDEDORES (O SUPERVISOR NAO TEM EMPRESA NO CADASTRO, E
      * A EQUIPE SEM VENDEDOR DA EMPRESA NAO E LISTADA).
       MONTA-ESTRUTURA SECTION.
           MOVE ZEROS TO SUP-CODIGO
           START ARQ-SUPERVISOR KEY NOT LESS SUP-CODIGO
           IF WS-RESULTADO-SUP = 00 AND WS-EMPRESA-SESSAO = ZEROS
              PERFORM UNTIL EXIT
                 READ ARQ-SUPERVISOR NEXT AT END
                    EXIT PERFORM
                 END-READ
                 MOVE 1          TO ETR-GRUPO-SORT
                 MOVE SUP-REGIAO TO ETR-REGIAO-SORT
                 MOVE SUP-CODIGO TO ETR-SUP-CODIGO-SORT
                 MOVE ZEROS      TO ETR-VEN-CODIGO-SORT
                 MOVE SPACES     TO ETR-VEN-NOME-SORT
                 MOVE SPACES     TO ETR-DATA-INICIO-SORT
                 RELEASE REG-ESTRUTURA-SORT
              END-PERFORM
           END-IF
           MOVE ZEROS TO VEN-CODIGO
           START ARQ-VENDEDOR KEY NOT LESS VEN-CODIGO
           IF WS-RESULTADO-ACESSO = 00
              PERFORM UNTIL EXIT
                 READ ARQ-VENDEDOR NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF WS-EMPRESA-SESSAO NOT = ZEROS
                    AND VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
                 MOVE VEN-CODIGO TO EQP-VEN-CODIGO
                 READ ARQ-EQUIPE
                 IF WS-RESULTADO-EQP = 00
                    MOVE EQP-SUP-CODIGO TO SUP-CODIGO
                    READ ARQ-SUPERVISOR
                    IF WS-RESULTADO-SUP NOT = 00
                       MOVE SPACES TO SUP-REGIAO
                    END-IF
                    MOVE 1               TO ETR-GRUPO-SORT
                    MOVE SUP-REGIAO      TO ETR-REGIAO-SORT
                    MOVE EQP-SUP-CODIGO  TO ETR-SUP-CODIGO-SORT
                    MOVE EQP-DATA-INICIO TO ETR-DATA-INICIO-SORT
                 ELSE
                    IF VEN-STATUS = "I"
                       EXIT PERFORM CYCLE
                    END-IF
                    MOVE 2               TO ETR-GRUPO-SORT
                    MOVE SPACES          TO ETR-REGIAO-SORT
                    MOVE ZEROS           TO ETR-SUP-CODIGO-SORT
                    MOVE SPACES          TO ETR-DATA-INICIO-SORT
                 END-IF
                 MOVE VEN-CODIGO TO ETR-VEN-CODIGO-SORT
                 MOVE VEN-NOME   TO ETR-VEN-NOME-SORT
                 RELEASE REG-ESTRUTURA-SORT
              END-PERFORM
           END-IF.
       F-MONTA-ESTRUTURA.
           EXIT.
