       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG62.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- REGUA DE COBRANCA DOS PEDIDOS EM ATRASO -------
      * PERCORRE OS PEDIDOS EM ABERTO DE CADA CLIENTE (PEDIDO.DAT,
      * BAIXADOS PELO PROG32) E CLASSIFICA O ATRASO NOS ESTAGIOS DA
      * REGUA - PRIMEIRO, SEGUNDO E ULTIMO AVISO E ESTAGIO FINAL -
      * CONFORME OS DIAS INFORMADOS NA TELA (OU NO BATCH.PRM). QUANDO
      * ALGUM PEDIDO DO CLIENTE ENTRA EM UM ESTAGIO AINDA NAO AVISADO
      * (COBRANCA.DAT), EMITE O AVISO DE COBRANCA DO CLIENTE EM
      * AVISOCOB.TXT, ENDERECADO AO CONTATO FINANCEIRO ATIVO DO
      * CLICONTATO.DAT, E REGISTRA O AVISO COMO INTERACAO TIPO F NO
      * INTERACAO.DAT (VISIVEL NO PROG47 E NA CONSULTA 360, PROG21).
      * CLIENTE COM PEDIDO ALEM DO ESTAGIO FINAL TEM O BLOQUEIO DE
      * FATURAMENTO (CLI-BLOQUEIO) LIGADO AUTOMATICAMENTE, COM O
      * MOTIVO NA INTERACAO E A IMAGEM ANTES/DEPOIS NA AUDITORIA
      * (OPERACAO B); O PROG30 LEVA O BLOQUEIO AO FATURAMENTO. O
      * DESBLOQUEIO CONTINUA MANUAL, NO PROG51 (NIVEL 3).
      * O AVISO DE COBRANCA NAO E MARKETING (EXECUCAO DO CONTRATO E
      * PROTECAO DO CREDITO) E SAI MESMO COM OPT-OUT; O CANAL QUE O
      * CONTATO RECUSOU NO CONSENT.DAT (E-MAIL OU TELEFONE) NAO E
      * IMPRESSO NO AVISO, QUE SEGUE PELOS DEMAIS CANAIS OU POR CARTA.
      * SO PASSAM PELA REGUA OS CLIENTES DA EMPRESA ESCOLHIDA NO
      * SIGN-ON (TODOS NA SESSAO CONSOLIDADA, EMPRESA 00).

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

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

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

           SELECT ARQ-INTERACAO ASSIGN TO DISK WID-ARQ-INTERACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ITR.

           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AUD-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AUD.

           SELECT ARQ-COBRANCA ASSIGN TO DISK WID-ARQ-COBRANCA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS COB-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-COB.

           SELECT RELATORIO ASSIGN TO "AVISOCOB.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-EXECUCAO ASSIGN TO "EXECUCAO.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXEC.

           SELECT ARQ-BATCH-PRM ASSIGN TO "BATCH.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-PRM.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-CLI-CONTATO.FD".

       COPY "ARQ-CONSENTIMENTO.FD".

       COPY "ARQ-INTERACAO.FD".

       COPY "ARQ-AUDITORIA.FD".

       COPY "ARQ-COBRANCA.FD".

       FD RELATORIO.
       01 LINHA        PIC X(132).

       FD ARQ-CTL-EXECUCAO.
          01 REG-CTL-EXECUCAO.
             02 EXEC-PROGRAMA      PIC X(10).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-DATA          PIC X(10).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-HORA          PIC 9(08).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-RESULTADO     PIC X(01).
             02 FILLER             PIC X(01) VALUE ";".
             02 EXEC-OPERADOR      PIC X(08).

       COPY "ARQ-BATCH-PRM.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-CONTATO   PIC X(50) VALUE SPACES.
       77 WID-ARQ-INTERACAO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-AUDITORIA     PIC X(50) VALUE SPACES.
       77 WID-ARQ-COBRANCA      PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ITR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AUD      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-COB      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EXISTE-CONTATO     PIC X(01) VALUE "N".
       77 WID-ARQ-CONSENTIMENTO PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-CNS      PIC 9(02) VALUE ZEROS.
       77 WS-EXISTE-CONSENT     PIC X(01) VALUE "N".
       77 WS-TOTAL-OPT-OUT      PIC 9(07) VALUE ZEROS.
       77 WS-CANAL-RECUSADO     PIC X(01) VALUE "N".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.
       77 WS-ACAO-TRAVA         PIC X(01) VALUE SPACES.
       77 WS-ARQUIVO-TRAVA      PIC X(20) VALUE SPACES.
       77 WS-PROGRAMA-TRAVA     PIC X(10) VALUE "PROG62".
       77 WS-RESULT-TRAVA       PIC X(01) VALUE SPACES.
       77 WS-DETENTOR-TRAVA     PIC X(40) VALUE SPACES.
       77 WS-TRAVA-OBTIDA       PIC X(01) VALUE "N".

      * ESTAGIOS DA REGUA EM DIAS DE ATRASO DESDE A DATA DO PEDIDO;
      * ZERO NA TELA OU NO BATCH.PRM MANTEM O PADRAO 30/60/90/120.
       77 WS-DIAS-ESTAGIO-1     PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-ESTAGIO-2     PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-ESTAGIO-3     PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-BLOQUEIO      PIC 9(04) VALUE ZEROS.

       77 WS-HOJE-INTEIRO       PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-INTEIRA       PIC 9(08) VALUE ZEROS.
       77 WS-DIAS-ABERTO        PIC 9(05) VALUE ZEROS.
       77 WS-DATA-VALIDA        PIC X(01) VALUE "N".
       77 WS-ESTAGIO-PEDIDO     PIC 9(01) VALUE ZEROS.
       77 WS-ESTAGIO-CLIENTE    PIC 9(01) VALUE ZEROS.
       77 WS-AVISO-DEVIDO       PIC X(01) VALUE "N".
       77 WS-BLOQUEOU           PIC X(01) VALUE "N".
       77 WS-QTD-ATRASO         PIC 9(05) VALUE ZEROS.
       77 WS-VALOR-ATRASO       PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-MAIOR-ATRASO       PIC 9(05) VALUE ZEROS.
       77 WS-PED-MAIOR-ATRASO   PIC 9(07) VALUE ZEROS.
       77 WS-PROXIMA-SEQ        PIC 9(05) VALUE ZEROS.
       77 WS-PROXIMA-SEQ-AUD    PIC 9(05) VALUE ZEROS.
       77 WS-TEXTO-INTERACAO    PIC X(60) VALUE SPACES.
       77 WS-IMAGEM-ANTES       PIC X(100) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS      PIC X(100) VALUE SPACES.
       77 WS-EDITA-QTD          PIC ZZZZ9.
       77 WS-EDITA-VALOR        PIC ZZZ.ZZZ.ZZ9,99.
       77 WS-EDITA-DIAS         PIC ZZZZ9.

       77 WS-TEM-CONTATO        PIC X(01) VALUE "N".
       77 WS-CTT-NOME           PIC X(30) VALUE SPACES.
       77 WS-CTT-EMAIL          PIC X(40) VALUE SPACES.
       77 WS-CTT-TELEFONE       PIC X(15) VALUE SPACES.

       77 WS-TOTAL-CLIENTES     PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-EM-ATRASO    PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-AVISOS       PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-SEM-CONTATO  PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-BLOQUEADOS   PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-DATA-INV     PIC 9(07) VALUE ZEROS.

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(30) VALUE SPACES.
          02 FILLER       PIC X(40) VALUE
             "AVISO DE COBRANCA".
          02 FILLER       PIC X(10) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(10) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 AVISO-DESTINO.
          02 FILLER              PIC X(10) VALUE "A/C.....: ".
          02 AVI-CTT-NOME        PIC X(30).
          02 FILLER              PIC X(26) VALUE
             " - DEPARTAMENTO FINANCEIRO".
          02 FILLER              PIC X(66) VALUE SPACES.

       01 AVISO-CONTATO.
          02 FILLER              PIC X(10) VALUE "E-MAIL..: ".
          02 AVI-CTT-EMAIL       PIC X(40).
          02 FILLER              PIC X(12) VALUE "  TELEFONE: ".
          02 AVI-CTT-TELEFONE    PIC X(15).
          02 FILLER              PIC X(55) VALUE SPACES.

       01 AVISO-CLIENTE.
          02 FILLER              PIC X(10) VALUE "CLIENTE.: ".
          02 AVI-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC X(03) VALUE " - ".
          02 AVI-CLI-NOME        PIC X(40).
          02 FILLER              PIC X(08) VALUE "  CNPJ: ".
          02 AVI-CLI-CNPJ        PIC X(14).
          02 FILLER              PIC X(50) VALUE SPACES.

       01 AVISO-ESTAGIO.
          02 FILLER              PIC X(18) VALUE "ESTAGIO DA REGUA: ".
          02 AVI-ESTAGIO         PIC 9(01).
          02 FILLER              PIC X(113) VALUE SPACES.

       01 CABECALHO-1.
          02 FILLER PIC X(10) VALUE "PEDIDO".
          02 FILLER PIC X(14) VALUE "DATA PEDIDO".
          02 FILLER PIC X(16) VALUE "DIAS EM ATRASO".
          02 FILLER PIC X(10) VALUE "ESTAGIO".
          02 FILLER PIC X(14) VALUE "         VALOR".

       01 DETALHE.
          02 DET-PED-SEQUENCIA   PIC 9(07).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-PED-DATA        PIC X(10).
          02 FILLER              PIC X(08) VALUE SPACES.
          02 DET-DIAS            PIC ZZZZ9.
          02 FILLER              PIC X(10) VALUE SPACES.
          02 DET-ESTAGIO         PIC 9(01).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-VALOR           PIC ZZZ.ZZZ.ZZ9,99.

       01 AVISO-TOTAL.
          02 FILLER              PIC X(50) VALUE
             "TOTAL EM ATRASO..................................".
          02 AVI-TOTAL           PIC ZZZ.ZZZ.ZZ9,99.

       01 AVISO-MENSAGEM.
          02 AVI-MENSAGEM        PIC X(132).

       01 RODAPE.
          02 FILLER              PIC X(24) VALUE
             "AVISOS EMITIDOS.......: ".
          02 ROD-AVISOS          PIC ZZZ.ZZ9.
          02 FILLER              PIC X(05) VALUE SPACES.
          02 FILLER              PIC X(24) VALUE
             "CLIENTES BLOQUEADOS...: ".
          02 ROD-BLOQUEADOS      PIC ZZZ.ZZ9.
          02 FILLER              PIC X(65) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-COBRANCA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  REGUA DE COBRANCA  ".
          02 LINE 02 COLUMN 73 VALUE "PROG62".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "DIAS DE ATRASO - PRIMEIRO AVISO (0 = 30)...........".
          02 LINE 07 COLUMN 01 VALUE
             "DIAS DE ATRASO - SEGUNDO AVISO (0 = 60)............".
          02 LINE 09 COLUMN 01 VALUE
             "DIAS DE ATRASO - ULTIMO AVISO (0 = 90).............".
          02 LINE 11 COLUMN 01 VALUE
             "DIAS DE ATRASO - BLOQUEIO DO FATURAMENTO (0 = 120).".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  REGUA DE COBRANCA  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "CLIENTES ANALISADOS...:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-CLIENTES.
          02 LINE 07 COLUMN 01 VALUE "CLIENTES EM ATRASO....:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-EM-ATRASO.
          02 LINE 08 COLUMN 01 VALUE "AVISOS EMITIDOS.......:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-AVISOS.
          02 LINE 09 COLUMN 01 VALUE "SEM CONTATO FINANCEIRO:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-SEM-CONTATO.
          02 LINE 10 COLUMN 01 VALUE "CLIENTES BLOQUEADOS...:".
          02 LINE 10 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-BLOQUEADOS.
          02 LINE 11 COLUMN 01 VALUE "PEDIDOS DATA INVALIDA.:".
          02 LINE 11 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-DATA-INV.
          02 LINE 12 COLUMN 01 VALUE "AVISOS C/ CANAL RECUS.:".
          02 LINE 12 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-OPT-OUT.
          02 LINE 13 COLUMN 01 VALUE
             "AVISOS DE COBRANCA GERADOS EM AVISOCOB.TXT".
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-MODO-BATCH NOT = "S" AND WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG62" TO WS-OPERADOR-ATUAL
           END-IF
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-COBRANCA AT 0101
              ACCEPT WS-DIAS-ESTAGIO-1 AT 0554
              ACCEPT WS-DIAS-ESTAGIO-2 AT 0754
              ACCEPT WS-DIAS-ESTAGIO-3 AT 0954
              ACCEPT WS-DIAS-BLOQUEIO  AT 1154
           END-IF
           IF WS-DIAS-ESTAGIO-1 = ZEROS
              MOVE 30  TO WS-DIAS-ESTAGIO-1
           END-IF
           IF WS-DIAS-ESTAGIO-2 = ZEROS
              MOVE 60  TO WS-DIAS-ESTAGIO-2
           END-IF
           IF WS-DIAS-ESTAGIO-3 = ZEROS
              MOVE 90  TO WS-DIAS-ESTAGIO-3
           END-IF
           IF WS-DIAS-BLOQUEIO = ZEROS
              MOVE 120 TO WS-DIAS-BLOQUEIO
           END-IF
           IF WS-DIAS-ESTAGIO-1 NOT < WS-DIAS-ESTAGIO-2
              OR WS-DIAS-ESTAGIO-2 NOT < WS-DIAS-ESTAGIO-3
              OR WS-DIAS-ESTAGIO-3 NOT < WS-DIAS-BLOQUEIO
              DISPLAY "ESTAGIOS DA REGUA DEVEM SER CRESCENTES ..."
                 AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           MOVE DATA-DE-HOJE(7:4) TO WS-DATA-AAAAMMDD(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-DATA-AAAAMMDD(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-DATA-AAAAMMDD(7:2)
           COMPUTE WS-HOJE-INTEIRO =
              FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)

      * O BLOQUEIO AUTOMATICO REGRAVA O CLIENTE.DAT: A REGUA DETEM A
      * TRAVA DO MESTRE (BLOQUEIO.CTL) ENQUANTO RODA, PARA QUE A
      * MANUTENCAO (PROG06/PROG51) NAO O ALTERE AO MESMO TEMPO.
           MOVE "O" TO WS-ACAO-TRAVA
           MOVE "CLIENTE.DAT" TO WS-ARQUIVO-TRAVA
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
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "S" TO WS-TRAVA-OBTIDA

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN I-O ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PED NOT = 00
              DISPLAY "PEDIDO.DAT NAO ENCONTRADO - EXECUTE O PROG19 PRIM
      -"EIRO" AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              CLOSE ARQ-CLIENTE
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

      * SEM CLICONTATO.DAT O AVISO SAI ENDERECADO AO DEPARTAMENTO
      * FINANCEIRO, SEM NOME DE CONTATO.
           MOVE "CLICONTATO.DAT" TO WID-ARQ-CLI-CONTATO
           OPEN INPUT ARQ-CLI-CONTATO
           IF WS-RESULTADO-CTT = 00
              MOVE "S" TO WS-EXISTE-CONTATO
           ELSE
              MOVE "N" TO WS-EXISTE-CONTATO
           END-IF
           MOVE "CONSENT.DAT" TO WID-ARQ-CONSENTIMENTO
           OPEN INPUT ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 00
              MOVE "S" TO WS-EXISTE-CONSENT
           ELSE
              MOVE "N" TO WS-EXISTE-CONSENT
           END-IF

           MOVE "INTERACAO.DAT" TO WID-ARQ-INTERACAO
           OPEN I-O ARQ-INTERACAO
           IF WS-RESULTADO-ITR = 35
              OPEN OUTPUT ARQ-INTERACAO
              CLOSE ARQ-INTERACAO
              OPEN I-O ARQ-INTERACAO
           END-IF
           MOVE "AUDITORIA.DAT" TO WID-ARQ-AUDITORIA
           OPEN I-O ARQ-AUDITORIA
           IF WS-RESULTADO-AUD = 35
              OPEN OUTPUT ARQ-AUDITORIA
              CLOSE ARQ-AUDITORIA
              OPEN I-O ARQ-AUDITORIA
           END-IF
           MOVE "COBRANCA.DAT" TO WID-ARQ-COBRANCA
           OPEN I-O ARQ-COBRANCA
           IF WS-RESULTADO-COB = 35
              OPEN OUTPUT ARQ-COBRANCA
              CLOSE ARQ-COBRANCA
              OPEN I-O ARQ-COBRANCA
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF

           MOVE ZEROS TO CLI-CODIGO
           START ARQ-CLIENTE KEY NOT LESS CLI-CODIGO
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE 1 TO CONTROLE-FIM
           END-IF
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-CLIENTE NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              IF WS-EMPRESA-SESSAO NOT = ZEROS
                 AND CLI-EMPRESA NOT = WS-EMPRESA-SESSAO
                 EXIT PERFORM CYCLE
              END-IF
              ADD 1 TO WS-TOTAL-CLIENTES
              PERFORM AVALIA-CLIENTE THRU F-AVALIA-CLIENTE
           END-PERFORM

           PERFORM IMPRIMIR-CABECALHO
           MOVE WS-TOTAL-AVISOS     TO ROD-AVISOS
           MOVE WS-TOTAL-BLOQUEADOS TO ROD-BLOQUEADOS
           WRITE LINHA FROM RODAPE AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           CLOSE ARQ-COBRANCA
           CLOSE ARQ-AUDITORIA
           CLOSE ARQ-INTERACAO
           IF WS-EXISTE-CONTATO = "S"
              CLOSE ARQ-CLI-CONTATO
           END-IF
           IF WS-EXISTE-CONSENT = "S"
              CLOSE ARQ-CONSENTIMENTO
           END-IF
           CLOSE ARQ-PEDIDO
           CLOSE ARQ-CLIENTE

           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-FIM AT 0101
              ACCEPT  PAUSA    AT 2478
           END-IF
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

      * PRIMEIRA PASSADA NOS PEDIDOS EM ABERTO DO CLIENTE EM PAUTA:
      * MAIOR ESTAGIO ATINGIDO E SE ALGUM PEDIDO CHEGOU A UM ESTAGIO
      * AINDA NAO AVISADO. SEM ESTAGIO NOVO NAO HA AVISO NEM
      * BLOQUEIO - ASSIM UM CLIENTE DESBLOQUEADO A MAO NO PROG51 SO
      * VOLTA A SER BLOQUEADO POR OUTRO PEDIDO QUE VENCA A REGUA.
      * PEDIDO COM DATA ILEGIVEL FICA FORA DA REGUA E E CONTADO.
       AVALIA-CLIENTE.
           MOVE ZEROS TO WS-ESTAGIO-CLIENTE
           MOVE ZEROS TO WS-QTD-ATRASO
           MOVE ZEROS TO WS-VALOR-ATRASO
           MOVE ZEROS TO WS-MAIOR-ATRASO
           MOVE ZEROS TO WS-PED-MAIOR-ATRASO
           MOVE "N"   TO WS-AVISO-DEVIDO
           MOVE "N"   TO WS-BLOQUEOU
           MOVE CLI-CODIGO TO PED-CLI-CODIGO
           MOVE ZEROS      TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED NOT = 00
              GO TO F-AVALIA-CLIENTE
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-PEDIDO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF PED-CLI-CODIGO NOT = CLI-CODIGO
                 EXIT PERFORM
              END-IF
              IF PED-SITUACAO NOT = "P"
                 PERFORM CALCULA-DIAS-ABERTO
                    THRU F-CALCULA-DIAS-ABERTO
                 IF WS-DATA-VALIDA NOT = "S"
                    ADD 1 TO WS-TOTAL-DATA-INV
                 ELSE
                    PERFORM CALCULA-ESTAGIO THRU F-CALCULA-ESTAGIO
                    IF WS-ESTAGIO-PEDIDO > ZEROS
                       PERFORM ACUMULA-ATRASO THRU F-ACUMULA-ATRASO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           IF WS-QTD-ATRASO = ZEROS
              GO TO F-AVALIA-CLIENTE
           END-IF
           ADD 1 TO WS-TOTAL-EM-ATRASO
           IF WS-AVISO-DEVIDO NOT = "S"
              GO TO F-AVALIA-CLIENTE
           END-IF
           IF WS-ESTAGIO-CLIENTE = 4 AND CLI-BLOQUEIO NOT = "S"
              PERFORM BLOQUEIA-CLIENTE THRU F-BLOQUEIA-CLIENTE
           END-IF
           PERFORM EMITE-AVISO THRU F-EMITE-AVISO.
       F-AVALIA-CLIENTE. EXIT.

       ACUMULA-ATRASO.
           ADD 1         TO WS-QTD-ATRASO
           ADD PED-VALOR TO WS-VALOR-ATRASO
           IF WS-ESTAGIO-PEDIDO > WS-ESTAGIO-CLIENTE
              MOVE WS-ESTAGIO-PEDIDO TO WS-ESTAGIO-CLIENTE
           END-IF
           IF WS-DIAS-ABERTO > WS-MAIOR-ATRASO
              MOVE WS-DIAS-ABERTO TO WS-MAIOR-ATRASO
              MOVE PED-SEQUENCIA  TO WS-PED-MAIOR-ATRASO
           END-IF
           MOVE PED-CHAVE TO COB-CHAVE
           READ ARQ-COBRANCA
           IF WS-RESULTADO-COB NOT = 00
              MOVE "S" TO WS-AVISO-DEVIDO
           ELSE
              IF COB-ESTAGIO < WS-ESTAGIO-PEDIDO
                 MOVE "S" TO WS-AVISO-DEVIDO
              END-IF
           END-IF.
       F-ACUMULA-ATRASO. EXIT.

      * ESTAGIO DA REGUA DO PEDIDO EM PAUTA: 0 = DENTRO DO PRAZO,
      * 1 A 3 = AVISOS, 4 = ALEM DO ESTAGIO FINAL (BLOQUEIO).
       CALCULA-ESTAGIO.
           EVALUATE TRUE
              WHEN WS-DIAS-ABERTO > WS-DIAS-BLOQUEIO
                 MOVE 4 TO WS-ESTAGIO-PEDIDO
              WHEN WS-DIAS-ABERTO > WS-DIAS-ESTAGIO-3
                 MOVE 3 TO WS-ESTAGIO-PEDIDO
              WHEN WS-DIAS-ABERTO > WS-DIAS-ESTAGIO-2
                 MOVE 2 TO WS-ESTAGIO-PEDIDO
              WHEN WS-DIAS-ABERTO > WS-DIAS-ESTAGIO-1
                 MOVE 1 TO WS-ESTAGIO-PEDIDO
              WHEN OTHER
                 MOVE 0 TO WS-ESTAGIO-PEDIDO
           END-EVALUATE.
       F-CALCULA-ESTAGIO. EXIT.

      * DIAS EM ABERTO DO PEDIDO EM PAUTA (DATA NO FORMATO
      * DD/MM/AAAA); DATAS NO FUTURO CONTAM COMO ZERO DIA.
       CALCULA-DIAS-ABERTO.
           MOVE "N"   TO WS-DATA-VALIDA
           MOVE ZEROS TO WS-DIAS-ABERTO
           IF PED-DATA(1:2) NUMERIC
              AND PED-DATA(4:2) NUMERIC
              AND PED-DATA(7:4) NUMERIC
              AND PED-DATA(4:2) > "00" AND PED-DATA(4:2) < "13"
              AND PED-DATA(1:2) > "00" AND PED-DATA(1:2) < "32"
              MOVE "S" TO WS-DATA-VALIDA
              MOVE PED-DATA(7:4) TO WS-DATA-AAAAMMDD(1:4)
              MOVE PED-DATA(4:2) TO WS-DATA-AAAAMMDD(5:2)
              MOVE PED-DATA(1:2) TO WS-DATA-AAAAMMDD(7:2)
              COMPUTE WS-DATA-INTEIRA =
                 FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD)
              IF WS-HOJE-INTEIRO > WS-DATA-INTEIRA
                 COMPUTE WS-DIAS-ABERTO =
                    WS-HOJE-INTEIRO - WS-DATA-INTEIRA
              END-IF
           END-IF.
       F-CALCULA-DIAS-ABERTO. EXIT.

      * ESTAGIO FINAL: LIGA O BLOQUEIO DE FATURAMENTO, GUARDA A
      * IMAGEM ANTES/DEPOIS NA AUDITORIA (OPERACAO B) E O MOTIVO -
      * O PEDIDO MAIS ATRASADO - NO DIARIO DE INTERACOES.
       BLOQUEIA-CLIENTE.
           MOVE REGISTRO-CLIENTE TO WS-IMAGEM-ANTES
           MOVE "S" TO CLI-BLOQUEIO
           REWRITE REGISTRO-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              GO TO F-BLOQUEIA-CLIENTE
           END-IF
           MOVE "S" TO WS-BLOQUEOU
           ADD 1 TO WS-TOTAL-BLOQUEADOS
           MOVE REGISTRO-CLIENTE TO WS-IMAGEM-DEPOIS
           PERFORM GRAVA-AUDITORIA THRU F-GRAVA-AUDITORIA

           MOVE WS-MAIOR-ATRASO TO WS-EDITA-DIAS
           MOVE SPACES TO WS-TEXTO-INTERACAO
           STRING "BLOQUEIO AUTOMATICO COBRANCA: PEDIDO "
                  WS-PED-MAIOR-ATRASO " COM" WS-EDITA-DIAS " DIAS"
                  DELIMITED BY SIZE INTO WS-TEXTO-INTERACAO
           PERFORM GRAVA-INTERACAO THRU F-GRAVA-INTERACAO.
       F-BLOQUEIA-CLIENTE. EXIT.

      * AVISO DO CLIENTE EM PAGINA PROPRIA: DESTINATARIO, PEDIDOS EM
      * ATRASO (SEGUNDA PASSADA, QUE TAMBEM ATUALIZA O ESTAGIO
      * AVISADO DE CADA PEDIDO NO COBRANCA.DAT) E O TEXTO DO ESTAGIO.
       EMITE-AVISO.
           PERFORM LOCALIZA-CONTATO THRU F-LOCALIZA-CONTATO
           IF WS-TEM-CONTATO NOT = "S"
              ADD 1 TO WS-TOTAL-SEM-CONTATO
           END-IF
           ADD 1 TO WS-TOTAL-AVISOS
           MOVE WS-CTT-NOME        TO AVI-CTT-NOME
           MOVE WS-CTT-EMAIL       TO AVI-CTT-EMAIL
           MOVE WS-CTT-TELEFONE    TO AVI-CTT-TELEFONE
           MOVE CLI-CODIGO         TO AVI-CLI-CODIGO
           MOVE CLI-RAZAO-SOCIAL   TO AVI-CLI-NOME
           MOVE CLI-CNPJ           TO AVI-CLI-CNPJ
           MOVE WS-ESTAGIO-CLIENTE TO AVI-ESTAGIO
           PERFORM IMPRIMIR-CABECALHO
           WRITE LINHA FROM AVISO-DESTINO AFTER 1 LINES
           WRITE LINHA FROM AVISO-CONTATO AFTER 1 LINES
           WRITE LINHA FROM AVISO-CLIENTE AFTER 1 LINES
           WRITE LINHA FROM AVISO-ESTAGIO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2   AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-1   AFTER 1 LINES
           ADD 6 TO CONTADOR-LINHA

           MOVE CLI-CODIGO TO PED-CLI-CODIGO
           MOVE ZEROS      TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           PERFORM UNTIL EXIT
              READ ARQ-PEDIDO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF PED-CLI-CODIGO NOT = CLI-CODIGO
                 EXIT PERFORM
              END-IF
              IF PED-SITUACAO NOT = "P"
                 PERFORM CALCULA-DIAS-ABERTO
                    THRU F-CALCULA-DIAS-ABERTO
                 IF WS-DATA-VALIDA = "S"
                    PERFORM CALCULA-ESTAGIO THRU F-CALCULA-ESTAGIO
                    IF WS-ESTAGIO-PEDIDO > ZEROS
                       PERFORM IMPRIME-PEDIDO THRU F-IMPRIME-PEDIDO
                    END-IF
                 END-IF
              END-IF
           END-PERFORM

           MOVE WS-VALOR-ATRASO TO AVI-TOTAL
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM AVISO-TOTAL AFTER 1 LINES
           EVALUATE WS-ESTAGIO-CLIENTE
              WHEN 1
                 MOVE "LEMBRETE: SOLICITAMOS A REGULARIZACAO DOS PEDIDOS
      -"EM ATRASO RELACIONADOS ACIMA." TO AVI-MENSAGEM
              WHEN 2
                 MOVE "SEGUNDO AVISO: OS PEDIDOS ACIMA CONTINUAM EM ABER
      -"TO. SOLICITAMOS A REGULARIZACAO IMEDIATA." TO AVI-MENSAGEM
              WHEN 3
                 MOVE "ULTIMO AVISO: SEM A REGULARIZACAO DOS PEDIDOS ACI
      -"MA, O FATURAMENTO DE NOVOS PEDIDOS SERA BLOQUEADO."
                    TO AVI-MENSAGEM
              WHEN OTHER
                 MOVE "FATURAMENTO BLOQUEADO: NOVOS PEDIDOS SO SERAO FAT
      -"URADOS APOS A REGULARIZACAO DOS PEDIDOS ACIMA." TO AVI-MENSAGEM
           END-EVALUATE
           WRITE LINHA FROM AVISO-MENSAGEM AFTER 2 LINES
           ADD 4 TO CONTADOR-LINHA

           MOVE WS-QTD-ATRASO   TO WS-EDITA-QTD
           MOVE WS-VALOR-ATRASO TO WS-EDITA-VALOR
           MOVE SPACES TO WS-TEXTO-INTERACAO
           STRING "AVISO COBRANCA ESTAGIO " WS-ESTAGIO-CLIENTE
                  ":" WS-EDITA-QTD " PEDIDO(S), R$" WS-EDITA-VALOR
                  DELIMITED BY SIZE INTO WS-TEXTO-INTERACAO
           PERFORM GRAVA-INTERACAO THRU F-GRAVA-INTERACAO.
       F-EMITE-AVISO. EXIT.

       IMPRIME-PEDIDO.
           MOVE PED-SEQUENCIA     TO DET-PED-SEQUENCIA
           MOVE PED-DATA          TO DET-PED-DATA
           MOVE WS-DIAS-ABERTO    TO DET-DIAS
           MOVE WS-ESTAGIO-PEDIDO TO DET-ESTAGIO
           MOVE PED-VALOR         TO DET-VALOR
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES

           MOVE PED-CHAVE TO COB-CHAVE
           READ ARQ-COBRANCA
           IF WS-RESULTADO-COB = 00
              IF COB-ESTAGIO < WS-ESTAGIO-PEDIDO
                 MOVE WS-ESTAGIO-PEDIDO TO COB-ESTAGIO
                 MOVE DATA-DE-HOJE      TO COB-DATA-AVISO
                 REWRITE REGISTRO-COBRANCA
              END-IF
           ELSE
              MOVE PED-CHAVE         TO COB-CHAVE
              MOVE WS-ESTAGIO-PEDIDO TO COB-ESTAGIO
              MOVE DATA-DE-HOJE      TO COB-DATA-AVISO
              WRITE REGISTRO-COBRANCA
           END-IF.
       F-IMPRIME-PEDIDO. EXIT.

      * PRIMEIRO CONTATO FINANCEIRO ATIVO DO CLIENTE NO CLICONTATO.
       LOCALIZA-CONTATO.
           MOVE "N" TO WS-TEM-CONTATO
           MOVE "DEPARTAMENTO FINANCEIRO" TO WS-CTT-NOME
           MOVE SPACES TO WS-CTT-EMAIL
           MOVE SPACES TO WS-CTT-TELEFONE
           IF WS-EXISTE-CONTATO NOT = "S"
              GO TO F-LOCALIZA-CONTATO
           END-IF
           MOVE CLI-CODIGO TO CTT-CLI-CODIGO
           MOVE ZEROS      TO CTT-SEQUENCIA
           START ARQ-CLI-CONTATO KEY NOT LESS CTT-CHAVE
           IF WS-RESULTADO-CTT NOT = 00
              GO TO F-LOCALIZA-CONTATO
           END-IF
           PERFORM UNTIL WS-TEM-CONTATO = "S"
              READ ARQ-CLI-CONTATO NEXT AT END
                 EXIT PERFORM
              END-READ
              IF CTT-CLI-CODIGO NOT = CLI-CODIGO
                 EXIT PERFORM
              END-IF
              IF CTT-TIPO = "FINANCEIRO" AND CTT-STATUS = "A"
                 MOVE "S"              TO WS-TEM-CONTATO
                 MOVE CTT-NOME-CONTATO TO WS-CTT-NOME
                 MOVE CTT-EMAIL        TO WS-CTT-EMAIL
                 MOVE CTT-TELEFONE     TO WS-CTT-TELEFONE
              END-IF
           END-PERFORM
           IF WS-TEM-CONTATO = "S" AND WS-EXISTE-CONSENT = "S"
              PERFORM CONFERE-OPT-OUT THRU F-CONFERE-OPT-OUT
           END-IF.
       F-LOCALIZA-CONTATO. EXIT.

      * CANAL DO CONTATO FINANCEIRO COM OPT-OUT NO CONSENT.DAT: O
      * ENDERECO SAI DO AVISO NO LUGAR DO E-MAIL / TELEFONE RECUSADO.
      * A RECUSA SO DO WHATSAPP NAO IMPEDE A LIGACAO E MANTEM O FONE.
       CONFERE-OPT-OUT.
           MOVE "N" TO WS-CANAL-RECUSADO
           MOVE CTT-CLI-CODIGO TO CNS-CLI-CODIGO
           MOVE CTT-SEQUENCIA  TO CNS-CTT-SEQUENCIA
           MOVE "E"            TO CNS-CANAL
           READ ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 00 AND CNS-SITUACAO = "N"
              MOVE "CANAL RECUSADO PELO CONTATO (OPT-OUT)"
                 TO WS-CTT-EMAIL
              MOVE "S" TO WS-CANAL-RECUSADO
           END-IF
           MOVE "T" TO CNS-CANAL
           READ ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 00 AND CNS-SITUACAO = "N"
              MOVE "RECUSADO" TO WS-CTT-TELEFONE
              MOVE "S" TO WS-CANAL-RECUSADO
           END-IF
           IF WS-CANAL-RECUSADO = "S"
              ADD 1 TO WS-TOTAL-OPT-OUT
           END-IF.
       F-CONFERE-OPT-OUT. EXIT.

      * LANCAMENTO TIPO F (FATURAMENTO / COBRANCA) NO DIARIO DO
      * CLIENTE, NA PROXIMA SEQUENCIA, COMO NO PROG47.
       GRAVA-INTERACAO.
           MOVE ZEROS TO WS-PROXIMA-SEQ
           MOVE CLI-CODIGO TO ITR-CLI-CODIGO
           MOVE ZEROS      TO ITR-SEQUENCIA
           START ARQ-INTERACAO KEY NOT LESS ITR-CHAVE
           IF WS-RESULTADO-ITR = 00
              PERFORM UNTIL EXIT
                 READ ARQ-INTERACAO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF ITR-CLI-CODIGO NOT = CLI-CODIGO
                    EXIT PERFORM
                 END-IF
                 MOVE ITR-SEQUENCIA TO WS-PROXIMA-SEQ
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ
           MOVE CLI-CODIGO         TO ITR-CLI-CODIGO
           MOVE WS-PROXIMA-SEQ     TO ITR-SEQUENCIA
           MOVE DATA-DE-HOJE       TO ITR-DATA
           ACCEPT ITR-HORA FROM TIME
           MOVE WS-OPERADOR-ATUAL  TO ITR-OPERADOR
           MOVE "F"                TO ITR-TIPO
           MOVE WS-TEXTO-INTERACAO TO ITR-TEXTO
           WRITE REGISTRO-INTERACAO.
       F-GRAVA-INTERACAO. EXIT.

      * TRILHA DE AUDITORIA DO BLOQUEIO AUTOMATICO (CONSULTADA NO
      * PROG23), NA PROXIMA SEQUENCIA DO CLIENTE, COMO NO PROG06.
       GRAVA-AUDITORIA.
           MOVE ZEROS TO WS-PROXIMA-SEQ-AUD
           MOVE "C"        TO AUD-TIPO
           MOVE CLI-CODIGO TO AUD-CODIGO
           MOVE ZEROS      TO AUD-SEQUENCIA
           START ARQ-AUDITORIA KEY NOT LESS AUD-CHAVE
           IF WS-RESULTADO-AUD = 00
              PERFORM UNTIL EXIT
                 READ ARQ-AUDITORIA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF AUD-TIPO NOT = "C"
                    OR AUD-CODIGO NOT = CLI-CODIGO
                    EXIT PERFORM
                 END-IF
                 MOVE AUD-SEQUENCIA TO WS-PROXIMA-SEQ-AUD
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ-AUD
           MOVE "C"                TO AUD-TIPO
           MOVE CLI-CODIGO         TO AUD-CODIGO
           MOVE WS-PROXIMA-SEQ-AUD TO AUD-SEQUENCIA
           MOVE "B"                TO AUD-OPERACAO
           MOVE DATA-DE-HOJE       TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR-ATUAL  TO AUD-OPERADOR
           MOVE WS-IMAGEM-ANTES    TO AUD-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS   TO AUD-IMAGEM-DEPOIS
           WRITE REGISTRO-AUDITORIA.
       F-GRAVA-AUDITORIA. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  03 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA PEDIDO DO AVISO; AO
      * PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O CLIENTE E AS
      * COLUNAS.
       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              WRITE LINHA FROM AVISO-CLIENTE AFTER 1 LINES
              WRITE LINHA FROM CABECALHO-1   AFTER 1 LINES
              ADD 3 TO CONTADOR-LINHA
           END-IF.

      * TODA SAIDA DO PROGRAMA PASSA POR AQUI: A TRAVA DO MESTRE E
      * DEVOLVIDA JUNTO COM O REGISTRO DO RESULTADO EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           IF WS-TRAVA-OBTIDA = "S"
              MOVE "L"    TO WS-ACAO-TRAVA
              MOVE SPACES TO WS-ARQUIVO-TRAVA
              CALL "TRAVA-ARQUIVO" USING WS-ACAO-TRAVA
                                         WS-ARQUIVO-TRAVA
                                         WS-PROGRAMA-TRAVA
                                         WS-OPERADOR-ATUAL
                                         DATA-DE-HOJE
                                         WS-RESULT-TRAVA
                                         WS-DETENTOR-TRAVA
              MOVE "N" TO WS-TRAVA-OBTIDA
           END-IF
           MOVE "PROG62" TO EXEC-PROGRAMA
           MOVE DATA-DE-HOJE TO EXEC-DATA
           ACCEPT EXEC-HORA FROM TIME
           MOVE WS-EXEC-RESULTADO TO EXEC-RESULTADO
           MOVE WS-OPERADOR-ATUAL TO EXEC-OPERADOR
           OPEN EXTEND ARQ-CTL-EXECUCAO
           IF WS-RESULTADO-EXEC NOT = 00
              OPEN OUTPUT ARQ-CTL-EXECUCAO
           END-IF
           WRITE REG-CTL-EXECUCAO
           CLOSE ARQ-CTL-EXECUCAO.
       F-GRAVA-EXECUCAO. EXIT.

      * RESPOSTAS DO BATCH.PRM PARA O PROG62 (EM BRANCO OU ZERO =
      * PADRAO):
      *   RESPOSTA-1 = DIAS DE ATRASO PARA O PRIMEIRO AVISO (30)
      *   RESPOSTA-2 = DIAS DE ATRASO PARA O SEGUNDO AVISO (60)
      *   RESPOSTA-3 = DIAS DE ATRASO PARA O ULTIMO AVISO (90)
      *   RESPOSTA-4 = DIAS DE ATRASO PARA O BLOQUEIO (120)
       LE-PARAMETROS-BATCH.
           MOVE "N"   TO WS-MODO-BATCH
           MOVE ZEROS TO WS-FIM-PRM
           OPEN INPUT ARQ-BATCH-PRM
           IF WS-RESULTADO-PRM = 00
              PERFORM UNTIL WS-FIM-PRM = 1
                 READ ARQ-BATCH-PRM NEXT
                    AT END
                       MOVE 1 TO WS-FIM-PRM
                       EXIT PERFORM
                 END-READ
                 IF PRM-PROGRAMA = "PROG62"
                    MOVE "S" TO WS-MODO-BATCH
                    IF PRM-RESPOSTA-1 NOT = SPACES
                       COMPUTE WS-DIAS-ESTAGIO-1 =
                          FUNCTION NUMVAL(PRM-RESPOSTA-1)
                    END-IF
                    IF PRM-RESPOSTA-2 NOT = SPACES
                       COMPUTE WS-DIAS-ESTAGIO-2 =
                          FUNCTION NUMVAL(PRM-RESPOSTA-2)
                    END-IF
                    IF PRM-RESPOSTA-3 NOT = SPACES
                       COMPUTE WS-DIAS-ESTAGIO-3 =
                          FUNCTION NUMVAL(PRM-RESPOSTA-3)
                    END-IF
                    IF PRM-RESPOSTA-4 NOT = SPACES
                       COMPUTE WS-DIAS-BLOQUEIO =
                          FUNCTION NUMVAL(PRM-RESPOSTA-4)
                    END-IF
                    MOVE 1 TO WS-FIM-PRM
                 END-IF
              END-PERFORM
              CLOSE ARQ-BATCH-PRM
           END-IF.
       F-LE-PARAMETROS-BATCH. EXIT.

      * OPERADOR E EMPRESA DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR FORA DO
      * BATCH. SESSAO SEM EMPRESA VALE COMO EMPRESA 01.
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
           MOVE "PROG62"       TO RLA-PROGRAMA
           MOVE "AVISOCOB.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE   TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           STRING "ESTAGIOS " WS-DIAS-ESTAGIO-1 "/" WS-DIAS-ESTAGIO-2
                  "/" WS-DIAS-ESTAGIO-3 " BLOQUEIO " WS-DIAS-BLOQUEIO
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.
