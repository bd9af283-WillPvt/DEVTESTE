000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GRAVA-CASO INITIAL.
000030 AUTHOR. WILKSON SILVA.
000040 DATE-WRITTEN. 15/10/2026.
000050*      ******** GRAVACAO DOS CASOS DE RECLAMACAO *********
000060*      CONCENTRA A GRAVACAO DO CASO.DAT E DO CASOHIST.DAT PARA
000070*      QUE A ABERTURA PELO DIARIO DE INTERACOES (PROG47) E A
000080*      GESTAO DE CASOS (PROG70) SIGAM AS MESMAS REGRAS.
000090*      ABRIR (ACAO A): CONFERE O RESPONSAVEL (OPERADOR NO
000100*      USUARIO.DAT OU VENDEDOR NO VENDEDOR.DAT), TOMA A PROXIMA
000110*      SEQUENCIA DE CASO DO CLIENTE, CALCULA O PRAZO PELA
000120*      GRAVIDADE, CARIMBA O TITULAR DO DISTMEST.DAT E GRAVA O
000130*      CASO ABERTO COM O EVENTO DE ABERTURA NO HISTORICO.
000140*      EVENTO (ACAO H): SO EM CASO NAO ENCERRADO; O ANDAMENTO
000150*      PODE MUDAR A SITUACAO (A/T) E O RESPONSAVEL, O
000160*      ENCERRAMENTO GRAVA A RESOLUCAO (CASO-TEXTO).
000170*      O LEIAUTE DA AREA DE COMUNICACAO ESTA NO AREA-CASO.CPY.
000180
000190 ENVIRONMENT DIVISION.
000200 SPECIAL-NAMES.
000210     DECIMAL-POINT IS COMMA.
000220
000230 FILE-CONTROL.
000240     SELECT ARQ-CASO ASSIGN TO DISK WID-ARQ-CASO
000250            ORGANIZATION     IS INDEXED
000260            RECORD KEY       IS CAS-CHAVE
000270            ACCESS MODE      IS DYNAMIC
000280            LOCK MODE        IS MANUAL
000290            FILE STATUS      IS WS-RESULTADO-CAS.
000300
000310     SELECT ARQ-CASO-HIST ASSIGN TO DISK WID-ARQ-CASO-HIST
000320            ORGANIZATION     IS INDEXED
000330            RECORD KEY       IS CSH-CHAVE
000340            ACCESS MODE      IS DYNAMIC
000350            LOCK MODE        IS MANUAL
000360            FILE STATUS      IS WS-RESULTADO-CSH.
000370
000380     SELECT ARQ-USUARIO ASSIGN TO DISK WID-ARQ-USUARIO
000390            ORGANIZATION     IS INDEXED
000400            RECORD KEY       IS USU-CODIGO
000410            ACCESS MODE      IS DYNAMIC
000420            LOCK MODE        IS MANUAL
000430            FILE STATUS      IS WS-RESULTADO-USU.
000440
000450     SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
000460            ORGANIZATION     IS INDEXED
000470            RECORD KEY       IS VEN-CODIGO
000480            ALTERNATE RECORD KEY IS VEN-CPF
000490            ACCESS MODE      IS DYNAMIC
000500            LOCK MODE        IS MANUAL
000510            FILE STATUS      IS WS-RESULTADO-VEN.
000520
000530     SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
000540            ORGANIZATION     IS INDEXED
000550            RECORD KEY       IS DM-CLI-CODIGO
000560            ACCESS MODE      IS DYNAMIC
000570            LOCK MODE        IS MANUAL
000580            FILE STATUS      IS WS-RESULTADO-MEST.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 COPY "ARQ-CASO.FD".
000630
000640 COPY "ARQ-CASO-HIST.FD".
000650
000660 COPY "ARQ-USUARIO.FD".
000670
000680 COPY "ARQ-VENDEDOR.FD".
000690
000700 COPY "ARQ-DIST-MEST.FD".
000710
000720 WORKING-STORAGE SECTION.
000730 77 WID-ARQ-CASO          PIC X(50) VALUE SPACES.
000740 77 WID-ARQ-CASO-HIST     PIC X(50) VALUE SPACES.
000750 77 WID-ARQ-USUARIO       PIC X(50) VALUE SPACES.
000760 77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
000770 77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
000780 77 WS-RESULTADO-CAS      PIC 9(02) VALUE ZEROS.
000790 77 WS-RESULTADO-CSH      PIC 9(02) VALUE ZEROS.
000800 77 WS-RESULTADO-USU      PIC 9(02) VALUE ZEROS.
000810 77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
000820 77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
000830 77 WS-RESP-VALIDO        PIC X(01) VALUE "N".
000840 77 WS-PROXIMA-SEQ        PIC 9(03) VALUE ZEROS.
000850 77 WS-PROXIMO-EVENTO     PIC 9(03) VALUE ZEROS.
000860 77 WS-DIAS-PRAZO         PIC 9(02) VALUE ZEROS.
000870 77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
000880 77 WS-DATA-INTEIRA       PIC 9(08) VALUE ZEROS.
000890
000900 LINKAGE SECTION.
000910 COPY "AREA-CASO.cpy".
000920
000930 PROCEDURE DIVISION USING AREA-CASO.
000940
000950 INICIO.
000960     MOVE "S" TO CASO-RESULTADO
000970     MOVE "CASO.DAT" TO WID-ARQ-CASO
000980     OPEN I-O ARQ-CASO
000990     IF WS-RESULTADO-CAS = 35
001000        OPEN OUTPUT ARQ-CASO
001010        CLOSE ARQ-CASO
001020        OPEN I-O ARQ-CASO
001030     END-IF
001040     IF WS-RESULTADO-CAS NOT = 00
001050        MOVE "E" TO CASO-RESULTADO
001060        GOBACK
001070     END-IF
001080     MOVE "CASOHIST.DAT" TO WID-ARQ-CASO-HIST
001090     OPEN I-O ARQ-CASO-HIST
001100     IF WS-RESULTADO-CSH = 35
001110        OPEN OUTPUT ARQ-CASO-HIST
001120        CLOSE ARQ-CASO-HIST
001130        OPEN I-O ARQ-CASO-HIST
001140     END-IF
001150     IF WS-RESULTADO-CSH NOT = 00
001160        MOVE "E" TO CASO-RESULTADO
001170        CLOSE ARQ-CASO
001180        GOBACK
001190     END-IF
001200
001210     IF CASO-ACAO = "A"
001220        PERFORM ABRE-CASO THRU F-ABRE-CASO
001230     ELSE
001240        PERFORM REGISTRA-EVENTO THRU F-REGISTRA-EVENTO
001250     END-IF
001260
001270     CLOSE ARQ-CASO-HIST
001280     CLOSE ARQ-CASO
001290     GOBACK.
001300
001310 ABRE-CASO.
001320     PERFORM VALIDA-RESPONSAVEL THRU F-VALIDA-RESPONSAVEL
001330     IF WS-RESP-VALIDO NOT = "S"
001340        MOVE "R" TO CASO-RESULTADO
001350        GO TO F-ABRE-CASO
001360     END-IF
001370     PERFORM PROXIMO-CASO THRU F-PROXIMO-CASO
001380     PERFORM CALCULA-PRAZO THRU F-CALCULA-PRAZO
001390
001400     INITIALIZE REGISTRO-CASO
001410     MOVE CASO-CLI-CODIGO    TO CAS-CLI-CODIGO
001420     MOVE WS-PROXIMA-SEQ     TO CAS-SEQUENCIA
001430     MOVE CASO-ITR-SEQUENCIA TO CAS-ITR-SEQUENCIA
001440     MOVE CASO-DATA          TO CAS-DATA-ABERTURA
001450     MOVE CASO-OPERADOR      TO CAS-OPERADOR-ABRE
001460     MOVE CASO-CATEGORIA     TO CAS-CATEGORIA
001470     MOVE CASO-GRAVIDADE     TO CAS-GRAVIDADE
001480     MOVE CASO-RESP-TIPO     TO CAS-RESP-TIPO
001490     MOVE CASO-RESP-CODIGO   TO CAS-RESP-CODIGO
001500     MOVE CASO-PRAZO         TO CAS-PRAZO
001510     MOVE WS-DATA-AAAAMMDD   TO CAS-PRAZO-NUM
001520     MOVE "A"                TO CAS-SITUACAO
001530     MOVE CASO-TEXTO         TO CAS-DESCRICAO
001540     MOVE SPACES             TO CAS-DATA-ENCERRAMENTO
001550     MOVE SPACES             TO CAS-OPERADOR-ENCERRA
001560     MOVE SPACES             TO CAS-RESOLUCAO
001570     PERFORM BUSCA-TITULAR THRU F-BUSCA-TITULAR
001580     WRITE REGISTRO-CASO
001590     IF WS-RESULTADO-CAS NOT = 00
001600        MOVE "E" TO CASO-RESULTADO
001610        GO TO F-ABRE-CASO
001620     END-IF
001630     MOVE WS-PROXIMA-SEQ TO CASO-SEQUENCIA
001640     MOVE "A" TO CASO-EVENTO
001650     PERFORM GRAVA-HISTORICO THRU F-GRAVA-HISTORICO.
001660 F-ABRE-CASO. EXIT.
001670
001680* ANDAMENTO OU ENCERRAMENTO DE UM CASO AINDA NAO ENCERRADO.
001690 REGISTRA-EVENTO.
001700     MOVE CASO-CLI-CODIGO TO CAS-CLI-CODIGO
001710     MOVE CASO-SEQUENCIA  TO CAS-SEQUENCIA
001720     READ ARQ-CASO
001730     IF WS-RESULTADO-CAS NOT = 00 OR CAS-SITUACAO = "E"
001740        MOVE "N" TO CASO-RESULTADO
001750        GO TO F-REGISTRA-EVENTO
001760     END-IF
001770     IF CASO-EVENTO = "E"
001780        MOVE "E"           TO CAS-SITUACAO
001790        MOVE CASO-DATA     TO CAS-DATA-ENCERRAMENTO
001800        MOVE CASO-OPERADOR TO CAS-OPERADOR-ENCERRA
001810        MOVE CASO-TEXTO    TO CAS-RESOLUCAO
001820     ELSE
001830        MOVE "N" TO CASO-EVENTO
001840        IF CASO-SITUACAO = "A" OR = "T"
001850           MOVE CASO-SITUACAO TO CAS-SITUACAO
001860        END-IF
001870        IF CASO-RESP-TIPO NOT = SPACES
001880           PERFORM VALIDA-RESPONSAVEL THRU F-VALIDA-RESPONSAVEL
001890           IF WS-RESP-VALIDO NOT = "S"
001900              MOVE "R" TO CASO-RESULTADO
001910              GO TO F-REGISTRA-EVENTO
001920           END-IF
001930           MOVE CASO-RESP-TIPO   TO CAS-RESP-TIPO
001940           MOVE CASO-RESP-CODIGO TO CAS-RESP-CODIGO
001950        END-IF
001960     END-IF
001970     REWRITE REGISTRO-CASO
001980     IF WS-RESULTADO-CAS NOT = 00
001990        MOVE "E" TO CASO-RESULTADO
002000        GO TO F-REGISTRA-EVENTO
002010     END-IF
002020     PERFORM GRAVA-HISTORICO THRU F-GRAVA-HISTORICO.
002030 F-REGISTRA-EVENTO. EXIT.
002040
002050* O EVENTO LEVA A SITUACAO E O RESPONSAVEL QUE O CASO FICOU
002060* TENDO DEPOIS DELE (REGISTRO-CASO JA ATUALIZADO).
002070 GRAVA-HISTORICO.
002080     MOVE ZEROS TO WS-PROXIMO-EVENTO
002090     MOVE CAS-CLI-CODIGO TO CSH-CLI-CODIGO
002100     MOVE CAS-SEQUENCIA  TO CSH-CAS-SEQUENCIA
002110     MOVE ZEROS          TO CSH-SEQUENCIA
002120     START ARQ-CASO-HIST KEY NOT LESS CSH-CHAVE
002130     IF WS-RESULTADO-CSH = 00
002140        PERFORM UNTIL EXIT
002150           READ ARQ-CASO-HIST NEXT AT END
002160              EXIT PERFORM
002170           END-READ
002180           IF CSH-CLI-CODIGO NOT = CAS-CLI-CODIGO
002190              OR CSH-CAS-SEQUENCIA NOT = CAS-SEQUENCIA
002200              EXIT PERFORM
002210           END-IF
002220           MOVE CSH-SEQUENCIA TO WS-PROXIMO-EVENTO
002230        END-PERFORM
002240     END-IF
002250     ADD 1 TO WS-PROXIMO-EVENTO
002260     MOVE CAS-CLI-CODIGO     TO CSH-CLI-CODIGO
002270     MOVE CAS-SEQUENCIA      TO CSH-CAS-SEQUENCIA
002280     MOVE WS-PROXIMO-EVENTO  TO CSH-SEQUENCIA
002290     MOVE CASO-DATA          TO CSH-DATA
002300     ACCEPT CSH-HORA FROM TIME
002310     MOVE CASO-OPERADOR      TO CSH-OPERADOR
002320     MOVE CASO-EVENTO        TO CSH-EVENTO
002330     MOVE CAS-SITUACAO       TO CSH-SITUACAO
002340     MOVE CAS-RESP-TIPO      TO CSH-RESP-TIPO
002350     MOVE CAS-RESP-CODIGO    TO CSH-RESP-CODIGO
002360     MOVE CASO-ITR-SEQUENCIA TO CSH-ITR-SEQUENCIA
002370     MOVE CASO-TEXTO         TO CSH-TEXTO
002380     WRITE REGISTRO-CASO-HIST.
002390 F-GRAVA-HISTORICO. EXIT.
002400
002410* OPERADOR PRECISA ESTAR ATIVO NO USUARIO.DAT; VENDEDOR PRECISA
002420* EXISTIR NO VENDEDOR.DAT (CODIGO DE 3 DIGITOS).
002430 VALIDA-RESPONSAVEL.
002440     MOVE "N" TO WS-RESP-VALIDO
002450     EVALUATE CASO-RESP-TIPO
002460        WHEN "O"
002470           MOVE "USUARIO.DAT" TO WID-ARQ-USUARIO
002480           OPEN INPUT ARQ-USUARIO
002490           IF WS-RESULTADO-USU = 00
002500              MOVE CASO-RESP-CODIGO TO USU-CODIGO
002510              READ ARQ-USUARIO
002520              IF WS-RESULTADO-USU = 00 AND USU-STATUS NOT = "I"
002530                 MOVE "S" TO WS-RESP-VALIDO
002540              END-IF
002550              CLOSE ARQ-USUARIO
002560           END-IF
002570        WHEN "V"
002580           IF CASO-RESP-CODIGO(1:3) NUMERIC
002590              AND CASO-RESP-CODIGO(4:5) = SPACES
002600              MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
002610              OPEN INPUT ARQ-VENDEDOR
002620              IF WS-RESULTADO-VEN = 00
002630                 MOVE CASO-RESP-CODIGO(1:3) TO VEN-CODIGO
002640                 READ ARQ-VENDEDOR
002650                 IF WS-RESULTADO-VEN = 00
002660                    MOVE "S" TO WS-RESP-VALIDO
002670                 END-IF
002680                 CLOSE ARQ-VENDEDOR
002690              END-IF
002700           END-IF
002710     END-EVALUATE.
002720 F-VALIDA-RESPONSAVEL. EXIT.
002730
002740 PROXIMO-CASO.
002750     MOVE ZEROS TO WS-PROXIMA-SEQ
002760     MOVE CASO-CLI-CODIGO TO CAS-CLI-CODIGO
002770     MOVE ZEROS           TO CAS-SEQUENCIA
002780     START ARQ-CASO KEY NOT LESS CAS-CHAVE
002790     IF WS-RESULTADO-CAS = 00
002800        PERFORM UNTIL EXIT
002810           READ ARQ-CASO NEXT AT END
002820              EXIT PERFORM
002830           END-READ
002840           IF CAS-CLI-CODIGO NOT = CASO-CLI-CODIGO
002850              EXIT PERFORM
002860           END-IF
002870           MOVE CAS-SEQUENCIA TO WS-PROXIMA-SEQ
002880        END-PERFORM
002890     END-IF
002900     ADD 1 TO WS-PROXIMA-SEQ.
002910 F-PROXIMO-CASO. EXIT.
002920
002930* PRAZO EM DIAS CORRIDOS PELA GRAVIDADE: ALTA 2, MEDIA 5 E
002940* BAIXA 10 DIAS; DEVOLVE DD/MM/AAAA E DEIXA AAAAMMDD EM
002950* WS-DATA-AAAAMMDD.
002960 CALCULA-PRAZO.
002970     EVALUATE CASO-GRAVIDADE
002980        WHEN 1     MOVE 02 TO WS-DIAS-PRAZO
002990        WHEN 2     MOVE 05 TO WS-DIAS-PRAZO
003000        WHEN OTHER MOVE 10 TO WS-DIAS-PRAZO
003010     END-EVALUATE
003020     MOVE CASO-DATA(7:4) TO WS-DATA-AAAAMMDD(1:4)
003030     MOVE CASO-DATA(4:2) TO WS-DATA-AAAAMMDD(5:2)
003040     MOVE CASO-DATA(1:2) TO WS-DATA-AAAAMMDD(7:2)
003050     COMPUTE WS-DATA-INTEIRA =
003060        FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD) + WS-DIAS-PRAZO
003070     COMPUTE WS-DATA-AAAAMMDD =
003080        FUNCTION DATE-OF-INTEGER(WS-DATA-INTEIRA)
003090     MOVE SPACES TO CASO-PRAZO
003100     STRING WS-DATA-AAAAMMDD(7:2) "/" WS-DATA-AAAAMMDD(5:2) "/"
003110            WS-DATA-AAAAMMDD(1:4)
003120            DELIMITED BY SIZE INTO CASO-PRAZO.
003130 F-CALCULA-PRAZO. EXIT.
003140
003150* TITULAR DO CLIENTE NA ABERTURA, PARA O RELATORIO MENSAL POR
003160* VENDEDOR (PROG72) NAO MUDAR QUANDO A CARTEIRA FOR REDISTRIBUIDA.
003170 BUSCA-TITULAR.
003180     MOVE ZEROS TO CAS-VEN-TITULAR
003190     MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
003200     OPEN INPUT ARQ-DIST-MEST
003210     IF WS-RESULTADO-MEST = 00
003220        MOVE CASO-CLI-CODIGO TO DM-CLI-CODIGO
003230        READ ARQ-DIST-MEST
003240        IF WS-RESULTADO-MEST = 00
003250           MOVE DM-VEN-CODIGO TO CAS-VEN-TITULAR
003260        END-IF
003270        CLOSE ARQ-DIST-MEST
003280     END-IF.
003290 F-BUSCA-TITULAR. EXIT.
