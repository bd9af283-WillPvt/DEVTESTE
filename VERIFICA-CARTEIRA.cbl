000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VERIFICA-CARTEIRA.
000030 AUTHOR. WILKSON SILVA.
000040 DATE-WRITTEN. 15/10/2026.
000050*      ******** CARTEIRA DO OPERADOR DE NIVEL 1 *********
000060*      RESTRINGE O OPERADOR DE NIVEL 1 VINCULADO A UM VENDEDOR
000070*      OU A UM SUPERVISOR NO OPERVEN.DAT (PROG24) AOS CLIENTES
000080*      DA SUA CARTEIRA: CLIENTE CUJO TITULAR (DIST.CSV OU
000090*      DISTMEST.DAT) E UM DOS VENDEDORES DA CARTEIRA, OU QUE
000100*      ESTA HOJE EM COBERTURA TEMPORARIA (COBERTURA.CSV DO
000110*      PROG41) COM UM DELES. A CARTEIRA DO SUPERVISOR SAO OS
000120*      VENDEDORES DA SUA EQUIPE NO EQUIPE.DAT.
000130*      OPERADOR DE NIVEL 2 OU 3, OU DE NIVEL 1 SEM VINCULO, NAO
000140*      TEM RESTRICAO. A CARTEIRA FICA MONTADA ENTRE UMA CHAMADA
000150*      E OUTRA; QUEM CHAMA FAZ A ACAO I NO INICIO E DEPOIS UMA
000160*      ACAO V OU C POR CLIENTE.
000170*      A RECUSA DE UM CLIENTE PEDIDO NOMINALMENTE (ACAO C) VAI
000180*      PARA O ACESSONEG.LOG, UMA LINHA POR RECUSA, PARA REVISAO;
000190*      OS RELATORIOS SO OMITEM OS CLIENTES DE FORA (ACAO V).
000200*      O LEIAUTE DA AREA DE COMUNICACAO ESTA NO AREA-CARTEIRA.CPY.
000210
000220 ENVIRONMENT DIVISION.
000230 SPECIAL-NAMES.
000240     DECIMAL-POINT IS COMMA.
000250
000260 FILE-CONTROL.
000270     SELECT ARQ-OPER-VENDEDOR ASSIGN TO DISK WID-ARQ-OPER-VEN
000280            ORGANIZATION     IS INDEXED
000290            RECORD KEY       IS OPV-OPERADOR
000300            ACCESS MODE      IS DYNAMIC
000310            LOCK MODE        IS MANUAL
000320            FILE STATUS      IS WS-RESULTADO-OPV.
000330
000340     SELECT ARQ-EQUIPE ASSIGN TO DISK WID-ARQ-EQUIPE
000350            ORGANIZATION     IS INDEXED
000360            RECORD KEY       IS EQP-VEN-CODIGO
000370            ACCESS MODE      IS DYNAMIC
000380            LOCK MODE        IS MANUAL
000390            FILE STATUS      IS WS-RESULTADO-EQP.
000400
000410     SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
000420            ORGANIZATION     IS INDEXED
000430            RECORD KEY       IS DM-CLI-CODIGO
000440            ACCESS MODE      IS DYNAMIC
000450            LOCK MODE        IS MANUAL
000460            FILE STATUS      IS WS-RESULTADO-MEST.
000470
000480     SELECT ARQ-COBERTURA ASSIGN TO "COBERTURA.CSV"
000490            ORGANIZATION IS LINE SEQUENTIAL
000500            FILE STATUS  IS WS-RESULTADO-CBT.
000510
000520     SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
000530            ORGANIZATION IS LINE SEQUENTIAL
000540            FILE STATUS  IS WS-RESULTADO-OPE.
000550
000560     SELECT ARQ-ACESSO-NEG ASSIGN TO "ACESSONEG.LOG"
000570            ORGANIZATION IS LINE SEQUENTIAL
000580            FILE STATUS  IS WS-RESULTADO-NEG.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 COPY "ARQ-OPER-VENDEDOR.FD".
000630
000640 COPY "ARQ-EQUIPE.FD".
000650
000660 COPY "ARQ-DIST-MEST.FD".
000670
000680 FD ARQ-COBERTURA.
000690    01 REGISTRO-COBERTURA.
000700       02 CBT-CLI-CODIGO        PIC 9(07).
000710       02 FILLER                PIC X(01).
000720       02 CBT-CLI-RAZAO-SOCIAL  PIC X(40).
000730       02 FILLER                PIC X(01).
000740       02 CBT-VEN-AUSENTE       PIC 9(03).
000750       02 FILLER                PIC X(01).
000760       02 CBT-VEN-COBERTURA     PIC 9(03).
000770       02 FILLER                PIC X(01).
000780       02 CBT-DATA-INICIO       PIC X(10).
000790       02 FILLER                PIC X(01).
000800       02 CBT-DATA-FIM          PIC X(10).
000810
000820 COPY "ARQ-CTL-OPERADOR.FD".
000830
000840* UMA LINHA POR CLIENTE RECUSADO: DATA, HORA, OPERADOR,
000850* PROGRAMA, CLIENTE E A CARTEIRA DO OPERADOR (TIPO + CODIGO).
000860 FD ARQ-ACESSO-NEG.
000870    01 REG-ACESSO-NEG.
000880       02 NEG-DATA              PIC X(10).
000890       02 FILLER                PIC X(01) VALUE ";".
000900       02 NEG-HORA              PIC 9(08).
000910       02 FILLER                PIC X(01) VALUE ";".
000920       02 NEG-OPERADOR          PIC X(08).
000930       02 FILLER                PIC X(01) VALUE ";".
000940       02 NEG-PROGRAMA          PIC X(08).
000950       02 FILLER                PIC X(01) VALUE ";".
000960       02 NEG-CLI-CODIGO        PIC 9(07).
000970       02 FILLER                PIC X(01) VALUE ";".
000980       02 NEG-TIPO              PIC X(01).
000990       02 FILLER                PIC X(01) VALUE ";".
001000       02 NEG-CODIGO            PIC 9(03).
001010
001020 WORKING-STORAGE SECTION.
001030 77 WID-ARQ-OPER-VEN      PIC X(50) VALUE SPACES.
001040 77 WID-ARQ-EQUIPE        PIC X(50) VALUE SPACES.
001050 77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
001060 77 WS-RESULTADO-OPV      PIC 9(02) VALUE ZEROS.
001070 77 WS-RESULTADO-EQP      PIC 9(02) VALUE ZEROS.
001080 77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
001090 77 WS-RESULTADO-CBT      PIC 9(02) VALUE ZEROS.
001100 77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
001110 77 WS-RESULTADO-NEG      PIC 9(02) VALUE ZEROS.
001120 77 WS-RESTRITO           PIC X(01) VALUE "N".
001130 77 WS-OPERADOR           PIC X(08) VALUE SPACES.
001140 77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
001150 77 WS-CARTEIRA-TIPO      PIC X(01) VALUE SPACES.
001160 77 WS-CARTEIRA-CODIGO    PIC 9(03) VALUE ZEROS.
001170 77 WS-TITULAR            PIC 9(03) VALUE ZEROS.
001180 77 WS-HOJE-NUM           PIC 9(08) VALUE ZEROS.
001190 77 WS-DATA-NUM           PIC 9(08) VALUE ZEROS.
001200 77 WS-QTD-COB            PIC 9(04) VALUE ZEROS.
001210 77 WS-IDX-COB            PIC 9(04) VALUE ZEROS.
001220
001230* VENDEDORES DA CARTEIRA, MARCADOS PELO CODIGO.
001240 01 WS-TAB-CARTEIRA.
001250    02 WS-VEN-CARTEIRA OCCURS 999 PIC X(01).
001260
001270* CLIENTES EM COBERTURA HOJE COM UM VENDEDOR DA CARTEIRA.
001280 01 WS-TAB-COBERTURA.
001290    02 WS-COB-CLI-CODIGO OCCURS 5000 PIC 9(07).
001300
001310 LINKAGE SECTION.
001320 COPY "AREA-CARTEIRA.cpy".
001330
001340 PROCEDURE DIVISION USING AREA-CARTEIRA.
001350
001360 INICIO.
001370     IF CART-ACAO = "I"
001380        PERFORM MONTA-CARTEIRA THRU F-MONTA-CARTEIRA
001390     ELSE
001400        PERFORM VERIFICA-CLIENTE THRU F-VERIFICA-CLIENTE
001410        IF CART-ACAO = "C" AND CART-RESULTADO = "N"
001420           PERFORM REGISTRA-RECUSA THRU F-REGISTRA-RECUSA
001430        END-IF
001440     END-IF
001450     MOVE WS-RESTRITO TO CART-RESTRITO
001460     MOVE WS-OPERADOR TO CART-OPERADOR
001470     GOBACK.
001480
001490* SESSAO DO OPERADOR (OPERADOR.CTL, PROG24) E VINCULO NO
001500* OPERVEN.DAT; SO O NIVEL 1 VINCULADO FICA RESTRITO.
001510 MONTA-CARTEIRA.
001520     MOVE "N"    TO WS-RESTRITO
001530     MOVE SPACES TO WS-OPERADOR
001540     MOVE ZEROS  TO WS-OPERADOR-NIVEL
001550     MOVE SPACES TO WS-CARTEIRA-TIPO
001560     MOVE ZEROS  TO WS-CARTEIRA-CODIGO
001570     MOVE ZEROS  TO WS-QTD-COB
001580     MOVE SPACES TO WS-TAB-CARTEIRA
001590     OPEN INPUT ARQ-CTL-OPERADOR
001600     IF WS-RESULTADO-OPE = 00
001610        READ ARQ-CTL-OPERADOR
001620           AT END
001630              CONTINUE
001640           NOT AT END
001650              MOVE OPE-CODIGO TO WS-OPERADOR
001660              MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
001670        END-READ
001680        CLOSE ARQ-CTL-OPERADOR
001690     END-IF
001700     IF WS-OPERADOR-NIVEL NOT = 1
001710        GO TO F-MONTA-CARTEIRA
001720     END-IF
001730     MOVE "OPERVEN.DAT" TO WID-ARQ-OPER-VEN
001740     OPEN INPUT ARQ-OPER-VENDEDOR
001750     IF WS-RESULTADO-OPV NOT = 00
001760        GO TO F-MONTA-CARTEIRA
001770     END-IF
001780     MOVE WS-OPERADOR TO OPV-OPERADOR
001790     READ ARQ-OPER-VENDEDOR
001800     IF WS-RESULTADO-OPV NOT = 00
001810        CLOSE ARQ-OPER-VENDEDOR
001820        GO TO F-MONTA-CARTEIRA
001830     END-IF
001840     MOVE OPV-TIPO   TO WS-CARTEIRA-TIPO
001850     MOVE OPV-CODIGO TO WS-CARTEIRA-CODIGO
001860     CLOSE ARQ-OPER-VENDEDOR
001870     MOVE "S" TO WS-RESTRITO
001880     IF WS-CARTEIRA-TIPO = "S"
001890        PERFORM CARREGA-EQUIPE THRU F-CARREGA-EQUIPE
001900     ELSE
001910        IF WS-CARTEIRA-CODIGO > ZEROS
001920           MOVE "S" TO WS-VEN-CARTEIRA(WS-CARTEIRA-CODIGO)
001930        END-IF
001940     END-IF
001950     PERFORM CARREGA-COBERTURA THRU F-CARREGA-COBERTURA.
001960 F-MONTA-CARTEIRA. EXIT.
001970
001980* VENDEDORES QUE RESPONDEM HOJE AO SUPERVISOR; SEM EQUIPE.DAT
001990* A CARTEIRA FICA VAZIA E O OPERADOR NAO VE CLIENTE NENHUM.
002000 CARREGA-EQUIPE.
002010     MOVE "EQUIPE.DAT" TO WID-ARQ-EQUIPE
002020     OPEN INPUT ARQ-EQUIPE
002030     IF WS-RESULTADO-EQP NOT = 00
002040        GO TO F-CARREGA-EQUIPE
002050     END-IF
002060     MOVE ZEROS TO EQP-VEN-CODIGO
002070     START ARQ-EQUIPE KEY NOT LESS EQP-VEN-CODIGO
002080     IF WS-RESULTADO-EQP = 00
002090        PERFORM UNTIL EXIT
002100           READ ARQ-EQUIPE NEXT AT END
002110              EXIT PERFORM
002120           END-READ
002130           IF EQP-SUP-CODIGO = WS-CARTEIRA-CODIGO
002140              AND EQP-VEN-CODIGO > ZEROS
002150              MOVE "S" TO WS-VEN-CARTEIRA(EQP-VEN-CODIGO)
002160           END-IF
002170        END-PERFORM
002180     END-IF
002190     CLOSE ARQ-EQUIPE.
002200 F-CARREGA-EQUIPE. EXIT.
002210
002220* SO AS COBERTURAS CUJA JANELA INCLUI HOJE E CUJO COBRIDOR ESTA
002230* NA CARTEIRA: UM COBERTURA.CSV DE OUTRO DIA NAO REABRE
002240* COBERTURA JA ENCERRADA.
002250 CARREGA-COBERTURA.
002260     MOVE CART-DATA(7:4) TO WS-HOJE-NUM(1:4)
002270     MOVE CART-DATA(4:2) TO WS-HOJE-NUM(5:2)
002280     MOVE CART-DATA(1:2) TO WS-HOJE-NUM(7:2)
002290     OPEN INPUT ARQ-COBERTURA
002300     IF WS-RESULTADO-CBT NOT = 00
002310        GO TO F-CARREGA-COBERTURA
002320     END-IF
002330     PERFORM UNTIL EXIT
002340        READ ARQ-COBERTURA AT END
002350           EXIT PERFORM
002360        END-READ
002370        IF CBT-VEN-COBERTURA NOT NUMERIC
002380           OR CBT-VEN-COBERTURA = ZEROS
002390           EXIT PERFORM CYCLE
002400        END-IF
002410        IF WS-VEN-CARTEIRA(CBT-VEN-COBERTURA) NOT = "S"
002420           EXIT PERFORM CYCLE
002430        END-IF
002440        MOVE CBT-DATA-INICIO(7:4) TO WS-DATA-NUM(1:4)
002450        MOVE CBT-DATA-INICIO(4:2) TO WS-DATA-NUM(5:2)
002460        MOVE CBT-DATA-INICIO(1:2) TO WS-DATA-NUM(7:2)
002470        IF WS-DATA-NUM > WS-HOJE-NUM
002480           EXIT PERFORM CYCLE
002490        END-IF
002500        MOVE CBT-DATA-FIM(7:4) TO WS-DATA-NUM(1:4)
002510        MOVE CBT-DATA-FIM(4:2) TO WS-DATA-NUM(5:2)
002520        MOVE CBT-DATA-FIM(1:2) TO WS-DATA-NUM(7:2)
002530        IF WS-DATA-NUM NOT < WS-HOJE-NUM
002540           AND WS-QTD-COB < 5000
002550           ADD 1 TO WS-QTD-COB
002560           MOVE CBT-CLI-CODIGO TO WS-COB-CLI-CODIGO(WS-QTD-COB)
002570        END-IF
002580     END-PERFORM
002590     CLOSE ARQ-COBERTURA.
002600 F-CARREGA-COBERTURA. EXIT.
002610
002620* CLIENTE LIBERADO QUANDO O OPERADOR NAO E RESTRITO, QUANDO O
002630* TITULAR ESTA NA CARTEIRA OU QUANDO UM VENDEDOR DA CARTEIRA O
002640* COBRE HOJE. CLIENTE SEM TITULAR NO DISTMEST.DAT (AINDA NAO
002650* DISTRIBUIDO) SO E LIBERADO PELA COBERTURA.
002660 VERIFICA-CLIENTE.
002670     MOVE "S" TO CART-RESULTADO
002680     IF WS-RESTRITO NOT = "S"
002690        GO TO F-VERIFICA-CLIENTE
002700     END-IF
002710     MOVE CART-VEN-TITULAR TO WS-TITULAR
002720     IF WS-TITULAR = ZEROS
002730        PERFORM BUSCA-TITULAR THRU F-BUSCA-TITULAR
002740     END-IF
002750     IF WS-TITULAR > ZEROS
002760        IF WS-VEN-CARTEIRA(WS-TITULAR) = "S"
002770           GO TO F-VERIFICA-CLIENTE
002780        END-IF
002790     END-IF
002800     PERFORM VARYING WS-IDX-COB FROM 1 BY 1
002810             UNTIL WS-IDX-COB > WS-QTD-COB
002820        IF WS-COB-CLI-CODIGO(WS-IDX-COB) = CART-CLI-CODIGO
002830           EXIT PERFORM
002840        END-IF
002850     END-PERFORM
002860     IF WS-IDX-COB > WS-QTD-COB
002870        MOVE "N" TO CART-RESULTADO
002880     END-IF.
002890 F-VERIFICA-CLIENTE. EXIT.
002900
002910 BUSCA-TITULAR.
002920     MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
002930     OPEN INPUT ARQ-DIST-MEST
002940     IF WS-RESULTADO-MEST = 00
002950        MOVE CART-CLI-CODIGO TO DM-CLI-CODIGO
002960        READ ARQ-DIST-MEST
002970        IF WS-RESULTADO-MEST = 00
002980           MOVE DM-VEN-CODIGO TO WS-TITULAR
002990        END-IF
003000        CLOSE ARQ-DIST-MEST
003010     END-IF.
003020 F-BUSCA-TITULAR. EXIT.
003030
003040 REGISTRA-RECUSA.
003050     OPEN EXTEND ARQ-ACESSO-NEG
003060     IF WS-RESULTADO-NEG NOT = 00
003070        OPEN OUTPUT ARQ-ACESSO-NEG
003080     END-IF
003090     IF WS-RESULTADO-NEG NOT = 00
003100        GO TO F-REGISTRA-RECUSA
003110     END-IF
003120     MOVE CART-DATA          TO NEG-DATA
003130     ACCEPT NEG-HORA FROM TIME
003140     MOVE WS-OPERADOR        TO NEG-OPERADOR
003150     MOVE CART-PROGRAMA      TO NEG-PROGRAMA
003160     MOVE CART-CLI-CODIGO    TO NEG-CLI-CODIGO
003170     MOVE WS-CARTEIRA-TIPO   TO NEG-TIPO
003180     MOVE WS-CARTEIRA-CODIGO TO NEG-CODIGO
003190     WRITE REG-ACESSO-NEG
003200     CLOSE ARQ-ACESSO-NEG.
003210 F-REGISTRA-RECUSA. EXIT.
