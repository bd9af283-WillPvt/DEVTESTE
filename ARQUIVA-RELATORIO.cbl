000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. ARQUIVA-RELATORIO INITIAL.
000030 AUTHOR. WILKSON SILVA.
000040 DATE-WRITTEN. 15/10/2026.
000050*      ******** ARQUIVO DATADO DOS RELATORIOS EMITIDOS *********
000060*      CADA PROGRAMA DE RELATORIO GRAVA SEMPRE O MESMO ARQUIVO
000070*      (RCLIENTE.TXT, RCOMISSAO.TXT, ...) E A EMISSAO SEGUINTE
000080*      SOBREPOE A ANTERIOR. LOGO DEPOIS DE FECHAR O RELATORIO O
000090*      PROGRAMA EMISSOR CHAMA ESTA ROTINA, QUE COPIA O ARQUIVO
000100*      PARA UMA COPIA DATADA (RELARQ-AAAAMMDD-HHMMSSCC-PROG.TXT)
000110*      E REGISTRA A EMISSAO NO CATALOGO (RELCATALOGO.DAT) COM
000120*      PROGRAMA, DATA/HORA, OPERADOR DA SESSAO, PARAMETROS
000130*      INFORMADOS E QUANTIDADE DE PAGINAS. QUEM NAO CONTA PAGINAS
000140*      PASSA ZERO E A QUANTIDADE E ESTIMADA PELAS LINHAS (60 POR
000150*      PAGINA, A MESMA QUEBRA DOS RELATORIOS). CONSULTA E
000160*      REIMPRESSAO NO PROG74; RETENCAO NO PROG53 (FAMILIA
000170*      RELATORIO). O LEIAUTE DA AREA DE COMUNICACAO ESTA NO
000180*      AREA-RELARQ.CPY.
000190
000200 ENVIRONMENT DIVISION.
000210 SPECIAL-NAMES.
000220     DECIMAL-POINT IS COMMA.
000230
000240 FILE-CONTROL.
000250     SELECT ARQ-REL-ORIGEM ASSIGN TO DISK WS-LOCAL-ARQ-ORIGEM
000260            ORGANIZATION IS LINE SEQUENTIAL
000270            FILE STATUS  IS WS-RESULTADO-ORI.
000280
000290     SELECT ARQ-REL-COPIA ASSIGN TO DISK WS-LOCAL-ARQ-COPIA
000300            ORGANIZATION IS LINE SEQUENTIAL
000310            FILE STATUS  IS WS-RESULTADO-COP.
000320
000330     SELECT ARQ-REL-CATALOGO ASSIGN TO DISK WID-ARQ-REL-CATALOGO
000340            ORGANIZATION     IS INDEXED
000350            RECORD KEY       IS RCT-CHAVE
000360            ACCESS MODE      IS DYNAMIC
000370            LOCK MODE        IS MANUAL
000380            FILE STATUS      IS WS-RESULTADO-RCT.
000390
000400     SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
000410            ORGANIZATION IS LINE SEQUENTIAL
000420            FILE STATUS  IS WS-RESULTADO-OPE.
000430
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD ARQ-REL-ORIGEM.
000470    01 REG-REL-ORIGEM        PIC X(260).
000480
000490 FD ARQ-REL-COPIA.
000500    01 REG-REL-COPIA         PIC X(260).
000510
000520 COPY "ARQ-REL-CATALOGO.FD".
000530
000540 COPY "ARQ-CTL-OPERADOR.FD".
000550
000560 WORKING-STORAGE SECTION.
000570 77 WS-LOCAL-ARQ-ORIGEM   PIC X(50) VALUE SPACES.
000580 77 WS-LOCAL-ARQ-COPIA    PIC X(50) VALUE SPACES.
000590 77 WID-ARQ-REL-CATALOGO  PIC X(50) VALUE SPACES.
000600 77 WS-RESULTADO-ORI      PIC 9(02) VALUE ZEROS.
000610 77 WS-RESULTADO-COP      PIC 9(02) VALUE ZEROS.
000620 77 WS-RESULTADO-RCT      PIC 9(02) VALUE ZEROS.
000630 77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
000640 77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
000650 77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
000660 77 WS-HORA-EMISSAO       PIC 9(08) VALUE ZEROS.
000670 77 WS-QTD-LINHAS         PIC 9(07) VALUE ZEROS.
000680
000690 LINKAGE SECTION.
000700 COPY "AREA-RELARQ.cpy".
000710
000720 PROCEDURE DIVISION USING AREA-RELARQ.
000730
000740 INICIO.
000750     MOVE "S"    TO RLA-RESULTADO
000760     MOVE SPACES TO RLA-ARQUIVO-COPIA
000770     MOVE RLA-ARQUIVO TO WS-LOCAL-ARQ-ORIGEM
000780     OPEN INPUT ARQ-REL-ORIGEM
000790     IF WS-RESULTADO-ORI NOT = 00
000800        MOVE "N" TO RLA-RESULTADO
000810        GOBACK
000820     END-IF
000830     MOVE "RELCATALOGO.DAT" TO WID-ARQ-REL-CATALOGO
000840     OPEN I-O ARQ-REL-CATALOGO
000850     IF WS-RESULTADO-RCT = 35
000860        OPEN OUTPUT ARQ-REL-CATALOGO
000870        CLOSE ARQ-REL-CATALOGO
000880        OPEN I-O ARQ-REL-CATALOGO
000890     END-IF
000900     IF WS-RESULTADO-RCT NOT = 00
000910        MOVE "E" TO RLA-RESULTADO
000920        CLOSE ARQ-REL-ORIGEM
000930        GOBACK
000940     END-IF
000950
000960     PERFORM LE-OPERADOR     THRU F-LE-OPERADOR
000970     PERFORM MONTA-CHAVE     THRU F-MONTA-CHAVE
000980     PERFORM COPIA-RELATORIO THRU F-COPIA-RELATORIO
000990     IF RLA-RESULTADO = "S"
001000        PERFORM GRAVA-CATALOGO THRU F-GRAVA-CATALOGO
001010     END-IF
001020
001030     CLOSE ARQ-REL-ORIGEM
001040     CLOSE ARQ-REL-CATALOGO
001050     GOBACK.
001060
001070* CHAVE DO CATALOGO: DATA DA EMISSAO (RLA-DATA DD/MM/AAAA), HORA
001080* DO RELOGIO E PROGRAMA. DUAS EMISSOES DO MESMO PROGRAMA NO MESMO
001090* CENTESIMO NAO SE SOBREPOEM: A SEGUNDA AVANCA A HORA ATE ACHAR
001100* CHAVE LIVRE. O NOME DA COPIA SEGUE A CHAVE.
001110 MONTA-CHAVE.
001120     MOVE RLA-DATA(7:4) TO WS-DATA-AAAAMMDD(1:4)
001130     MOVE RLA-DATA(4:2) TO WS-DATA-AAAAMMDD(5:2)
001140     MOVE RLA-DATA(1:2) TO WS-DATA-AAAAMMDD(7:2)
001150     ACCEPT WS-HORA-EMISSAO FROM TIME
001160     PERFORM UNTIL EXIT
001170        MOVE WS-DATA-AAAAMMDD TO RCT-DATA-EMISSAO
001180        MOVE WS-HORA-EMISSAO  TO RCT-HORA-EMISSAO
001190        MOVE RLA-PROGRAMA     TO RCT-PROGRAMA
001200        READ ARQ-REL-CATALOGO
001210        IF WS-RESULTADO-RCT NOT = 00
001220           EXIT PERFORM
001230        END-IF
001240        ADD 1 TO WS-HORA-EMISSAO
001250     END-PERFORM
001260     MOVE SPACES TO WS-LOCAL-ARQ-COPIA
001270     STRING "RELARQ-" WS-DATA-AAAAMMDD "-" WS-HORA-EMISSAO "-"
001280                               DELIMITED BY SIZE
001290            RLA-PROGRAMA       DELIMITED BY SPACE
001300            ".TXT"             DELIMITED BY SIZE
001310            INTO WS-LOCAL-ARQ-COPIA.
001320 F-MONTA-CHAVE. EXIT.
001330
001340 COPIA-RELATORIO.
001350     MOVE ZEROS TO WS-QTD-LINHAS
001360     OPEN OUTPUT ARQ-REL-COPIA
001370     IF WS-RESULTADO-COP NOT = 00
001380        MOVE "E" TO RLA-RESULTADO
001390        GO TO F-COPIA-RELATORIO
001400     END-IF
001410     PERFORM UNTIL EXIT
001420        READ ARQ-REL-ORIGEM AT END
001430           EXIT PERFORM
001440        END-READ
001450        MOVE REG-REL-ORIGEM TO REG-REL-COPIA
001460        WRITE REG-REL-COPIA
001470        ADD 1 TO WS-QTD-LINHAS
001480     END-PERFORM
001490     CLOSE ARQ-REL-COPIA.
001500 F-COPIA-RELATORIO. EXIT.
001510
001520 GRAVA-CATALOGO.
001530     MOVE WS-DATA-AAAAMMDD   TO RCT-DATA-EMISSAO
001540     MOVE WS-HORA-EMISSAO    TO RCT-HORA-EMISSAO
001550     MOVE RLA-PROGRAMA       TO RCT-PROGRAMA
001560     MOVE RLA-DATA           TO RCT-DATA
001570     MOVE RLA-ARQUIVO        TO RCT-ARQUIVO-ORIGEM
001580     MOVE WS-LOCAL-ARQ-COPIA TO RCT-ARQUIVO-COPIA
001590     MOVE WS-OPERADOR-ATUAL  TO RCT-OPERADOR
001600     MOVE RLA-PARAMETROS     TO RCT-PARAMETROS
001610     IF RLA-PAGINAS > ZEROS
001620        MOVE RLA-PAGINAS TO RCT-PAGINAS
001630     ELSE
001640        COMPUTE RCT-PAGINAS = (WS-QTD-LINHAS + 59) / 60
001650     END-IF
001660     MOVE WS-QTD-LINHAS      TO RCT-LINHAS
001670     MOVE "A"                TO RCT-SITUACAO
001680     WRITE REGISTRO-REL-CATALOGO
001690     IF WS-RESULTADO-RCT NOT = 00
001700        MOVE "E" TO RLA-RESULTADO
001710     ELSE
001720        MOVE WS-LOCAL-ARQ-COPIA TO RLA-ARQUIVO-COPIA
001730     END-IF.
001740 F-GRAVA-CATALOGO. EXIT.
001750
001760* OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON
001770* PROG24); EM BRANCO QUANDO NAO HA SESSAO ABERTA.
001780 LE-OPERADOR.
001790     MOVE SPACES TO WS-OPERADOR-ATUAL
001800     OPEN INPUT ARQ-CTL-OPERADOR
001810     IF WS-RESULTADO-OPE = 00
001820        READ ARQ-CTL-OPERADOR
001830           AT END
001840              CONTINUE
001850           NOT AT END
001860              MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
001870        END-READ
001880        CLOSE ARQ-CTL-OPERADOR
001890     END-IF.
001900 F-LE-OPERADOR. EXIT.
