000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. VERIFICA-PERIODO INITIAL.
000030 AUTHOR. WILKSON SILVA.
000040 DATE-WRITTEN. 15/10/2026.
000050*      ******** TRAVA DE PERIODO FECHADO *********
000060*      DIZ SE A DATA DE UM MOVIMENTO (DD/MM/AAAA) CAI NUMA
000070*      COMPETENCIA JA FECHADA NO PERIODO.DAT PELO FECHAMENTO
000080*      MENSAL (PROG69). CHAMADA PELOS PROGRAMAS QUE GRAVAM
000090*      MOVIMENTO COM DATA (PROG19, PROG63, PROG32) E PELO
000100*      CALCULO DE COMISSOES (PROG33) ANTES DE MEXER NUM MES.
000110*      RESULTADO: S = PERIODO FECHADO (RECUSAR O MOVIMENTO),
000120*                 N = PERIODO ABERTO OU REABERTO.
000130*      SEM O PERIODO.DAT (NENHUM MES FECHADO AINDA) OU COM A
000140*      DATA ILEGIVEL O PERIODO E TRATADO COMO ABERTO - A DATA
000150*      ILEGIVEL CONTINUA SENDO TRATADA POR QUEM CHAMA.
000160
000170 ENVIRONMENT DIVISION.
000180 SPECIAL-NAMES.
000190     DECIMAL-POINT IS COMMA.
000200
000210 FILE-CONTROL.
000220     SELECT ARQ-PERIODO ASSIGN TO DISK WID-ARQ-PERIODO
000230            ORGANIZATION     IS INDEXED
000240            RECORD KEY       IS PER-COMPETENCIA
000250            ACCESS MODE      IS DYNAMIC
000260            LOCK MODE        IS MANUAL
000270            FILE STATUS      IS WS-RESULTADO-PER.
000280
000290 DATA DIVISION.
000300 FILE SECTION.
000310 COPY "ARQ-PERIODO.FD".
000320
000330 WORKING-STORAGE SECTION.
000340 77 WID-ARQ-PERIODO       PIC X(50) VALUE SPACES.
000350 77 WS-RESULTADO-PER      PIC 9(02) VALUE ZEROS.
000360
000370 LINKAGE SECTION.
000380 77 LK-DATA-MOVIMENTO     PIC X(10).
000390 77 LK-FECHADO            PIC X(01).
000400
000410 PROCEDURE DIVISION USING LK-DATA-MOVIMENTO
000420                          LK-FECHADO.
000430
000440 INICIO.
000450     MOVE "N" TO LK-FECHADO
000460     IF LK-DATA-MOVIMENTO(4:2) NOT NUMERIC
000470        OR LK-DATA-MOVIMENTO(7:4) NOT NUMERIC
000480        GOBACK
000490     END-IF
000500     MOVE "PERIODO.DAT" TO WID-ARQ-PERIODO
000510     OPEN INPUT ARQ-PERIODO
000520     IF WS-RESULTADO-PER NOT = 00
000530        GOBACK
000540     END-IF
000550     MOVE LK-DATA-MOVIMENTO(7:4) TO PER-COMPETENCIA(1:4)
000560     MOVE LK-DATA-MOVIMENTO(4:2) TO PER-COMPETENCIA(5:2)
000570     READ ARQ-PERIODO
000580     IF WS-RESULTADO-PER = 00 AND PER-SITUACAO = "F"
000590        MOVE "S" TO LK-FECHADO
000600     END-IF
000610     CLOSE ARQ-PERIODO
000620     GOBACK.
