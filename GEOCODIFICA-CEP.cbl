000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. GEOCODIFICA-CEP INITIAL.
000030 AUTHOR. WILKSON SILVA.
000040 DATE-WRITTEN. 15/10/2026.
000050*      ******** COORDENADAS APROXIMADAS PELO CEP *********
000060*      PROCURA O CEP INFORMADO NA TABELA DE REFERENCIA
000070*      CEPGEO.CSV (MANTIDA A MAO, UMA FAIXA DE CEP POR LINHA COM
000080*      A COORDENADA CENTRAL DA FAIXA) E DEVOLVE LATITUDE E
000090*      LONGITUDE DA PRIMEIRA FAIXA QUE CONTEM O CEP. LEIAUTE DA
000100*      LINHA: CEP INICIAL (8) ; CEP FINAL (8) ; LATITUDE ;
000110*      LONGITUDE, AS COORDENADAS COM SINAL NA FRENTE E 3 INTEIROS
000120*      + 8 DECIMAIS SEM VIRGULA (EX.: -02355052000 = -23,55052).
000130*      RETORNO "S" = ACHOU; "N" = CEP ZERADO, FORA DE QUALQUER
000140*      FAIXA OU TABELA INEXISTENTE (COORDENADAS DEVOLVIDAS ZERO).
000150*      USADA NA GEOCODIFICACAO DE PROSPECTS (PROG46 E PROG83).
000160
000170 ENVIRONMENT DIVISION.
000180 SPECIAL-NAMES.
000190     DECIMAL-POINT IS COMMA.
000200
000210 FILE-CONTROL.
000220     SELECT ARQ-CEP-GEO ASSIGN TO "CEPGEO.CSV"
000230            ORGANIZATION IS LINE SEQUENTIAL
000240            FILE STATUS  IS WS-RESULTADO-CEPG.
000250
000260 DATA DIVISION.
000270 FILE SECTION.
000280 FD ARQ-CEP-GEO.
000290    01 REG-CEP-GEO.
000300       02 CEPG-CEP-INI       PIC 9(08).
000310       02 FILLER             PIC X(01).
000320       02 CEPG-CEP-FIM       PIC 9(08).
000330       02 FILLER             PIC X(01).
000340       02 CEPG-LATITUDE      PIC S9(03)V9(08)
000350                             SIGN IS LEADING SEPARATE.
000360       02 FILLER             PIC X(01).
000370       02 CEPG-LONGITUDE     PIC S9(03)V9(08)
000380                             SIGN IS LEADING SEPARATE.
000390
000400 WORKING-STORAGE SECTION.
000410 77 WS-RESULTADO-CEPG     PIC 9(02) VALUE ZEROS.
000420
000430 LINKAGE SECTION.
000440 77 GEO-CEP               PIC 9(08).
000450 77 GEO-LATITUDE          PIC S9(03)V9(08).
000460 77 GEO-LONGITUDE         PIC S9(03)V9(08).
000470 77 GEO-RETORNO           PIC X(01).
000480
000490 PROCEDURE DIVISION USING GEO-CEP
000500                          GEO-LATITUDE
000510                          GEO-LONGITUDE
000520                          GEO-RETORNO.
000530
000540 GEOCODIFICA-CEP.
000550     MOVE "N"   TO GEO-RETORNO
000560     MOVE ZEROS TO GEO-LATITUDE
000570     MOVE ZEROS TO GEO-LONGITUDE
000580     IF GEO-CEP = ZEROS
000590        GO TO F-GEOCODIFICA-CEP
000600     END-IF
000610     OPEN INPUT ARQ-CEP-GEO
000620     IF WS-RESULTADO-CEPG NOT = 00
000630        GO TO F-GEOCODIFICA-CEP
000640     END-IF
000650     PERFORM UNTIL EXIT
000660        READ ARQ-CEP-GEO AT END
000670           EXIT PERFORM
000680        END-READ
000690        IF CEPG-CEP-INI NUMERIC AND CEPG-CEP-FIM NUMERIC
000700           AND GEO-CEP NOT < CEPG-CEP-INI
000710           AND GEO-CEP NOT > CEPG-CEP-FIM
000720           MOVE CEPG-LATITUDE  TO GEO-LATITUDE
000730           MOVE CEPG-LONGITUDE TO GEO-LONGITUDE
000740           MOVE "S" TO GEO-RETORNO
000750           EXIT PERFORM
000760        END-IF
000770     END-PERFORM
000780     CLOSE ARQ-CEP-GEO.
000790 F-GEOCODIFICA-CEP. EXIT.
000800     GOBACK.
