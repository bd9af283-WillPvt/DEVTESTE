      * JA ENVIOU UMA INTERFACE MONTADA SOBRE A RODADA ERRADA
      * (ENVIOFAT.CTL COM DATA IGUAL OU POSTERIOR A RODADA), O
      * ESTORNO E RECUSADO E DIZ O PORQUE - O ERP PRECISA SER
      * TRATADO PRIMEIRO. A RODADA E UNICA PARA TODAS AS EMPRESAS,
      * ENTAO O CONTROLE DE ENVIO DE CADA EMPRESA CADASTRADA NO
      * EMPRESA.DAT (ENVIOFAT-Enn.CTL) TAMBEM E CONFERIDO.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           SELECT ARQ-CTL-GER-TRAB ASSIGN TO "GERTRAB.TMP"
                  ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-ENVIO ASSIGN TO DISK WID-ARQ-CTL-ENVIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-ENV.

           SELECT ARQ-EMPRESA ASSIGN TO DISK WID-ARQ-EMPRESA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS EMP-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-EMP.

           SELECT ARQ-EXCECAO ASSIGN TO DISK WS-LOCAL-ARQ-EXCECAO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXCE.
             02 FILLER               PIC X(01) VALUE ";".
             02 ENV-ULTIMA-QTD       PIC 9(07).

       COPY "ARQ-EMPRESA.FD".

       FD ARQ-EXCECAO-ANT.
          01 REG-EXCECAO-ANT       PIC X(110).

       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-GERD     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ENV      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EMP      PIC 9(02) VALUE ZEROS.
       77 WID-ARQ-CTL-ENVIO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-EMPRESA       PIC X(50) VALUE SPACES.
       77 WS-ENVIO-LIDO         PIC 9(08) VALUE ZEROS.
       77 WS-RESULTADO-EXCE     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXCA     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
           END-IF.
       F-LOCALIZA-GERACOES. EXIT.

      * O ENVIO MAIS RECENTE ENTRE TODAS AS EMPRESAS: ENVIOFAT.CTL DA
      * EMPRESA 01 E ENVIOFAT-Enn.CTL DAS DEMAIS DO EMPRESA.DAT.
       LE-CONTROLE-ENVIO.
           MOVE ZEROS TO WS-ENVIO-NUM
           MOVE "ENVIOFAT.CTL" TO WID-ARQ-CTL-ENVIO
           PERFORM LE-UM-CONTROLE-ENVIO THRU F-LE-UM-CONTROLE-ENVIO
           MOVE "EMPRESA.DAT" TO WID-ARQ-EMPRESA
           OPEN INPUT ARQ-EMPRESA
           IF WS-RESULTADO-EMP = 00
              MOVE 02 TO EMP-CODIGO
              START ARQ-EMPRESA KEY NOT LESS EMP-CODIGO
              IF WS-RESULTADO-EMP = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-EMPRESA NEXT AT END
                       EXIT PERFORM
                    END-READ
                    MOVE SPACES TO WID-ARQ-CTL-ENVIO
                    STRING "ENVIOFAT-E" EMP-CODIGO ".CTL"
                           DELIMITED BY SIZE INTO WID-ARQ-CTL-ENVIO
                    PERFORM LE-UM-CONTROLE-ENVIO
                       THRU F-LE-UM-CONTROLE-ENVIO
                 END-PERFORM
              END-IF
              CLOSE ARQ-EMPRESA
           END-IF.
       F-LE-CONTROLE-ENVIO. EXIT.

       LE-UM-CONTROLE-ENVIO.
           MOVE ZEROS TO WS-ENVIO-LIDO
           OPEN INPUT ARQ-CTL-ENVIO
           IF WS-RESULTADO-ENV = 00
              READ ARQ-CTL-ENVIO
                       AND ENV-ULTIMA-DATA(4:2) NUMERIC
                       AND ENV-ULTIMA-DATA(7:4) NUMERIC
                       MOVE ENV-ULTIMA-DATA(7:4)
                          TO WS-ENVIO-LIDO(1:4)
                       MOVE ENV-ULTIMA-DATA(4:2)
                          TO WS-ENVIO-LIDO(5:2)
                       MOVE ENV-ULTIMA-DATA(1:2)
                          TO WS-ENVIO-LIDO(7:2)
                    END-IF
              END-READ
              CLOSE ARQ-CTL-ENVIO
           END-IF
           IF WS-ENVIO-LIDO > WS-ENVIO-NUM
              MOVE WS-ENVIO-LIDO TO WS-ENVIO-NUM
           END-IF.
       F-LE-UM-CONTROLE-ENVIO. EXIT.

       RESTAURA-DIST.
           MOVE SPACES TO WS-LOCAL-ARQ-GER
