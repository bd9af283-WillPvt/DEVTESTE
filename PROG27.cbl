       FD ARQ-DIST-TRAB.
          01 REGISTRO-DIST-TRAB         PIC X(260).

       COPY "ARQ-LOG-LGPD.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
           MOVE WS-CODIGO-INFORMADO TO LGPD-CLI-CODIGO
           MOVE WS-OPERADOR-ATUAL   TO LGPD-OPERADOR
           MOVE "ANONIMIZADO"       TO LGPD-ACAO
           MOVE SPACES              TO LGPD-SOLICITANTE
           MOVE SPACES              TO LGPD-REFERENCIA
           WRITE REG-LOG-LGPD
           CLOSE ARQ-LOG-LGPD.
       F-GRAVA-LOG-LGPD. EXIT.
