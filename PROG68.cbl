       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG68.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- REEMBOLSO MENSAL DE QUILOMETRAGEM -------
      * APURA O REEMBOLSO DE DESLOCAMENTO DOS VENDEDORES A PARTIR DAS
      * VISITAS REALIZADAS NA COMPETENCIA (VISITA.DAT, PROG40): PARA
      * CADA VENDEDOR E DIA COM VISITA REMONTA O CIRCUITO DO DIA,
      * SAINDO DA BASE DO VENDEDOR (VENDEDOR.DAT), PASSANDO PELOS
      * CLIENTES VISITADOS NA ORDEM DO VIZINHO MAIS PROXIMO (A MESMA
      * DO ROTEIRO DO PROG20) E VOLTANDO A BASE, E PAGA OS KM DO
      * CIRCUITO PELO VALOR DO KM INFORMADO. A DISTANCIA PODE SER
      * PONDERADA PARA RODOVIARIA (CALCULA-DISTANCIA-ROTA).
      * SAIDAS: DEMONSTRATIVO POR SUPERVISOR, VENDEDOR E DIA
      * (RKMREEMB.TXT) E O RESUMO PARA A FOLHA DE PAGAMENTO
      * (FOLHAKM-AAAAMM.DAT, AO LADO DA FOLHAPAG-AAAAMM.DAT DAS
      * COMISSOES DO PROG33).
      * COMO AS COMISSOES, O REEMBOLSO E DA EMPRESA DA SESSAO: SO
      * ENTRAM OS VENDEDORES DELA E A EMPRESA 02 EM DIANTE GRAVA
      * FOLHAKM-Enn-AAAAMM.DAT. SESSAO CONSOLIDADA (00) NAO APURA.
      * DIA COM KM ACIMA DO LIMITE PLAUSIVEL, COM CLIENTE VISITADO SEM
      * COORDENADA OU DE VENDEDOR SEM BASE CADASTRADA E MARCADO PARA
      * REVISAO DO SUPERVISOR: SAI COM O CIRCUITO DETALHADO E NA
      * LISTA FINAL DE REVISAO, E A FOLHA LEVA A QUANTIDADE DE DIAS
      * EM REVISAO DE CADA VENDEDOR.
      * RODA SEM TELA QUANDO HA LINHA DO PROG68 NO BATCH.PRM.

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

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VEN.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VIS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VIS.

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

           SELECT ARQ-KM-SORT ASSIGN TO "SORT".

           SELECT ARQ-KM-SAI ASSIGN TO "KMTRAB.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT ARQ-FOLHA-KM ASSIGN TO DISK WS-LOCAL-ARQ-FOLHA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-FOL.

           SELECT RELATORIO ASSIGN TO "RKMREEMB.TXT"
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

       COPY "ARQ-VENDEDOR.FD".

       COPY "ARQ-VISITA.FD".

       COPY "ARQ-SUPERVISOR.FD".

       COPY "ARQ-EQUIPE.FD".

      * UMA ENTRADA POR VISITA DA COMPETENCIA; VENDEDOR SEM EQUIPE
      * ENTRA COM SUPERVISOR 999 PARA SAIR NO FIM.
       SD ARQ-KM-SORT.
          01 REG-KM-SORT.
             02 KMS-SUP-CODIGO-SORT     PIC 9(03).
             02 KMS-VEN-CODIGO-SORT     PIC 9(03).
             02 KMS-DATA-NUM-SORT       PIC 9(08).
             02 KMS-CLI-CODIGO-SORT     PIC 9(07).
             02 KMS-DATA-SORT           PIC X(10).

       FD ARQ-KM-SAI.
          01 REG-KM-SAI.
             02 KMS-SUP-CODIGO-SAI      PIC 9(03).
             02 KMS-VEN-CODIGO-SAI      PIC 9(03).
             02 KMS-DATA-NUM-SAI        PIC 9(08).
             02 KMS-CLI-CODIGO-SAI      PIC 9(07).
             02 KMS-DATA-SAI            PIC X(10).

       FD ARQ-FOLHA-KM.
       01 LINHA-FOLHA-KM  PIC X(60).

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
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WID-ARQ-VISITA        PIC X(50) VALUE SPACES.
       77 WID-ARQ-SUPERVISOR    PIC X(50) VALUE SPACES.
       77 WID-ARQ-EQUIPE        PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-FOLHA    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VIS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SUP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EQP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-FOL      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-SUFIXO-EMPRESA     PIC X(04) VALUE SPACES.
       77 WS-EXISTE-SUPERVISOR  PIC X(01) VALUE "N".
       77 WS-EXISTE-EQUIPE      PIC X(01) VALUE "N".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

      * PARAMETROS DA APURACAO (TELA OU BATCH.PRM).
       77 WS-ANO-CALCULO        PIC 9(04) VALUE ZEROS.
       77 WS-MES-CALCULO        PIC 9(02) VALUE ZEROS.
       77 WS-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77 WS-MES-ANO            PIC X(07) VALUE SPACES.
       77 WS-VALOR-KM           PIC 9(02)V9(02) VALUE ZEROS.
       77 WS-REL-VALOR-KM       PIC Z9,99.
       77 WS-KM-MAXIMO-DIA      PIC 9(04) VALUE ZEROS.
       77 WS-USA-FATOR-ROTA     PIC X(01) VALUE SPACES.

      * QUEBRAS DO ARQUIVO CLASSIFICADO.
       77 WS-PRIMEIRO           PIC X(01) VALUE "S".
       77 WS-SUP-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-VEN-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-DATA-ANTERIOR      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-DIA           PIC X(10) VALUE SPACES.

      * VENDEDOR EM PAUTA.
       77 WS-VEN-CPF            PIC 9(11) VALUE ZEROS.
       77 WS-VEN-SEM-BASE       PIC X(01) VALUE "N".
       77 WS-VEN-LAT-BASE       PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-VEN-LON-BASE       PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-VEN-DIAS           PIC 9(03) VALUE ZEROS.
       77 WS-VEN-VISITAS        PIC 9(04) VALUE ZEROS.
       77 WS-VEN-KM             PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-VEN-VALOR          PIC 9(09)V9(02) VALUE ZEROS.
       77 WS-VEN-REVISAR        PIC 9(03) VALUE ZEROS.

      * DIA EM PAUTA: VISITAS LIDAS, CLIENTES DO CIRCUITO E MOTIVO
      * DA MARCACAO PARA REVISAO (BRANCO = DIA NORMAL).
       77 WS-VISITAS-DIA        PIC 9(03) VALUE ZEROS.
       77 WS-QTD-DIA            PIC 9(03) VALUE ZEROS.
       77 WS-MOTIVO-DIA         PIC X(25) VALUE SPACES.
       77 WS-KM-DIA             PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-KM-RETORNO         PIC 9(05)V9(02) VALUE ZEROS.
       77 WS-VALOR-DIA          PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-QTD-VISITADOS      PIC 9(03) VALUE ZEROS.
       77 WS-IDX                PIC 9(03) VALUE ZEROS.
       77 WS-IDX-PROXIMO        PIC 9(03) VALUE ZEROS.
       77 WS-MENOR-DISTANCIA    PIC S9(05)V9(08) VALUE ZEROS.
       77 WS-POS-LAT            PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-POS-LON            PIC S9(03)V9(08) VALUE ZEROS.
       77 WS-JA-NO-DIA          PIC X(01) VALUE "N".

      * TOTAIS DA APURACAO.
       77 WS-TOTAL-VISITAS      PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-VENDEDORES   PIC 9(04) VALUE ZEROS.
       77 WS-TOTAL-DIAS         PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-REVISAR      PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-KM           PIC 9(07)V9(02) VALUE ZEROS.
       77 WS-TOTAL-VALOR        PIC 9(09)V9(02) VALUE ZEROS.

      * HAVERSINE EM KM; A E C COM MAIS CASAS PARA NAO ZERAR OS
      * TRECHOS CURTOS DENTRO DA MESMA CIDADE.
       77 LAT1                  PIC S9(03)V9(08).
       77 LON1                  PIC S9(03)V9(08).
       77 LAT2                  PIC S9(03)V9(08).
       77 LON2                  PIC S9(03)V9(08).
       77 DLAT                  PIC S9(03)V9(08).
       77 DLON                  PIC S9(03)V9(08).
       77 A                     PIC S9(02)V9(16).
       77 C                     PIC S9(02)V9(16).
       77 D                     PIC S9(09)V9(08).
       77 R                     PIC S9(09)V9(08).
       77 WS-DIST-CALCULADA     PIC S9(05)V9(08).
       77 WS-DIST-RETA          PIC S9(03)V9(08).
       77 WS-DIST-RODOVIARIA    PIC S9(03)V9(08).

      * CLIENTES DO DIA, NA ORDEM DE CLASSIFICACAO; WS-DIA-ORDEM
      * GUARDA A ORDEM EM QUE O CIRCUITO OS PERCORREU E WS-DIA-TRECHO
      * O KM DO TRECHO QUE CHEGOU A CADA UM.
       01 WS-TAB-DIA.
          02 WS-DIA-ENTRADA OCCURS 100.
             03 WS-DIA-CLI-CODIGO       PIC 9(07).
             03 WS-DIA-CLI-NOME         PIC X(40).
             03 WS-DIA-LATITUDE         PIC S9(03)V9(08).
             03 WS-DIA-LONGITUDE        PIC S9(03)V9(08).
             03 WS-DIA-VISITADO         PIC X(01).
             03 WS-DIA-TRECHO           PIC 9(05)V9(02).
             03 WS-DIA-ORDEM            PIC 9(03).

      * DIAS MARCADOS PARA REVISAO, LISTADOS NO FIM DO DEMONSTRATIVO.
       77 WS-QTD-REVISAO        PIC 9(03) VALUE ZEROS.
       01 WS-TAB-REVISAO.
          02 WS-REV-ENTRADA OCCURS 500.
             03 WS-REV-SUP-CODIGO       PIC 9(03).
             03 WS-REV-VEN-CODIGO       PIC 9(03).
             03 WS-REV-DATA             PIC X(10).
             03 WS-REV-KM               PIC 9(05)V9(02).
             03 WS-REV-MOTIVO           PIC X(25).

      * LINHA DO RESUMO PARA A FOLHA (MESMO SEPARADOR DA FOLHAPAG):
      * CODIGO E CPF DO VENDEDOR, COMPETENCIA AAAAMM, KM DO MES,
      * VALOR DO REEMBOLSO, DIAS EM REVISAO E TIPO K (QUILOMETRAGEM).
       01 REG-FOLHA-KM.
          02 FKM-VEN-CODIGO     PIC 9(03).
          02 FILLER             PIC X(01) VALUE ";".
          02 FKM-VEN-CPF        PIC 9(11).
          02 FILLER             PIC X(01) VALUE ";".
          02 FKM-COMPETENCIA    PIC 9(06).
          02 FILLER             PIC X(01) VALUE ";".
          02 FKM-KM             PIC 9(07)V9(02).
          02 FILLER             PIC X(01) VALUE ";".
          02 FKM-VALOR          PIC 9(09)V9(02).
          02 FILLER             PIC X(01) VALUE ";".
          02 FKM-DIAS-REVISAO   PIC 9(03).
          02 FILLER             PIC X(01) VALUE ";".
          02 FKM-TIPO           PIC X(01) VALUE "K".

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(22) VALUE SPACES.
          02 FILLER       PIC X(41) VALUE
             "REEMBOLSO DE QUILOMETRAGEM - COMPETENCIA ".
          02 CAB-MES      PIC 99.
          02 FILLER       PIC X(01) VALUE "/".
          02 CAB-ANO      PIC 9999.
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(17) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-COLUNAS.
          02 FILLER PIC X(08) VALUE SPACES.
          02 FILLER PIC X(14) VALUE "DATA".
          02 FILLER PIC X(07) VALUE "VISITAS".
          02 FILLER PIC X(13) VALUE "    KM DO DIA".
          02 FILLER PIC X(14) VALUE "    VALOR (R$)".
          02 FILLER PIC X(04) VALUE SPACES.
          02 FILLER PIC X(25) VALUE "REVISAO DO SUPERVISOR".
          02 FILLER PIC X(47) VALUE SPACES.

       01 CABECALHO-SUPERVISOR.
          02 FILLER              PIC X(12) VALUE "SUPERVISOR: ".
          02 CABSUP-CODIGO       PIC ZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 CABSUP-NOME         PIC X(40).
          02 FILLER              PIC X(75) VALUE SPACES.

       01 CABECALHO-VENDEDOR.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 FILLER              PIC X(10) VALUE "VENDEDOR: ".
          02 CABVEN-CODIGO       PIC ZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 CABVEN-NOME         PIC X(40).
          02 FILLER              PIC X(73) VALUE SPACES.

       01 DETALHE-DIA.
          02 FILLER              PIC X(08) VALUE SPACES.
          02 DET-DATA            PIC X(10).
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DET-VISITAS         PIC ZZ9.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DET-KM              PIC ZZ.ZZ9,99.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DET-VALOR           PIC ZZZ.ZZ9,99.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DET-MOTIVO          PIC X(25).
          02 FILLER              PIC X(51) VALUE SPACES.

       01 DETALHE-TRECHO.
          02 FILLER              PIC X(12) VALUE SPACES.
          02 DET-TRE-SEQ         PIC ZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-TRE-CLIENTE     PIC 9(07).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-TRE-NOME        PIC X(40).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DET-TRE-KM          PIC ZZZZ9,99.
          02 FILLER              PIC X(03) VALUE " KM".
          02 FILLER              PIC X(53) VALUE SPACES.

       01 LINHA-TOTAL-VENDEDOR.
          02 FILLER              PIC X(08) VALUE SPACES.
          02 FILLER              PIC X(26) VALUE
             "TOTAL DO VENDEDOR - DIAS: ".
          02 TOT-DIAS            PIC ZZ9.
          02 FILLER              PIC X(11) VALUE "  VISITAS: ".
          02 TOT-VISITAS         PIC ZZZ9.
          02 FILLER              PIC X(06) VALUE "  KM: ".
          02 TOT-KM              PIC ZZZ.ZZ9,99.
          02 FILLER              PIC X(10) VALUE "  VALOR: ".
          02 TOT-VALOR           PIC Z.ZZZ.ZZ9,99.
          02 FILLER              PIC X(18) VALUE "  DIAS A REVISAR: ".
          02 TOT-REVISAR         PIC ZZ9.
          02 FILLER              PIC X(21) VALUE SPACES.

       01 LINHA-TITULO-REVISAO.
          02 FILLER              PIC X(50) VALUE
             "DIAS MARCADOS PARA REVISAO DO SUPERVISOR:".
          02 FILLER              PIC X(82) VALUE SPACES.

       01 DETALHE-REVISAO.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 FILLER              PIC X(11) VALUE "SUPERVISOR ".
          02 REV-SUP-CODIGO      PIC ZZ9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 FILLER              PIC X(09) VALUE "VENDEDOR ".
          02 REV-VEN-CODIGO      PIC ZZ9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 REV-DATA            PIC X(10).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 REV-KM              PIC ZZ.ZZ9,99.
          02 FILLER              PIC X(04) VALUE " KM ".
          02 FILLER              PIC X(02) VALUE SPACES.
          02 REV-MOTIVO          PIC X(25).
          02 FILLER              PIC X(43) VALUE SPACES.

       01 RODAPE.
          02 FILLER              PIC X(30) VALUE
             "VENDEDORES REEMBOLSADOS.....: ".
          02 ROD-VENDEDORES      PIC ZZZ9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 FILLER              PIC X(14) VALUE "KM TOTAL....: ".
          02 ROD-KM              PIC ZZZ.ZZ9,99.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 FILLER              PIC X(14) VALUE "VALOR TOTAL.: ".
          02 ROD-VALOR           PIC ZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 FILLER              PIC X(16) VALUE "DIAS A REVISAR: ".
          02 ROD-REVISAR         PIC ZZZZ9.
          02 FILLER              PIC X(17) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-QUILOMETRAGEM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  REEMBOLSO DE QUILOMETRAGEM  ".
          02 LINE 02 COLUMN 73 VALUE "PROG68".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "ANO DA COMPETENCIA.................................".
          02 LINE 07 COLUMN 01 VALUE
             "MES DA COMPETENCIA.................................".
          02 LINE 09 COLUMN 01 VALUE
             "VALOR DO KM RODADO (R$)............................".
          02 LINE 11 COLUMN 01 VALUE
             "KM MAXIMO PLAUSIVEL POR DIA (0 = 400)..............".
          02 LINE 13 COLUMN 01 VALUE
             "PONDERAR DISTANCIA RODOVIARIA (S/N)................".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  REEMBOLSO DE QUILOMETRAGEM  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "VISITAS DA COMPETENCIA:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-VISITAS.
          02 LINE 07 COLUMN 01 VALUE "VENDEDORES............:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-VENDEDORES.
          02 LINE 08 COLUMN 01 VALUE "DIAS APURADOS.........:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-DIAS.
          02 LINE 09 COLUMN 01 VALUE "DIAS PARA REVISAO.....:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-TOTAL-REVISAR.
          02 LINE 10 COLUMN 01 VALUE "KM REEMBOLSADOS.......:".
          02 LINE 10 COLUMN 26 PIC ZZZ.ZZ9,99 FROM WS-TOTAL-KM.
          02 LINE 11 COLUMN 01 VALUE "VALOR DO REEMBOLSO....:".
          02 LINE 11 COLUMN 26 PIC ZZ.ZZZ.ZZ9,99 FROM WS-TOTAL-VALOR.
          02 LINE 13 COLUMN 01 VALUE
             "DEMONSTRATIVO EM RKMREEMB.TXT; RESUMO DA FOLHA GRAVADO".
          02 LINE 14 COLUMN 01 VALUE "EM".
          02 LINE 14 COLUMN 04 PIC X(30) FROM WS-LOCAL-ARQ-FOLHA.
          02 LINE 16 COLUMN 01
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
           IF WS-EMPRESA-SESSAO = ZEROS
              DISPLAY "SESSAO CONSOLIDADA - ESCOLHA A EMPRESA NO SIGN-O
      -"N" AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG68" TO WS-OPERADOR-ATUAL
           END-IF
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-QUILOMETRAGEM AT 0101
              PERFORM UNTIL WS-ANO-CALCULO > 2000
                 ACCEPT WS-ANO-CALCULO AT 0554
              END-PERFORM
              PERFORM UNTIL WS-MES-CALCULO > 00
                 AND WS-MES-CALCULO < 13
                 ACCEPT WS-MES-CALCULO AT 0754
              END-PERFORM
              ACCEPT WS-VALOR-KM AT 0954
              ACCEPT WS-KM-MAXIMO-DIA AT 1154
              PERFORM UNTIL WS-USA-FATOR-ROTA = "S" OR = "N"
                 ACCEPT WS-USA-FATOR-ROTA AT 1354
              END-PERFORM
           END-IF
      * NO BATCH, SEM COMPETENCIA INFORMADA, APURA O MES ANTERIOR.
           IF WS-ANO-CALCULO = ZEROS OR WS-MES-CALCULO = ZEROS
              MOVE DATA-DE-HOJE(7:4) TO WS-ANO-CALCULO
              MOVE DATA-DE-HOJE(4:2) TO WS-MES-CALCULO
              SUBTRACT 1 FROM WS-MES-CALCULO
              IF WS-MES-CALCULO = ZEROS
                 MOVE 12 TO WS-MES-CALCULO
                 SUBTRACT 1 FROM WS-ANO-CALCULO
              END-IF
           END-IF
           IF WS-KM-MAXIMO-DIA = ZEROS
              MOVE 400 TO WS-KM-MAXIMO-DIA
           END-IF
           IF WS-USA-FATOR-ROTA NOT = "N"
              MOVE "S" TO WS-USA-FATOR-ROTA
           END-IF
           IF WS-VALOR-KM = ZEROS OR WS-MES-CALCULO > 12
              DISPLAY "VALOR DO KM OU COMPETENCIA INVALIDOS ......"
                 AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           COMPUTE WS-COMPETENCIA =
              WS-ANO-CALCULO * 100 + WS-MES-CALCULO
           MOVE SPACES TO WS-MES-ANO
           STRING WS-MES-CALCULO "/" WS-ANO-CALCULO
                  DELIMITED BY SIZE INTO WS-MES-ANO

           MOVE "VISITA.DAT" TO WID-ARQ-VISITA
           OPEN INPUT ARQ-VISITA
           IF WS-RESULTADO-VIS NOT = 00
              DISPLAY "VISITA.DAT NAO ENCONTRADO - REGISTRE AS VISITAS N
      -"O PROG40" AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-VEN NOT = 00
              OR WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "VENDEDOR.DAT OU CLIENTE.DAT NAO ENCONTRADO .."
                 AT 2401
              IF WS-MODO-BATCH NOT = "S"
                 ACCEPT PAUSA AT 2478
              END-IF
              CLOSE ARQ-VISITA
              MOVE "N" TO WS-EXEC-RESULTADO
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

      * SEM AS EQUIPES (PROG66) TODOS OS VENDEDORES SAEM SEM
      * SUPERVISOR, NUM UNICO GRUPO.
           MOVE "SUPERVISOR.DAT" TO WID-ARQ-SUPERVISOR
           OPEN INPUT ARQ-SUPERVISOR
           IF WS-RESULTADO-SUP = 00
              MOVE "S" TO WS-EXISTE-SUPERVISOR
           END-IF
           MOVE "EQUIPE.DAT" TO WID-ARQ-EQUIPE
           OPEN INPUT ARQ-EQUIPE
           IF WS-RESULTADO-EQP = 00
              MOVE "S" TO WS-EXISTE-EQUIPE
           END-IF

           SORT ARQ-KM-SORT
                ON ASCENDING KEY KMS-SUP-CODIGO-SORT
                ON ASCENDING KEY KMS-VEN-CODIGO-SORT
                ON ASCENDING KEY KMS-DATA-NUM-SORT
                ON ASCENDING KEY KMS-CLI-CODIGO-SORT
                INPUT PROCEDURE SELECIONA-VISITAS
                GIVING ARQ-KM-SAI

           MOVE SPACES TO WS-LOCAL-ARQ-FOLHA
           STRING "FOLHAKM" WS-SUFIXO-EMPRESA DELIMITED BY SPACE
                  "-" WS-COMPETENCIA ".DAT"
                  DELIMITED BY SIZE INTO WS-LOCAL-ARQ-FOLHA
           OPEN OUTPUT ARQ-FOLHA-KM

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE   TO CAB-DATA
           MOVE WS-MES-CALCULO TO CAB-MES
           MOVE WS-ANO-CALCULO TO CAB-ANO
           MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           PERFORM IMPRIMIR-CABECALHO
           PERFORM PROCESSA-VISITAS THRU F-PROCESSA-VISITAS
           PERFORM IMPRIME-REVISAO THRU F-IMPRIME-REVISAO
           MOVE WS-TOTAL-VENDEDORES TO ROD-VENDEDORES
           MOVE WS-TOTAL-KM         TO ROD-KM
           MOVE WS-TOTAL-VALOR      TO ROD-VALOR
           MOVE WS-TOTAL-REVISAR    TO ROD-REVISAR
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           CLOSE ARQ-FOLHA-KM

           CLOSE ARQ-VISITA
           CLOSE ARQ-VENDEDOR
           CLOSE ARQ-CLIENTE
           IF WS-EXISTE-SUPERVISOR = "S"
              CLOSE ARQ-SUPERVISOR
           END-IF
           IF WS-EXISTE-EQUIPE = "S"
              CLOSE ARQ-EQUIPE
           END-IF

           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-FIM AT 0101
              ACCEPT  PAUSA    AT 2478
           END-IF
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

      * PERCORRE O ARQUIVO CLASSIFICADO COM AS QUEBRAS DE SUPERVISOR,
      * VENDEDOR E DIA; CADA DIA E FECHADO (CIRCUITO E VALOR) ANTES
      * DE COMECAR O SEGUINTE.
       PROCESSA-VISITAS.
           OPEN INPUT ARQ-KM-SAI
           MOVE "S" TO WS-PRIMEIRO
           PERFORM UNTIL EXIT
              READ ARQ-KM-SAI NEXT AT END
                 EXIT PERFORM
              END-READ
              EVALUATE TRUE
                 WHEN WS-PRIMEIRO = "S"
                    MOVE "N" TO WS-PRIMEIRO
                    PERFORM ABRE-SUPERVISOR THRU F-ABRE-SUPERVISOR
                    PERFORM ABRE-VENDEDOR THRU F-ABRE-VENDEDOR
                 WHEN KMS-SUP-CODIGO-SAI NOT = WS-SUP-ANTERIOR
                    PERFORM FECHA-DIA THRU F-FECHA-DIA
                    PERFORM FECHA-VENDEDOR THRU F-FECHA-VENDEDOR
                    PERFORM ABRE-SUPERVISOR THRU F-ABRE-SUPERVISOR
                    PERFORM ABRE-VENDEDOR THRU F-ABRE-VENDEDOR
                 WHEN KMS-VEN-CODIGO-SAI NOT = WS-VEN-ANTERIOR
                    PERFORM FECHA-DIA THRU F-FECHA-DIA
                    PERFORM FECHA-VENDEDOR THRU F-FECHA-VENDEDOR
                    PERFORM ABRE-VENDEDOR THRU F-ABRE-VENDEDOR
                 WHEN KMS-DATA-NUM-SAI NOT = WS-DATA-ANTERIOR
                    PERFORM FECHA-DIA THRU F-FECHA-DIA
              END-EVALUATE
              PERFORM CARREGA-VISITA THRU F-CARREGA-VISITA
           END-PERFORM
           IF WS-PRIMEIRO = "N"
              PERFORM FECHA-DIA THRU F-FECHA-DIA
              PERFORM FECHA-VENDEDOR THRU F-FECHA-VENDEDOR
           END-IF
           CLOSE ARQ-KM-SAI.
       F-PROCESSA-VISITAS. EXIT.

       ABRE-SUPERVISOR.
           MOVE KMS-SUP-CODIGO-SAI TO WS-SUP-ANTERIOR
           MOVE KMS-SUP-CODIGO-SAI TO CABSUP-CODIGO
           MOVE SPACES             TO CABSUP-NOME
           IF KMS-SUP-CODIGO-SAI = 999
              MOVE ZEROS        TO CABSUP-CODIGO
              MOVE "SEM EQUIPE" TO CABSUP-NOME
           ELSE
              IF WS-EXISTE-SUPERVISOR = "S"
                 MOVE KMS-SUP-CODIGO-SAI TO SUP-CODIGO
                 READ ARQ-SUPERVISOR
                 IF WS-RESULTADO-SUP = 00
                    MOVE SUP-NOME TO CABSUP-NOME
                 END-IF
              END-IF
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-SUPERVISOR AFTER 2 LINES
           ADD 1 TO CONTADOR-LINHA.
       F-ABRE-SUPERVISOR. EXIT.

      * VENDEDOR SEM COORDENADA DE BASE TEM O CIRCUITO APURADO SO
      * ENTRE OS CLIENTES, E TODOS OS SEUS DIAS VAO PARA REVISAO.
       ABRE-VENDEDOR.
           MOVE KMS-VEN-CODIGO-SAI TO WS-VEN-ANTERIOR
           MOVE ZEROS TO WS-DATA-ANTERIOR
           MOVE ZEROS TO WS-VEN-DIAS
           MOVE ZEROS TO WS-VEN-VISITAS
           MOVE ZEROS TO WS-VEN-KM
           MOVE ZEROS TO WS-VEN-VALOR
           MOVE ZEROS TO WS-VEN-REVISAR
           MOVE ZEROS TO WS-VEN-CPF
           MOVE ZEROS TO WS-VEN-LAT-BASE
           MOVE ZEROS TO WS-VEN-LON-BASE
           MOVE KMS-VEN-CODIGO-SAI TO CABVEN-CODIGO
           MOVE "VENDEDOR NAO CADASTRADO" TO CABVEN-NOME
           MOVE KMS-VEN-CODIGO-SAI TO VEN-CODIGO
           READ ARQ-VENDEDOR
           IF WS-RESULTADO-VEN = 00
              MOVE VEN-NOME      TO CABVEN-NOME
              MOVE VEN-CPF       TO WS-VEN-CPF
              MOVE VEN-LATITUDE  TO WS-VEN-LAT-BASE
              MOVE VEN-LONGITUDE TO WS-VEN-LON-BASE
           END-IF
           IF WS-VEN-LAT-BASE = ZEROS AND WS-VEN-LON-BASE = ZEROS
              MOVE "S" TO WS-VEN-SEM-BASE
           ELSE
              MOVE "N" TO WS-VEN-SEM-BASE
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-VENDEDOR AFTER 1 LINES.
       F-ABRE-VENDEDOR. EXIT.

      * UMA VISITA DO DIA EM PAUTA: CLIENTE REPETIDO NO DIA CONTA
      * COMO VISITA MAS ENTRA UMA VEZ SO NO CIRCUITO.
       CARREGA-VISITA.
           MOVE KMS-DATA-NUM-SAI TO WS-DATA-ANTERIOR
           MOVE KMS-DATA-SAI     TO WS-DATA-DIA
           ADD 1 TO WS-VISITAS-DIA
           MOVE "N" TO WS-JA-NO-DIA
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-DIA
              IF WS-DIA-CLI-CODIGO(WS-IDX) = KMS-CLI-CODIGO-SAI
                 MOVE "S" TO WS-JA-NO-DIA
              END-IF
           END-PERFORM
           IF WS-JA-NO-DIA = "S"
              GO TO F-CARREGA-VISITA
           END-IF
           MOVE KMS-CLI-CODIGO-SAI TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              OR (CLI-LATITUDE = ZEROS AND CLI-LONGITUDE = ZEROS)
              IF WS-MOTIVO-DIA = SPACES
                 MOVE "CLIENTE SEM COORDENADA" TO WS-MOTIVO-DIA
              END-IF
              GO TO F-CARREGA-VISITA
           END-IF
           IF WS-QTD-DIA NOT < 100
              IF WS-MOTIVO-DIA = SPACES
                 MOVE "VISITAS DEMAIS NO DIA" TO WS-MOTIVO-DIA
              END-IF
              GO TO F-CARREGA-VISITA
           END-IF
           ADD 1 TO WS-QTD-DIA
           MOVE CLI-CODIGO       TO WS-DIA-CLI-CODIGO(WS-QTD-DIA)
           MOVE CLI-RAZAO-SOCIAL TO WS-DIA-CLI-NOME(WS-QTD-DIA)
           MOVE CLI-LATITUDE     TO WS-DIA-LATITUDE(WS-QTD-DIA)
           MOVE CLI-LONGITUDE    TO WS-DIA-LONGITUDE(WS-QTD-DIA)
           MOVE "N"              TO WS-DIA-VISITADO(WS-QTD-DIA)
           MOVE ZEROS            TO WS-DIA-TRECHO(WS-QTD-DIA)
           MOVE ZEROS            TO WS-DIA-ORDEM(WS-QTD-DIA).
       F-CARREGA-VISITA. EXIT.

      * FECHA O DIA: MONTA O CIRCUITO BASE - CLIENTES - BASE, PRECIFICA
      * OS KM, IMPRIME A LINHA DO DIA (COM OS TRECHOS QUANDO O DIA VAI
      * PARA REVISAO) E ACUMULA NO VENDEDOR.
       FECHA-DIA.
           IF WS-VISITAS-DIA = ZEROS
              GO TO F-FECHA-DIA
           END-IF
           PERFORM MONTA-CIRCUITO THRU F-MONTA-CIRCUITO
           IF WS-KM-DIA > WS-KM-MAXIMO-DIA
              MOVE "KM ACIMA DO LIMITE" TO WS-MOTIVO-DIA
           END-IF
           IF WS-VEN-SEM-BASE = "S" AND WS-MOTIVO-DIA = SPACES
              MOVE "VENDEDOR SEM BASE" TO WS-MOTIVO-DIA
           END-IF
           COMPUTE WS-VALOR-DIA ROUNDED = WS-KM-DIA * WS-VALOR-KM

           MOVE WS-DATA-DIA    TO DET-DATA
           MOVE WS-VISITAS-DIA TO DET-VISITAS
           MOVE WS-KM-DIA      TO DET-KM
           MOVE WS-VALOR-DIA   TO DET-VALOR
           MOVE WS-MOTIVO-DIA  TO DET-MOTIVO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE-DIA AFTER 1 LINES

           IF WS-MOTIVO-DIA NOT = SPACES
              PERFORM IMPRIME-CIRCUITO THRU F-IMPRIME-CIRCUITO
              ADD 1 TO WS-VEN-REVISAR
              ADD 1 TO WS-TOTAL-REVISAR
              IF WS-QTD-REVISAO < 500
                 ADD 1 TO WS-QTD-REVISAO
                 MOVE WS-SUP-ANTERIOR TO
                    WS-REV-SUP-CODIGO(WS-QTD-REVISAO)
                 MOVE WS-VEN-ANTERIOR TO
                    WS-REV-VEN-CODIGO(WS-QTD-REVISAO)
                 MOVE WS-DATA-DIA     TO WS-REV-DATA(WS-QTD-REVISAO)
                 MOVE WS-KM-DIA       TO WS-REV-KM(WS-QTD-REVISAO)
                 MOVE WS-MOTIVO-DIA   TO WS-REV-MOTIVO(WS-QTD-REVISAO)
              END-IF
           END-IF

           ADD 1              TO WS-VEN-DIAS
           ADD WS-VISITAS-DIA TO WS-VEN-VISITAS
           ADD WS-KM-DIA      TO WS-VEN-KM
           ADD WS-VALOR-DIA   TO WS-VEN-VALOR
           ADD 1              TO WS-TOTAL-DIAS
           MOVE ZEROS  TO WS-VISITAS-DIA
           MOVE ZEROS  TO WS-QTD-DIA
           MOVE SPACES TO WS-MOTIVO-DIA.
       F-FECHA-DIA. EXIT.

      * VIZINHO MAIS PROXIMO A PARTIR DA BASE (OU DO PRIMEIRO CLIENTE
      * DO DIA, SE O VENDEDOR NAO TEM BASE), COM O RETORNO A BASE NO
      * FIM.
       MONTA-CIRCUITO.
           MOVE ZEROS TO WS-KM-DIA
           MOVE ZEROS TO WS-KM-RETORNO
           MOVE ZEROS TO WS-QTD-VISITADOS
           IF WS-QTD-DIA = ZEROS
              GO TO F-MONTA-CIRCUITO
           END-IF
           IF WS-VEN-SEM-BASE = "S"
              MOVE 1 TO WS-IDX-PROXIMO
              MOVE ZEROS TO WS-MENOR-DISTANCIA
              PERFORM VISITA-CLIENTE THRU F-VISITA-CLIENTE
           ELSE
              MOVE WS-VEN-LAT-BASE TO WS-POS-LAT
              MOVE WS-VEN-LON-BASE TO WS-POS-LON
           END-IF
           PERFORM UNTIL WS-QTD-VISITADOS = WS-QTD-DIA
              PERFORM ACHA-MAIS-PROXIMO THRU F-ACHA-MAIS-PROXIMO
              PERFORM VISITA-CLIENTE THRU F-VISITA-CLIENTE
           END-PERFORM
           IF WS-VEN-SEM-BASE NOT = "S"
              MOVE WS-POS-LAT      TO LAT1
              MOVE WS-POS-LON      TO LON1
              MOVE WS-VEN-LAT-BASE TO LAT2
              MOVE WS-VEN-LON-BASE TO LON2
              PERFORM CALCULA-DISTANCIA THRU F-CALCULA-DISTANCIA
              ADD WS-DIST-CALCULADA TO WS-KM-RETORNO ROUNDED
              ADD WS-KM-RETORNO TO WS-KM-DIA
           END-IF.
       F-MONTA-CIRCUITO. EXIT.

       ACHA-MAIS-PROXIMO.
           MOVE ZEROS TO WS-IDX-PROXIMO
           MOVE 99999 TO WS-MENOR-DISTANCIA
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-DIA
              IF WS-DIA-VISITADO(WS-IDX) = "N"
                 MOVE WS-POS-LAT                TO LAT1
                 MOVE WS-POS-LON                TO LON1
                 MOVE WS-DIA-LATITUDE(WS-IDX)   TO LAT2
                 MOVE WS-DIA-LONGITUDE(WS-IDX)  TO LON2
                 PERFORM CALCULA-DISTANCIA THRU F-CALCULA-DISTANCIA
                 IF WS-IDX-PROXIMO = ZEROS
                    OR WS-DIST-CALCULADA < WS-MENOR-DISTANCIA
                    MOVE WS-DIST-CALCULADA TO WS-MENOR-DISTANCIA
                    MOVE WS-IDX            TO WS-IDX-PROXIMO
                 END-IF
              END-IF
           END-PERFORM.
       F-ACHA-MAIS-PROXIMO. EXIT.

       VISITA-CLIENTE.
           ADD 1 TO WS-QTD-VISITADOS
           MOVE "S" TO WS-DIA-VISITADO(WS-IDX-PROXIMO)
           MOVE WS-QTD-VISITADOS TO WS-DIA-ORDEM(WS-IDX-PROXIMO)
           ADD WS-MENOR-DISTANCIA TO WS-DIA-TRECHO(WS-IDX-PROXIMO)
              ROUNDED
           ADD WS-DIA-TRECHO(WS-IDX-PROXIMO) TO WS-KM-DIA
           MOVE WS-DIA-LATITUDE(WS-IDX-PROXIMO)  TO WS-POS-LAT
           MOVE WS-DIA-LONGITUDE(WS-IDX-PROXIMO) TO WS-POS-LON.
       F-VISITA-CLIENTE. EXIT.

      * TRECHOS DO DIA MARCADO, NA ORDEM DO CIRCUITO, PARA O
      * SUPERVISOR CONFERIR.
       IMPRIME-CIRCUITO.
           PERFORM VARYING WS-QTD-VISITADOS FROM 1 BY 1
              UNTIL WS-QTD-VISITADOS > WS-QTD-DIA
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-QTD-DIA
                 IF WS-DIA-ORDEM(WS-IDX) = WS-QTD-VISITADOS
                    MOVE WS-QTD-VISITADOS         TO DET-TRE-SEQ
                    MOVE WS-DIA-CLI-CODIGO(WS-IDX) TO DET-TRE-CLIENTE
                    MOVE WS-DIA-CLI-NOME(WS-IDX)   TO DET-TRE-NOME
                    MOVE WS-DIA-TRECHO(WS-IDX)     TO DET-TRE-KM
                    PERFORM CONTA-LINHA
                    WRITE LINHA FROM DETALHE-TRECHO AFTER 1 LINES
                 END-IF
              END-PERFORM
           END-PERFORM
           IF WS-VEN-SEM-BASE NOT = "S" AND WS-QTD-DIA > ZEROS
              MOVE ZEROS            TO DET-TRE-SEQ
              MOVE ZEROS            TO DET-TRE-CLIENTE
              MOVE "RETORNO A BASE" TO DET-TRE-NOME
              MOVE WS-KM-RETORNO    TO DET-TRE-KM
              PERFORM CONTA-LINHA
              WRITE LINHA FROM DETALHE-TRECHO AFTER 1 LINES
           END-IF.
       F-IMPRIME-CIRCUITO. EXIT.

      * TOTAL DO VENDEDOR E SUA LINHA NO RESUMO DA FOLHA.
       FECHA-VENDEDOR.
           MOVE WS-VEN-DIAS    TO TOT-DIAS
           MOVE WS-VEN-VISITAS TO TOT-VISITAS
           MOVE WS-VEN-KM      TO TOT-KM
           MOVE WS-VEN-VALOR   TO TOT-VALOR
           MOVE WS-VEN-REVISAR TO TOT-REVISAR
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-TOTAL-VENDEDOR AFTER 1 LINES
           IF WS-VEN-VALOR > ZEROS
              MOVE WS-VEN-ANTERIOR TO FKM-VEN-CODIGO
              MOVE WS-VEN-CPF      TO FKM-VEN-CPF
              MOVE WS-COMPETENCIA  TO FKM-COMPETENCIA
              MOVE WS-VEN-KM       TO FKM-KM
              MOVE WS-VEN-VALOR    TO FKM-VALOR
              MOVE WS-VEN-REVISAR  TO FKM-DIAS-REVISAO
              WRITE LINHA-FOLHA-KM FROM REG-FOLHA-KM
              ADD 1 TO WS-TOTAL-VENDEDORES
           END-IF
           ADD WS-VEN-KM    TO WS-TOTAL-KM
           ADD WS-VEN-VALOR TO WS-TOTAL-VALOR.
       F-FECHA-VENDEDOR. EXIT.

       IMPRIME-REVISAO.
           IF WS-QTD-REVISAO = ZEROS
              GO TO F-IMPRIME-REVISAO
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-TITULO-REVISAO AFTER 1 LINES
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-QTD-REVISAO
              MOVE WS-REV-SUP-CODIGO(WS-IDX) TO REV-SUP-CODIGO
              IF WS-REV-SUP-CODIGO(WS-IDX) = 999
                 MOVE ZEROS TO REV-SUP-CODIGO
              END-IF
              MOVE WS-REV-VEN-CODIGO(WS-IDX) TO REV-VEN-CODIGO
              MOVE WS-REV-DATA(WS-IDX)       TO REV-DATA
              MOVE WS-REV-KM(WS-IDX)         TO REV-KM
              MOVE WS-REV-MOTIVO(WS-IDX)     TO REV-MOTIVO
              PERFORM CONTA-LINHA
              WRITE LINHA FROM DETALHE-REVISAO AFTER 1 LINES
           END-PERFORM.
       F-IMPRIME-REVISAO. EXIT.

      * DISTANCIA EM KM ENTRE (LAT1, LON1) E (LAT2, LON2); PONDERADA
      * PARA RODOVIARIA QUANDO PEDIDO (TRECHO DE 760 KM OU MAIS E
      * COORDENADA ERRADA: FICA EM LINHA RETA, ESTOURANDO O LIMITE
      * DO DIA, E NAO CABE NO CAMPO DA ROTINA DE ROTA).
       CALCULA-DISTANCIA.
           MOVE 6371 TO R
           COMPUTE DLAT = (LAT2 - LAT1) * (FUNCTION PI / 180)
           COMPUTE DLON = (LON2 - LON1) * (FUNCTION PI / 180)
           COMPUTE A = FUNCTION SIN(DLAT / 2) * FUNCTION SIN(DLAT / 2)
              + FUNCTION COS(LAT1 * (FUNCTION PI / 180)) *
              FUNCTION COS(LAT2 * (FUNCTION PI / 180)) *
              FUNCTION SIN(DLON / 2) * FUNCTION SIN(DLON / 2)
           COMPUTE C = 2 * FUNCTION ASIN(FUNCTION SQRT(A))
           COMPUTE D = R * C
           MOVE D TO WS-DIST-CALCULADA
           IF WS-USA-FATOR-ROTA = "S" AND D < 760
              MOVE D TO WS-DIST-RETA
              CALL "CALCULA-DISTANCIA-ROTA" USING WS-DIST-RETA
                                                    WS-DIST-RODOVIARIA
              MOVE WS-DIST-RODOVIARIA TO WS-DIST-CALCULADA
           END-IF.
       F-CALCULA-DISTANCIA. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO  AFTER PAGE
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-COLUNAS AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINE
           MOVE  05 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * TODA SAIDA DO PROGRAMA PASSA POR AQUI: REGISTRO DO RESULTADO
      * EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           MOVE "PROG68" TO EXEC-PROGRAMA
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

      * RESPOSTAS DO BATCH.PRM PARA O PROG68 (EM BRANCO OU ZERO =
      * PADRAO):
      *   RESPOSTA-1 = COMPETENCIA AAAAMM (MES ANTERIOR A DATA DO DIA)
      *   RESPOSTA-2 = VALOR DO KM RODADO EM R$ (OBRIGATORIO, EX. 1,25)
      *   RESPOSTA-3 = KM MAXIMO PLAUSIVEL POR DIA (400)
      *   RESPOSTA-4 = PONDERAR DISTANCIA RODOVIARIA S/N (S)
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
                 IF PRM-PROGRAMA = "PROG68"
                    MOVE "S" TO WS-MODO-BATCH
                    IF PRM-RESPOSTA-1 NOT = SPACES
                       MOVE PRM-RESPOSTA-1(1:4) TO WS-ANO-CALCULO
                       MOVE PRM-RESPOSTA-1(5:2) TO WS-MES-CALCULO
                    END-IF
                    IF PRM-RESPOSTA-2 NOT = SPACES
                       COMPUTE WS-VALOR-KM =
                          FUNCTION NUMVAL(PRM-RESPOSTA-2)
                    END-IF
                    IF PRM-RESPOSTA-3 NOT = SPACES
                       COMPUTE WS-KM-MAXIMO-DIA =
                          FUNCTION NUMVAL(PRM-RESPOSTA-3)
                    END-IF
                    MOVE PRM-RESPOSTA-4(1:1) TO WS-USA-FATOR-ROTA
                    MOVE 1 TO WS-FIM-PRM
                 END-IF
              END-PERFORM
              CLOSE ARQ-BATCH-PRM
           END-IF.
       F-LE-PARAMETROS-BATCH. EXIT.

      * OPERADOR E EMPRESA DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); ESTA FUNCAO EXIGE NIVEL 2 OU SUPERIOR FORA DO
      * BATCH. SESSAO SEM EMPRESA VALE COMO EMPRESA 01; A EMPRESA 01
      * GRAVA A FOLHA SEM SUFIXO E AS DEMAIS COM -Enn.
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
           END-IF
           MOVE SPACES TO WS-SUFIXO-EMPRESA
           IF WS-EMPRESA-SESSAO > 01
              STRING "-E" WS-EMPRESA-SESSAO DELIMITED BY SIZE
                     INTO WS-SUFIXO-EMPRESA
           END-IF.
       F-LE-OPERADOR. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG68"       TO RLA-PROGRAMA
           MOVE "RKMREEMB.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE   TO RLA-DATA
           MOVE CONTADOR-PAGINA TO RLA-PAGINAS
           MOVE WS-VALOR-KM TO WS-REL-VALOR-KM
           STRING "COMPETENCIA " WS-MES-CALCULO "/" WS-ANO-CALCULO
                  " R$/KM " WS-REL-VALOR-KM " KM/DIA " WS-KM-MAXIMO-DIA
                  " ROTA " WS-USA-FATOR-ROTA
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      * SELECIONA AS VISITAS DA COMPETENCIA (DATA DD/MM/AAAA COM O
      * MES/ANO PEDIDO) E AS CLASSIFICA PELO SUPERVISOR ATUAL DO
      * VENDEDOR, VENDEDOR, DATA E CLIENTE. SO ENTRAM OS VENDEDORES DA
      * EMPRESA DA SESSAO (VENDEDOR FORA DO CADASTRO VALE COMO EMPRESA
      * 01).
       SELECIONA-VISITAS SECTION.
           MOVE ZEROS TO VIS-CLI-CODIGO
           MOVE ZEROS TO VIS-SEQUENCIA
           START ARQ-VISITA KEY NOT LESS VIS-CHAVE
           IF WS-RESULTADO-VIS = 00
              PERFORM UNTIL EXIT
                 READ ARQ-VISITA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF VIS-DATA(4:7) NOT = WS-MES-ANO
                    OR VIS-DATA(1:2) NOT NUMERIC
                    OR VIS-VEN-CODIGO = ZEROS
                    EXIT PERFORM CYCLE
                 END-IF
                 MOVE VIS-VEN-CODIGO TO VEN-CODIGO
                 READ ARQ-VENDEDOR
                 IF WS-RESULTADO-VEN NOT = 00
                    MOVE 01 TO VEN-EMPRESA
                 END-IF
                 IF VEN-EMPRESA NOT = WS-EMPRESA-SESSAO
                    EXIT PERFORM CYCLE
                 END-IF
                 ADD 1 TO WS-TOTAL-VISITAS
                 MOVE 999 TO KMS-SUP-CODIGO-SORT
                 IF WS-EXISTE-EQUIPE = "S"
                    MOVE VIS-VEN-CODIGO TO EQP-VEN-CODIGO
                    READ ARQ-EQUIPE
                    IF WS-RESULTADO-EQP = 00
                       AND EQP-SUP-CODIGO > ZEROS
                       MOVE EQP-SUP-CODIGO TO KMS-SUP-CODIGO-SORT
                    END-IF
                 END-IF
                 MOVE VIS-VEN-CODIGO TO KMS-VEN-CODIGO-SORT
                 MOVE VIS-DATA(7:4)  TO KMS-DATA-NUM-SORT(1:4)
                 MOVE VIS-DATA(4:2)  TO KMS-DATA-NUM-SORT(5:2)
                 MOVE VIS-DATA(1:2)  TO KMS-DATA-NUM-SORT(7:2)
                 MOVE VIS-CLI-CODIGO TO KMS-CLI-CODIGO-SORT
                 MOVE VIS-DATA       TO KMS-DATA-SORT
                 RELEASE REG-KM-SORT
              END-PERFORM
           END-IF.
       F-SELECIONA-VISITAS.
           EXIT.
