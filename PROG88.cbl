       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG88.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- PESQUISA DE SATISFACAO (NPS) -------
      * AS RESPOSTAS DA PESQUISA FEITA DEPOIS DAS VISITAS SAEM DA
      * PLANILHA E VAO PARA O PESQUISA.DAT, LIGADAS AO CLIENTE, AO
      * CONTATO (CLICONTATO.DAT) E A VISITA (VISITA.DAT), COM A NOTA
      * DE 0 A 10 E O COMENTARIO. FUNCOES:
      *   C - CAPTURA DA RESPOSTA NA TELA (NIVEL 2);
      *   I - CARGA DO ARQUIVO DA FERRAMENTA DE PESQUISA (NIVEL 2),
      *       PADRAO PESQUISA.CSV; AS LINHAS RECUSADAS SAEM NO
      *       RPESQCARGA.TXT COM O MOTIVO;
      *   R - RELATORIO NPS (RNPS.TXT) DA COMPETENCIA (PADRAO O MES
      *       ANTERIOR) POR VENDEDOR TITULAR, UF DO ENDERECO E CLASSE
      *       ABC (PROG38), COM O NPS DO MES ANTERIOR, O DOS ULTIMOS
      *       12 MESES E A TENDENCIA, MAIS A EVOLUCAO MES A MES DA
      *       BASE INTEIRA NOS ULTIMOS 12 MESES.
      * NPS = % DE PROMOTORES (9-10) MENOS % DE DETRATORES (0-6).
      * TODO DETRATOR GRAVADO ABRE NO INTERACAO.DAT UMA INTERACAO
      * TIPO N (RETORNO DE PESQUISA) PARA O VENDEDOR TITULAR, QUE
      * APARECE NO PROG47 E NA CONSULTA 360 (PROG21), ONDE TAMBEM
      * FICA A ULTIMA NOTA DO CLIENTE.
      * NO BATCH (BATCH.PRM) CARREGA O ARQUIVO INFORMADO, SE HOUVER,
      * E EMITE O RELATORIO.
      * O RELATORIO NPS SO CONTA AS RESPOSTAS DE CLIENTES DA EMPRESA
      * ESCOLHIDA NO SIGN-ON (TODAS NA SESSAO CONSOLIDADA, EMPRESA
      * 00); A CAPTURA E A CARGA NAO DEPENDEM DA EMPRESA.

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

           SELECT ARQ-CLI-CONTATO ASSIGN TO DISK WID-ARQ-CLI-CONTATO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTT.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VIS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VIS.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-PESQUISA ASSIGN TO DISK WID-ARQ-PESQUISA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PSQ-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PSQ.

           SELECT ARQ-INTERACAO ASSIGN TO DISK WID-ARQ-INTERACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ITR.

           SELECT ARQ-CLI-ENDERECO ASSIGN TO DISK
                  WID-ARQ-CLI-ENDERECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS END-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-END.

           SELECT ARQ-CLASSE-ABC ASSIGN TO DISK WID-ARQ-CLASSE-ABC
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ABC-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ABC.

           SELECT ARQ-VENDEDOR ASSIGN TO DISK WID-ARQ-VENDEDOR
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VEN-CODIGO
                  ALTERNATE RECORD KEY IS VEN-CPF
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VEN.

           SELECT ARQ-IMPORTA-PSQ ASSIGN TO DISK WS-LOCAL-ARQ-PSQ
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-IMP.

           SELECT RELATORIO ASSIGN TO DISK WS-LOCAL-RELATORIO
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

       COPY "ARQ-CLI-CONTATO.FD".

       COPY "ARQ-VISITA.FD".

       COPY "ARQ-DIST-MEST.FD".

       COPY "ARQ-PESQUISA.FD".

       COPY "ARQ-INTERACAO.FD".

       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-CLASSE-ABC.FD".

       COPY "ARQ-VENDEDOR.FD".

      * UMA LINHA POR RESPOSTA EXPORTADA PELA FERRAMENTA DE PESQUISA:
      * IDENTIFICADOR DA RESPOSTA; CLIENTE; SEQUENCIA DO CONTATO E DA
      * VISITA (ZEROS = NAO INFORMADO); DATA DD/MM/AAAA (EM BRANCO =
      * DIA DA CARGA); NOTA DE 00 A 10; COMENTARIO.
       FD ARQ-IMPORTA-PSQ.
          01 REG-IMPORTA-PSQ.
             02 IMP-PSQ-ID            PIC X(20).
             02 FILLER                PIC X(01).
             02 IMP-PSQ-CLIENTE       PIC X(07).
             02 FILLER                PIC X(01).
             02 IMP-PSQ-CONTATO       PIC X(03).
             02 FILLER                PIC X(01).
             02 IMP-PSQ-VISITA        PIC X(05).
             02 FILLER                PIC X(01).
             02 IMP-PSQ-DATA          PIC X(10).
             02 FILLER                PIC X(01).
             02 IMP-PSQ-NOTA          PIC X(02).
             02 FILLER                PIC X(01).
             02 IMP-PSQ-COMENTARIO    PIC X(60).

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
       77 WID-ARQ-CLI-CONTATO   PIC X(50) VALUE SPACES.
       77 WID-ARQ-VISITA        PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WID-ARQ-PESQUISA      PIC X(50) VALUE SPACES.
       77 WID-ARQ-INTERACAO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLASSE-ABC    PIC X(50) VALUE SPACES.
       77 WID-ARQ-VENDEDOR      PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-PSQ      PIC X(50) VALUE SPACES.
       77 WS-LOCAL-RELATORIO    PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VIS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PSQ      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ITR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ABC      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-IMP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EMPRESA-CLIENTE    PIC 9(02) VALUE 01.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-FIM-IMP            PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-CONTINUA           PIC X(01) VALUE "S".
       77 WS-CONFIRMA           PIC X(01) VALUE SPACES.
       77 WS-ACHOU-REGISTRO     PIC X(01) VALUE "N".
       77 WS-EXISTE-CONTATO     PIC X(01) VALUE "N".
       77 WS-EXISTE-VISITA      PIC X(01) VALUE "N".
       77 WS-EXISTE-DIST-MEST   PIC X(01) VALUE "N".
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 WS-EXISTE-CLASSE      PIC X(01) VALUE "N".
       77 WS-EXISTE-VENDEDOR    PIC X(01) VALUE "N".
       77 WS-EXISTE-CLIENTE     PIC X(01) VALUE "N".
       77 WS-ARQUIVOS-OK        PIC X(01) VALUE "N".
       77 WS-HOJE-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-DATA-AAAAMMDD      PIC 9(08) VALUE ZEROS.
       77 WS-DATA-TRAB          PIC X(10) VALUE SPACES.
       77 WS-DATA-VALIDA        PIC X(01) VALUE "N".
       77 WS-ANO-CALCULO        PIC 9(04) VALUE ZEROS.
       77 WS-MES-CALCULO        PIC 9(02) VALUE ZEROS.
       77 WS-COMPETENCIA        PIC 9(06) VALUE ZEROS.
       77 WS-MES-ANO            PIC X(07) VALUE SPACES.
       77 WS-ANO-RESP           PIC 9(04) VALUE ZEROS.
       77 WS-MES-RESP           PIC 9(02) VALUE ZEROS.
       77 WS-INDICE-COMP        PIC 9(06) VALUE ZEROS.
       77 WS-INDICE-RESP        PIC 9(06) VALUE ZEROS.
       77 WS-OFFSET             PIC S9(06) VALUE ZEROS.
       77 WS-PROXIMA-SEQ        PIC 9(05) VALUE ZEROS.
       77 WS-PROXIMA-SEQ-ITR    PIC 9(05) VALUE ZEROS.
       77 WS-MOTIVO             PIC X(40) VALUE SPACES.
       77 WS-TEXTO-INTERACAO    PIC X(60) VALUE SPACES.
       77 WS-NOTA-ED            PIC Z9.
       77 WS-VEN-ED             PIC 999.
       77 WS-CATEGORIA          PIC X(01) VALUE SPACES.
       77 WS-IND-CAT            PIC 9(01) VALUE ZEROS.
       77 WS-IND-VEN            PIC 9(04) VALUE ZEROS.
       77 WS-IND-UF             PIC 9(02) VALUE ZEROS.
       77 WS-IND-UF-2           PIC 9(02) VALUE ZEROS.
       77 WS-IND-CLA            PIC 9(01) VALUE ZEROS.
       77 WS-IND-MES            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-UF             PIC 9(02) VALUE ZEROS.
       77 WS-UF-RESPOSTA        PIC X(02) VALUE SPACES.
       77 WS-CALC-P             PIC 9(07) VALUE ZEROS.
       77 WS-CALC-N             PIC 9(07) VALUE ZEROS.
       77 WS-CALC-D             PIC 9(07) VALUE ZEROS.
       77 WS-CALC-TOTAL         PIC 9(07) VALUE ZEROS.
       77 WS-CALC-NPS           PIC S9(03) VALUE ZEROS.
       77 WS-NPS-MES            PIC S9(03) VALUE ZEROS.
       77 WS-NPS-ANT            PIC S9(03) VALUE ZEROS.
       77 WS-RESP-MES           PIC 9(07) VALUE ZEROS.
       77 WS-RESP-ANT           PIC 9(07) VALUE ZEROS.
       77 WS-RESP-12            PIC 9(07) VALUE ZEROS.
       77 WS-NPS-ED             PIC -ZZ9.
       77 WS-QTD-LIDOS          PIC 9(07) VALUE ZEROS.
       77 WS-QTD-GRAVADOS       PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RECUSADOS      PIC 9(07) VALUE ZEROS.
       77 WS-QTD-DETRATORES     PIC 9(07) VALUE ZEROS.
       77 WS-QTD-RESPOSTAS-REL  PIC 9(07) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

      * RESPOSTA A GRAVAR, VINDA DA TELA OU DE UMA LINHA DA CARGA.
       01 WS-RESPOSTA.
          02 WS-PSQ-CLIENTE        PIC 9(07).
          02 WS-PSQ-CONTATO        PIC 9(03).
          02 WS-PSQ-VISITA         PIC 9(05).
          02 WS-PSQ-DATA           PIC X(10).
          02 WS-PSQ-DATA-NUM       PIC 9(08).
          02 WS-PSQ-NOTA           PIC 9(02).
          02 WS-PSQ-COMENTARIO     PIC X(60).
          02 WS-PSQ-ID             PIC X(20).
          02 WS-PSQ-ORIGEM         PIC X(01).
          02 WS-PSQ-VEN-VISITA     PIC 9(03).

      * CONTAGEM DE PROMOTORES (1), NEUTROS (2) E DETRATORES (3) NOS
      * 12 MESES ATE A COMPETENCIA (MES 1 = A COMPETENCIA, MES 2 = O
      * MES ANTERIOR ...). A MESMA ESTRUTURA EM CADA DIMENSAO, PARA
      * O CALCULO SER FEITO SEMPRE SOBRE WS-NPS-TRAB.
       01 WS-NPS-TRAB.
          02 NPT-MES OCCURS 12 TIMES.
             03 NPT-QTD            PIC 9(05) OCCURS 3 TIMES.

      * VENDEDOR TITULAR: ENTRADA = CODIGO + 1 (1 = SEM VENDEDOR).
       01 WS-TAB-NPS-VEN.
          02 NPV-ENTRADA OCCURS 1000 TIMES.
             03 NPV-CONTAGEM.
                04 NPV-MES OCCURS 12 TIMES.
                   05 NPV-QTD      PIC 9(05) OCCURS 3 TIMES.

      * UF DO ENDERECO, EM ORDEM ALFABETICA ("--" = SEM ENDERECO).
       01 WS-TAB-NPS-UF.
          02 NPU-ENTRADA OCCURS 30 TIMES.
             03 NPU-UF             PIC X(02).
             03 NPU-CONTAGEM.
                04 NPU-MES OCCURS 12 TIMES.
                   05 NPU-QTD      PIC 9(05) OCCURS 3 TIMES.

      * CLASSE ABC: 1 = A, 2 = B, 3 = C, 4 = SEM CLASSE.
       01 WS-TAB-NPS-CLASSE.
          02 NPC-ENTRADA OCCURS 4 TIMES.
             03 NPC-CONTAGEM.
                04 NPC-MES OCCURS 12 TIMES.
                   05 NPC-QTD      PIC 9(05) OCCURS 3 TIMES.

      * BASE INTEIRA.
       01 WS-TAB-NPS-BASE.
          02 NPB-CONTAGEM.
             03 NPB-MES OCCURS 12 TIMES.
                04 NPB-QTD         PIC 9(05) OCCURS 3 TIMES.

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(20) VALUE SPACES.
          02 CAB-TITULO   PIC X(50).
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(17) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-CARGA.
          02 FILLER PIC X(22) VALUE "ID DA RESPOSTA".
          02 FILLER PIC X(09) VALUE "CLIENTE".
          02 FILLER PIC X(11) VALUE "DATA".
          02 FILLER PIC X(05) VALUE "NOTA".
          02 FILLER PIC X(85) VALUE "MOTIVO DA RECUSA".

       01 DETALHE-CARGA.
          02 DCG-ID              PIC X(20).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DCG-CLIENTE         PIC X(07).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DCG-DATA            PIC X(10).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCG-NOTA            PIC X(02).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DCG-MOTIVO          PIC X(40).
          02 FILLER              PIC X(45) VALUE SPACES.

       01 CABECALHO-NPS.
          02 FILLER PIC X(37) VALUE SPACES.
          02 FILLER PIC X(30) VALUE
             "--------- NO MES ----------".
          02 FILLER PIC X(11) VALUE "MES ANT".
          02 FILLER PIC X(54) VALUE "-- 12 MESES".

       01 CABECALHO-NPS-2.
          02 FILLER PIC X(37) VALUE "DIMENSAO".
          02 FILLER PIC X(28) VALUE
             " RESP  PROM  NEUT  DETR  NPS".
          02 FILLER PIC X(09) VALUE "      NPS".
          02 FILLER PIC X(15) VALUE "      RESP  NPS".
          02 FILLER PIC X(43) VALUE "      TENDENCIA".

       01 LINHA-SECAO.
          02 LSE-TEXTO           PIC X(60).
          02 FILLER              PIC X(72) VALUE SPACES.

       01 DETALHE-NPS.
          02 DNP-DIMENSAO        PIC X(36).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DNP-RESP            PIC ZZZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DNP-PROM            PIC ZZZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DNP-NEUT            PIC ZZZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DNP-DETR            PIC ZZZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DNP-NPS-MES         PIC X(04).
          02 FILLER              PIC X(05) VALUE SPACES.
          02 DNP-NPS-ANT         PIC X(04).
          02 FILLER              PIC X(04) VALUE SPACES.
          02 DNP-RESP-12         PIC ZZZZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DNP-NPS-12          PIC X(04).
          02 FILLER              PIC X(06) VALUE SPACES.
          02 DNP-TENDENCIA       PIC X(07).
          02 FILLER              PIC X(29) VALUE SPACES.

       01 CABECALHO-EVOLUCAO.
          02 FILLER PIC X(10) VALUE "MES".
          02 FILLER PIC X(28) VALUE
             " RESP  PROM  NEUT  DETR  NPS".
          02 FILLER PIC X(94) VALUE SPACES.

       01 DETALHE-EVOLUCAO.
          02 DEV-MES-ANO         PIC X(07).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DEV-RESP            PIC ZZZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DEV-PROM            PIC ZZZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DEV-NEUT            PIC ZZZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DEV-DETR            PIC ZZZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DEV-NPS             PIC X(04).
          02 FILLER              PIC X(94) VALUE SPACES.

       01 LINHA-TOTAL.
          02 FILLER              PIC X(40).
          02 LTO-VALOR           PIC ZZZ.ZZ9.
          02 FILLER              PIC X(85) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-PESQUISA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 22 VALUE
             "  PESQUISA DE SATISFACAO (NPS)  ".
          02 LINE 02 COLUMN 73 VALUE "PROG88".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "FUNCAO: C = CAPTURA NA TELA, I = CARGA DO ARQUIVO DA".
          02 LINE 06 COLUMN 01 VALUE
             "        FERRAMENTA, R = RELATORIO NPS".
          02 LINE 07 COLUMN 01 VALUE
             "FUNCAO......................................:".

       01 TELA-CARGA.
          02 LINE 09 COLUMN 01 VALUE
             "ARQUIVO (VAZIO = PESQUISA.CSV)..............:".

       01 TELA-RELATORIO.
          02 LINE 11 COLUMN 01 VALUE
             "ANO (ZERO = MES ANTERIOR)...................:".
          02 LINE 13 COLUMN 01 VALUE
             "MES.........................................:".

       01 TELA-CAPTURA BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 22 VALUE
             "  PESQUISA DE SATISFACAO (NPS)  ".
          02 LINE 02 COLUMN 73 VALUE "PROG88".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01
             VALUE "CODIGO DO CLIENTE..............".
          02 LINE 07 COLUMN 01
             VALUE "CONTATO (SEQUENCIA, 0 = NENHUM)".
          02 LINE 09 COLUMN 01
             VALUE "VISITA (SEQUENCIA, 0 = NENHUMA)".
          02 LINE 11 COLUMN 01
             VALUE "DATA DA RESPOSTA (VAZIO = HOJE)".
          02 LINE 13 COLUMN 01
             VALUE "NOTA DE 0 A 10.................".
          02 LINE 15 COLUMN 01
             VALUE "COMENTARIO:".
          02 LINE 18 COLUMN 01
             VALUE "GRAVAR A RESPOSTA (S/N)?.......".
          02 LINE 22 COLUMN 01
             VALUE "CAPTURAR OUTRA RESPOSTA (S/N)?.".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 22 VALUE
             "  PESQUISA DE SATISFACAO (NPS)  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "LINHAS LIDAS NA CARGA..:".
          02 LINE 06 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-LIDOS.
          02 LINE 07 COLUMN 01 VALUE "RESPOSTAS GRAVADAS.....:".
          02 LINE 07 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-GRAVADOS.
          02 LINE 08 COLUMN 01 VALUE "LINHAS RECUSADAS.......:".
          02 LINE 08 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-RECUSADOS.
          02 LINE 09 COLUMN 01 VALUE "RETORNOS DE DETRATOR...:".
          02 LINE 09 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-DETRATORES.
          02 LINE 10 COLUMN 01 VALUE "RESPOSTAS NO RELATORIO.:".
          02 LINE 10 COLUMN 26 PIC ZZZ.ZZ9 FROM WS-QTD-RESPOSTAS-REL.
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG88" TO WS-OPERADOR-ATUAL
           END-IF
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-NUM(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-NUM(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-NUM(7:2)

           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-PESQUISA AT 0101
              PERFORM UNTIL WS-FUNCAO = "C" OR = "I" OR = "R"
                 ACCEPT WS-FUNCAO AT 0747
              END-PERFORM
      * CAPTURA E CARGA GRAVAM RESPOSTAS E INTERACOES E SEGUEM O
      * NIVEL DAS DEMAIS MANUTENCOES; O RELATORIO E SO CONSULTA.
              IF WS-FUNCAO NOT = "R" AND WS-OPERADOR-NIVEL < 2
                 DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                    AT 2401
                 ACCEPT PAUSA AT 2478
                 EXIT PROGRAM
              END-IF
              IF WS-FUNCAO = "I"
                 DISPLAY TELA-CARGA
                 ACCEPT WS-LOCAL-ARQ-PSQ AT 0947
                 IF WS-LOCAL-ARQ-PSQ = SPACES
                    MOVE "PESQUISA.CSV" TO WS-LOCAL-ARQ-PSQ
                 END-IF
              END-IF
              IF WS-FUNCAO = "R"
                 DISPLAY TELA-RELATORIO
                 ACCEPT WS-ANO-CALCULO AT 1147
                 IF WS-ANO-CALCULO NOT = ZEROS
                    PERFORM UNTIL WS-MES-CALCULO > 00
                       AND WS-MES-CALCULO < 13
                       ACCEPT WS-MES-CALCULO AT 1347
                    END-PERFORM
                 END-IF
              END-IF
           END-IF

           IF WS-FUNCAO = "C"
              PERFORM ABRE-ARQUIVOS-GRAVACAO
                 THRU F-ABRE-ARQUIVOS-GRAVACAO
              IF WS-ARQUIVOS-OK = "S"
                 PERFORM UNTIL WS-CONTINUA NOT = "S"
                    PERFORM CAPTURA-RESPOSTA THRU F-CAPTURA-RESPOSTA
                    MOVE SPACES TO WS-CONTINUA
                    PERFORM UNTIL WS-CONTINUA = "S" OR = "N"
                       ACCEPT WS-CONTINUA AT 2233
                    END-PERFORM
                 END-PERFORM
                 PERFORM FECHA-ARQUIVOS-GRAVACAO
                    THRU F-FECHA-ARQUIVOS-GRAVACAO
              END-IF
              EXIT PROGRAM
           END-IF

           IF WS-FUNCAO = "I" OR WS-LOCAL-ARQ-PSQ NOT = SPACES
              PERFORM CARREGA-ARQUIVO THRU F-CARREGA-ARQUIVO
           END-IF
           IF WS-MODO-BATCH = "S" OR WS-FUNCAO = "R"
              PERFORM EMITE-NPS THRU F-EMITE-NPS
           END-IF

           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           IF WS-MODO-BATCH NOT = "S"
              DISPLAY TELA-FIM AT 0101
              ACCEPT  PAUSA    AT 2478
           END-IF
           EXIT PROGRAM.

      * MENSAGEM DE ERRO NA LINHA 24; NO BATCH SEGUE SEM PAUSA.
       MOSTRA-ERRO.
           IF WS-MODO-BATCH NOT = "S"
              ACCEPT PAUSA AT 2478
           END-IF
           MOVE "N" TO WS-EXEC-RESULTADO.
       F-MOSTRA-ERRO. EXIT.

      * ARQUIVOS DA CAPTURA E DA CARGA. CONTATO, VISITA E
      * DISTRIBUICAO SAO OPCIONAIS: SEM ELES A SEQUENCIA INFORMADA
      * NAO TEM COMO SER CONFERIDA E A RESPOSTA E RECUSADA.
       ABRE-ARQUIVOS-GRAVACAO.
           MOVE "N" TO WS-ARQUIVOS-OK
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-ABRE-ARQUIVOS-GRAVACAO
           END-IF
           MOVE "PESQUISA.DAT" TO WID-ARQ-PESQUISA
           OPEN I-O ARQ-PESQUISA
           IF WS-RESULTADO-PSQ = 35
              OPEN OUTPUT ARQ-PESQUISA
              CLOSE ARQ-PESQUISA
              OPEN I-O ARQ-PESQUISA
           END-IF
           IF WS-RESULTADO-PSQ NOT = 00
              DISPLAY "ERRO NA ABERTURA DO PESQUISA.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-PSQ AT 2445
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              CLOSE ARQ-CLIENTE
              GO TO F-ABRE-ARQUIVOS-GRAVACAO
           END-IF
           MOVE "INTERACAO.DAT" TO WID-ARQ-INTERACAO
           OPEN I-O ARQ-INTERACAO
           IF WS-RESULTADO-ITR = 35
              OPEN OUTPUT ARQ-INTERACAO
              CLOSE ARQ-INTERACAO
              OPEN I-O ARQ-INTERACAO
           END-IF
           IF WS-RESULTADO-ITR NOT = 00
              DISPLAY "ERRO NA ABERTURA DO INTERACAO.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-ITR AT 2446
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              CLOSE ARQ-CLIENTE
              CLOSE ARQ-PESQUISA
              GO TO F-ABRE-ARQUIVOS-GRAVACAO
           END-IF
           MOVE "N" TO WS-EXISTE-CONTATO
           MOVE "CLICONTATO.DAT" TO WID-ARQ-CLI-CONTATO
           OPEN INPUT ARQ-CLI-CONTATO
           IF WS-RESULTADO-CTT = 00
              MOVE "S" TO WS-EXISTE-CONTATO
           END-IF
           MOVE "N" TO WS-EXISTE-VISITA
           MOVE "VISITA.DAT" TO WID-ARQ-VISITA
           OPEN INPUT ARQ-VISITA
           IF WS-RESULTADO-VIS = 00
              MOVE "S" TO WS-EXISTE-VISITA
           END-IF
           MOVE "N" TO WS-EXISTE-DIST-MEST
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST = 00
              MOVE "S" TO WS-EXISTE-DIST-MEST
           END-IF
           MOVE "S" TO WS-ARQUIVOS-OK.
       F-ABRE-ARQUIVOS-GRAVACAO. EXIT.

       FECHA-ARQUIVOS-GRAVACAO.
           CLOSE ARQ-CLIENTE
           CLOSE ARQ-PESQUISA
           CLOSE ARQ-INTERACAO
           IF WS-EXISTE-CONTATO = "S"
              CLOSE ARQ-CLI-CONTATO
           END-IF
           IF WS-EXISTE-VISITA = "S"
              CLOSE ARQ-VISITA
           END-IF
           IF WS-EXISTE-DIST-MEST = "S"
              CLOSE ARQ-DIST-MEST
           END-IF.
       F-FECHA-ARQUIVOS-GRAVACAO. EXIT.

      *-----------------------------------------------------------------
      * CAPTURA DA RESPOSTA NA TELA
      *-----------------------------------------------------------------
       CAPTURA-RESPOSTA.
           DISPLAY LIMPA-TELA
           DISPLAY TELA-CAPTURA AT 0101
           INITIALIZE WS-RESPOSTA
           MOVE "T" TO WS-PSQ-ORIGEM
           ACCEPT WS-PSQ-CLIENTE AT 0533
           MOVE WS-PSQ-CLIENTE TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE NAO CADASTRADO ..................."
                 AT 2001
              GO TO F-CAPTURA-RESPOSTA
           END-IF
           DISPLAY CLI-RAZAO-SOCIAL AT 0541
           ACCEPT WS-PSQ-CONTATO AT 0733
           IF WS-PSQ-CONTATO > ZEROS AND WS-EXISTE-CONTATO = "S"
              MOVE WS-PSQ-CLIENTE TO CTT-CLI-CODIGO
              MOVE WS-PSQ-CONTATO TO CTT-SEQUENCIA
              READ ARQ-CLI-CONTATO
              IF WS-RESULTADO-CTT = 00
                 DISPLAY CTT-NOME-CONTATO AT 0741
              END-IF
           END-IF
           ACCEPT WS-PSQ-VISITA AT 0933
           IF WS-PSQ-VISITA > ZEROS AND WS-EXISTE-VISITA = "S"
              MOVE WS-PSQ-CLIENTE TO VIS-CLI-CODIGO
              MOVE WS-PSQ-VISITA  TO VIS-SEQUENCIA
              READ ARQ-VISITA
              IF WS-RESULTADO-VIS = 00
                 DISPLAY VIS-DATA AT 0941
              END-IF
           END-IF
           ACCEPT WS-PSQ-DATA AT 1133
           MOVE 99 TO WS-PSQ-NOTA
           PERFORM UNTIL WS-PSQ-NOTA NOT > 10
              ACCEPT WS-PSQ-NOTA AT 1333
           END-PERFORM
           ACCEPT WS-PSQ-COMENTARIO AT 1601
           PERFORM VALIDA-RESPOSTA THRU F-VALIDA-RESPOSTA
           IF WS-MOTIVO NOT = SPACES
              DISPLAY WS-MOTIVO AT 2001
              GO TO F-CAPTURA-RESPOSTA
           END-IF
           MOVE SPACES TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
              ACCEPT WS-CONFIRMA AT 1833
           END-PERFORM
           IF WS-CONFIRMA NOT = "S"
              GO TO F-CAPTURA-RESPOSTA
           END-IF
           PERFORM GRAVA-RESPOSTA THRU F-GRAVA-RESPOSTA
           IF WS-MOTIVO NOT = SPACES
              DISPLAY WS-MOTIVO AT 2001
           ELSE
              IF WS-CATEGORIA = "D"
                 DISPLAY "GRAVADA - DETRATOR: RETORNO ABERTO PARA O VEN"
                    AT 2001
                 DISPLAY WS-VEN-ED AT 2047
              ELSE
                 DISPLAY "RESPOSTA GRAVADA COM SUCESSO ..........."
                    AT 2001
              END-IF
           END-IF.
       F-CAPTURA-RESPOSTA. EXIT.

      *-----------------------------------------------------------------
      * CARGA DO ARQUIVO DA FERRAMENTA DE PESQUISA
      *-----------------------------------------------------------------
       CARREGA-ARQUIVO.
           OPEN INPUT ARQ-IMPORTA-PSQ
           IF WS-RESULTADO-IMP NOT = 00
              DISPLAY "ERRO AO ABRIR O ARQUIVO DA PESQUISA!" AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-CARREGA-ARQUIVO
           END-IF
           PERFORM ABRE-ARQUIVOS-GRAVACAO
              THRU F-ABRE-ARQUIVOS-GRAVACAO
           IF WS-ARQUIVOS-OK NOT = "S"
              CLOSE ARQ-IMPORTA-PSQ
              GO TO F-CARREGA-ARQUIVO
           END-IF
           MOVE "RPESQCARGA.TXT" TO WS-LOCAL-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE "RESPOSTAS RECUSADAS NA CARGA DA PESQUISA"
              TO CAB-TITULO
           MOVE DATA-DE-HOJE TO CAB-DATA
           MOVE ZEROS TO CONTADOR-PAGINA
           PERFORM IMPRIMIR-CABECALHO-CARGA

           MOVE ZEROS TO WS-FIM-IMP
           PERFORM UNTIL WS-FIM-IMP = 1
              READ ARQ-IMPORTA-PSQ NEXT
                 AT END
                    MOVE 1 TO WS-FIM-IMP
                    EXIT PERFORM
              END-READ
              ADD 1 TO WS-QTD-LIDOS
              PERFORM CARREGA-RESPOSTA THRU F-CARREGA-RESPOSTA
           END-PERFORM

           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           MOVE "LINHAS LIDAS...........................:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-LIDOS TO LTO-VALOR
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           MOVE "RESPOSTAS GRAVADAS.....................:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-GRAVADOS TO LTO-VALOR
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           MOVE "LINHAS RECUSADAS.......................:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-RECUSADOS TO LTO-VALOR
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           MOVE "RETORNOS DE DETRATOR ABERTOS...........:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-DETRATORES TO LTO-VALOR
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           CLOSE RELATORIO
           MOVE "RPESQCARGA.TXT" TO RLA-ARQUIVO
           MOVE SPACES TO RLA-PARAMETROS
           STRING "ARQUIVO " WS-LOCAL-ARQ-PSQ
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           CLOSE ARQ-IMPORTA-PSQ
           PERFORM FECHA-ARQUIVOS-GRAVACAO
              THRU F-FECHA-ARQUIVOS-GRAVACAO.
       F-CARREGA-ARQUIVO. EXIT.

      * UMA LINHA DA CARGA: CAMPOS NUMERICOS CONFERIDOS ANTES DA
      * VALIDACAO COMUM COM A TELA.
       CARREGA-RESPOSTA.
           INITIALIZE WS-RESPOSTA
           MOVE "C" TO WS-PSQ-ORIGEM
           MOVE SPACES TO WS-MOTIVO
           EVALUATE TRUE
              WHEN IMP-PSQ-ID = SPACES
                 MOVE "RESPOSTA SEM IDENTIFICADOR" TO WS-MOTIVO
              WHEN IMP-PSQ-CLIENTE NOT NUMERIC
                 MOVE "CODIGO DO CLIENTE INVALIDO" TO WS-MOTIVO
              WHEN IMP-PSQ-CONTATO NOT NUMERIC
                 MOVE "SEQUENCIA DO CONTATO INVALIDA" TO WS-MOTIVO
              WHEN IMP-PSQ-VISITA NOT NUMERIC
                 MOVE "SEQUENCIA DA VISITA INVALIDA" TO WS-MOTIVO
              WHEN IMP-PSQ-NOTA NOT NUMERIC
                 MOVE "NOTA INVALIDA" TO WS-MOTIVO
           END-EVALUATE
           IF WS-MOTIVO = SPACES
              MOVE IMP-PSQ-ID         TO WS-PSQ-ID
              MOVE IMP-PSQ-CLIENTE    TO WS-PSQ-CLIENTE
              MOVE IMP-PSQ-CONTATO    TO WS-PSQ-CONTATO
              MOVE IMP-PSQ-VISITA     TO WS-PSQ-VISITA
              MOVE IMP-PSQ-DATA       TO WS-PSQ-DATA
              MOVE IMP-PSQ-NOTA       TO WS-PSQ-NOTA
              MOVE IMP-PSQ-COMENTARIO TO WS-PSQ-COMENTARIO
              PERFORM VALIDA-RESPOSTA THRU F-VALIDA-RESPOSTA
           END-IF
           IF WS-MOTIVO = SPACES
              PERFORM GRAVA-RESPOSTA THRU F-GRAVA-RESPOSTA
           END-IF
           IF WS-MOTIVO NOT = SPACES
              ADD 1 TO WS-QTD-RECUSADOS
              MOVE IMP-PSQ-ID      TO DCG-ID
              MOVE IMP-PSQ-CLIENTE TO DCG-CLIENTE
              MOVE IMP-PSQ-DATA    TO DCG-DATA
              MOVE IMP-PSQ-NOTA    TO DCG-NOTA
              MOVE WS-MOTIVO       TO DCG-MOTIVO
              PERFORM CONTA-LINHA-CARGA
              WRITE LINHA FROM DETALHE-CARGA AFTER 1 LINES
           END-IF.
       F-CARREGA-RESPOSTA. EXIT.

      *-----------------------------------------------------------------
      * VALIDACAO E GRAVACAO COMUNS A TELA E A CARGA
      *-----------------------------------------------------------------
      * WS-MOTIVO EM BRANCO = RESPOSTA ACEITA.
       VALIDA-RESPOSTA.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS  TO WS-PSQ-VEN-VISITA
           MOVE WS-PSQ-CLIENTE TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE "CLIENTE NAO CADASTRADO" TO WS-MOTIVO
              GO TO F-VALIDA-RESPOSTA
           END-IF
           IF WS-PSQ-CONTATO > ZEROS
              MOVE "N" TO WS-ACHOU-REGISTRO
              IF WS-EXISTE-CONTATO = "S"
                 MOVE WS-PSQ-CLIENTE TO CTT-CLI-CODIGO
                 MOVE WS-PSQ-CONTATO TO CTT-SEQUENCIA
                 READ ARQ-CLI-CONTATO
                 IF WS-RESULTADO-CTT = 00
                    MOVE "S" TO WS-ACHOU-REGISTRO
                 END-IF
              END-IF
              IF WS-ACHOU-REGISTRO NOT = "S"
                 MOVE "CONTATO NAO CADASTRADO PARA O CLIENTE"
                    TO WS-MOTIVO
                 GO TO F-VALIDA-RESPOSTA
              END-IF
           END-IF
           IF WS-PSQ-VISITA > ZEROS
              MOVE "N" TO WS-ACHOU-REGISTRO
              IF WS-EXISTE-VISITA = "S"
                 MOVE WS-PSQ-CLIENTE TO VIS-CLI-CODIGO
                 MOVE WS-PSQ-VISITA  TO VIS-SEQUENCIA
                 READ ARQ-VISITA
                 IF WS-RESULTADO-VIS = 00
                    MOVE "S" TO WS-ACHOU-REGISTRO
                    MOVE VIS-VEN-CODIGO TO WS-PSQ-VEN-VISITA
                 END-IF
              END-IF
              IF WS-ACHOU-REGISTRO NOT = "S"
                 MOVE "VISITA NAO ENCONTRADA PARA O CLIENTE"
                    TO WS-MOTIVO
                 GO TO F-VALIDA-RESPOSTA
              END-IF
           END-IF
           IF WS-PSQ-DATA = SPACES
              MOVE DATA-DE-HOJE TO WS-PSQ-DATA
           END-IF
           MOVE WS-PSQ-DATA TO WS-DATA-TRAB
           PERFORM VALIDA-DATA THRU F-VALIDA-DATA
           IF WS-DATA-VALIDA NOT = "S"
              MOVE "DATA DA RESPOSTA INVALIDA" TO WS-MOTIVO
              GO TO F-VALIDA-RESPOSTA
           END-IF
           IF WS-DATA-AAAAMMDD > WS-HOJE-NUM
              MOVE "DATA DA RESPOSTA NO FUTURO" TO WS-MOTIVO
              GO TO F-VALIDA-RESPOSTA
           END-IF
           MOVE WS-DATA-AAAAMMDD TO WS-PSQ-DATA-NUM
           IF WS-PSQ-NOTA > 10
              MOVE "NOTA FORA DA FAIXA DE 0 A 10" TO WS-MOTIVO
           END-IF.
       F-VALIDA-RESPOSTA. EXIT.

      * PROXIMA SEQUENCIA DO CLIENTE (RECUSANDO O IDENTIFICADOR DA
      * FERRAMENTA JA CARREGADO), CATEGORIA E VENDEDOR TITULAR; O
      * DETRATOR GANHA A INTERACAO DE RETORNO.
       GRAVA-RESPOSTA.
           MOVE SPACES TO WS-MOTIVO
           MOVE ZEROS  TO WS-PROXIMA-SEQ
           MOVE WS-PSQ-CLIENTE TO PSQ-CLI-CODIGO
           MOVE ZEROS          TO PSQ-SEQUENCIA
           START ARQ-PESQUISA KEY NOT LESS PSQ-CHAVE
           IF WS-RESULTADO-PSQ = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PESQUISA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PSQ-CLI-CODIGO NOT = WS-PSQ-CLIENTE
                    EXIT PERFORM
                 END-IF
                 IF WS-PSQ-ID NOT = SPACES
                    AND PSQ-ID-EXTERNO = WS-PSQ-ID
                    MOVE "RESPOSTA JA CARREGADA ANTES" TO WS-MOTIVO
                 END-IF
                 MOVE PSQ-SEQUENCIA TO WS-PROXIMA-SEQ
              END-PERFORM
           END-IF
           IF WS-MOTIVO NOT = SPACES
              GO TO F-GRAVA-RESPOSTA
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ

           EVALUATE TRUE
              WHEN WS-PSQ-NOTA > 8
                 MOVE "P" TO WS-CATEGORIA
              WHEN WS-PSQ-NOTA > 6
                 MOVE "N" TO WS-CATEGORIA
              WHEN OTHER
                 MOVE "D" TO WS-CATEGORIA
           END-EVALUATE

           INITIALIZE REGISTRO-PESQUISA
           MOVE WS-PSQ-VEN-VISITA TO PSQ-VEN-CODIGO
           IF WS-EXISTE-DIST-MEST = "S"
              MOVE WS-PSQ-CLIENTE TO DM-CLI-CODIGO
              READ ARQ-DIST-MEST
              IF WS-RESULTADO-MEST = 00 AND DM-VEN-CODIGO > ZEROS
                 MOVE DM-VEN-CODIGO TO PSQ-VEN-CODIGO
              END-IF
           END-IF
           MOVE WS-PSQ-CLIENTE    TO PSQ-CLI-CODIGO
           MOVE WS-PROXIMA-SEQ    TO PSQ-SEQUENCIA
           MOVE WS-PSQ-CONTATO    TO PSQ-CTT-SEQUENCIA
           MOVE WS-PSQ-VISITA     TO PSQ-VIS-SEQUENCIA
           MOVE WS-PSQ-DATA       TO PSQ-DATA
           MOVE WS-PSQ-DATA-NUM   TO PSQ-DATA-NUM
           MOVE WS-PSQ-NOTA       TO PSQ-NOTA
           MOVE WS-CATEGORIA      TO PSQ-CATEGORIA
           MOVE WS-PSQ-COMENTARIO TO PSQ-COMENTARIO
           MOVE WS-PSQ-ORIGEM     TO PSQ-ORIGEM
           MOVE WS-PSQ-ID         TO PSQ-ID-EXTERNO
           MOVE ZEROS             TO PSQ-ITR-SEQUENCIA
           MOVE DATA-DE-HOJE      TO PSQ-DATA-GRAVACAO
           MOVE WS-OPERADOR-ATUAL TO PSQ-OPERADOR
           MOVE PSQ-VEN-CODIGO    TO WS-VEN-ED
           WRITE REGISTRO-PESQUISA
           IF WS-RESULTADO-PSQ NOT = 00
              MOVE "ERRO NA GRAVACAO DO PESQUISA.DAT" TO WS-MOTIVO
              GO TO F-GRAVA-RESPOSTA
           END-IF
           ADD 1 TO WS-QTD-GRAVADOS
           IF WS-CATEGORIA = "D"
              PERFORM ABRE-RETORNO THRU F-ABRE-RETORNO
              MOVE WS-PROXIMA-SEQ-ITR TO PSQ-ITR-SEQUENCIA
              REWRITE REGISTRO-PESQUISA
           END-IF.
       F-GRAVA-RESPOSTA. EXIT.

      * INTERACAO TIPO N (RETORNO DE PESQUISA) NO DIARIO DO CLIENTE,
      * NA PROXIMA SEQUENCIA, COMO NO PROG47, DIRIGIDA AO VENDEDOR
      * TITULAR GRAVADO NA RESPOSTA.
       ABRE-RETORNO.
           MOVE ZEROS TO WS-PROXIMA-SEQ-ITR
           MOVE WS-PSQ-CLIENTE TO ITR-CLI-CODIGO
           MOVE ZEROS          TO ITR-SEQUENCIA
           START ARQ-INTERACAO KEY NOT LESS ITR-CHAVE
           IF WS-RESULTADO-ITR = 00
              PERFORM UNTIL EXIT
                 READ ARQ-INTERACAO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF ITR-CLI-CODIGO NOT = WS-PSQ-CLIENTE
                    EXIT PERFORM
                 END-IF
                 MOVE ITR-SEQUENCIA TO WS-PROXIMA-SEQ-ITR
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ-ITR
           MOVE WS-PSQ-NOTA TO WS-NOTA-ED
           MOVE SPACES TO WS-TEXTO-INTERACAO
           STRING "NPS NOTA " WS-NOTA-ED " - RETORNO DO VEN "
                  WS-VEN-ED ": " WS-PSQ-COMENTARIO
                  DELIMITED BY SIZE INTO WS-TEXTO-INTERACAO
           MOVE WS-PSQ-CLIENTE     TO ITR-CLI-CODIGO
           MOVE WS-PROXIMA-SEQ-ITR TO ITR-SEQUENCIA
           MOVE DATA-DE-HOJE       TO ITR-DATA
           ACCEPT ITR-HORA FROM TIME
           MOVE WS-OPERADOR-ATUAL  TO ITR-OPERADOR
           MOVE "N"                TO ITR-TIPO
           MOVE WS-TEXTO-INTERACAO TO ITR-TEXTO
           WRITE REGISTRO-INTERACAO
           IF WS-RESULTADO-ITR = 00
              ADD 1 TO WS-QTD-DETRATORES
           ELSE
              MOVE ZEROS TO WS-PROXIMA-SEQ-ITR
           END-IF.
       F-ABRE-RETORNO. EXIT.

      * DATA DD/MM/AAAA EM WS-DATA-TRAB; DEVOLVE AAAAMMDD EM
      * WS-DATA-AAAAMMDD.
       VALIDA-DATA.
           MOVE "N"   TO WS-DATA-VALIDA
           MOVE ZEROS TO WS-DATA-AAAAMMDD
           IF WS-DATA-TRAB(1:2) NUMERIC
              AND WS-DATA-TRAB(4:2) NUMERIC
              AND WS-DATA-TRAB(7:4) NUMERIC
              AND WS-DATA-TRAB(4:2) > "00"
              AND WS-DATA-TRAB(4:2) < "13"
              AND WS-DATA-TRAB(1:2) > "00"
              AND WS-DATA-TRAB(1:2) < "32"
              AND WS-DATA-TRAB(7:4) > "1600"
              MOVE WS-DATA-TRAB(7:4) TO WS-DATA-AAAAMMDD(1:4)
              MOVE WS-DATA-TRAB(4:2) TO WS-DATA-AAAAMMDD(5:2)
              MOVE WS-DATA-TRAB(1:2) TO WS-DATA-AAAAMMDD(7:2)
              IF FUNCTION INTEGER-OF-DATE(WS-DATA-AAAAMMDD) > ZEROS
                 MOVE "S" TO WS-DATA-VALIDA
              END-IF
           END-IF.
       F-VALIDA-DATA. EXIT.

      *-----------------------------------------------------------------
      * RELATORIO NPS (RNPS.TXT)
      *-----------------------------------------------------------------
       EMITE-NPS.
           IF WS-ANO-CALCULO = ZEROS OR WS-MES-CALCULO = ZEROS
              MOVE WS-HOJE-NUM(1:4) TO WS-ANO-CALCULO
              MOVE WS-HOJE-NUM(5:2) TO WS-MES-CALCULO
              IF WS-MES-CALCULO = 01
                 MOVE 12 TO WS-MES-CALCULO
                 SUBTRACT 1 FROM WS-ANO-CALCULO
              ELSE
                 SUBTRACT 1 FROM WS-MES-CALCULO
              END-IF
           END-IF
           COMPUTE WS-COMPETENCIA =
              WS-ANO-CALCULO * 100 + WS-MES-CALCULO
           COMPUTE WS-INDICE-COMP =
              WS-ANO-CALCULO * 12 + WS-MES-CALCULO
           MOVE SPACES TO WS-MES-ANO
           STRING WS-COMPETENCIA(5:2) "/" WS-COMPETENCIA(1:4)
                  DELIMITED BY SIZE INTO WS-MES-ANO

           MOVE "PESQUISA.DAT" TO WID-ARQ-PESQUISA
           OPEN INPUT ARQ-PESQUISA
           IF WS-RESULTADO-PSQ NOT = 00
              DISPLAY "PESQUISA.DAT NAO ENCONTRADO .............."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-EMITE-NPS
           END-IF
           MOVE "N" TO WS-EXISTE-ENDERECO
           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN INPUT ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END = 00
              MOVE "S" TO WS-EXISTE-ENDERECO
           END-IF
           MOVE "N" TO WS-EXISTE-CLASSE
           MOVE "CLASSEABC.DAT" TO WID-ARQ-CLASSE-ABC
           OPEN INPUT ARQ-CLASSE-ABC
           IF WS-RESULTADO-ABC = 00
              MOVE "S" TO WS-EXISTE-CLASSE
           END-IF
           MOVE "N" TO WS-EXISTE-VENDEDOR
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VEN = 00
              MOVE "S" TO WS-EXISTE-VENDEDOR
           END-IF
           MOVE "N" TO WS-EXISTE-CLIENTE
           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO = 00
              MOVE "S" TO WS-EXISTE-CLIENTE
           END-IF

           INITIALIZE WS-TAB-NPS-VEN
           INITIALIZE WS-TAB-NPS-UF
           INITIALIZE WS-TAB-NPS-CLASSE
           INITIALIZE WS-TAB-NPS-BASE
           MOVE ZEROS TO WS-QTD-UF
           MOVE ZEROS TO PSQ-CLI-CODIGO
           MOVE ZEROS TO PSQ-SEQUENCIA
           START ARQ-PESQUISA KEY NOT LESS PSQ-CHAVE
           IF WS-RESULTADO-PSQ = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PESQUISA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 PERFORM ACUMULA-RESPOSTA THRU F-ACUMULA-RESPOSTA
              END-PERFORM
           END-IF

           MOVE "RNPS.TXT" TO WS-LOCAL-RELATORIO
           OPEN OUTPUT RELATORIO
           MOVE SPACES TO CAB-TITULO
           STRING "NPS DA PESQUISA DE SATISFACAO - " WS-MES-ANO
                  DELIMITED BY SIZE INTO CAB-TITULO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           MOVE ZEROS TO CONTADOR-PAGINA
           PERFORM IMPRIMIR-CABECALHO-NPS

           MOVE "POR VENDEDOR TITULAR:" TO LSE-TEXTO
           PERFORM IMPRIME-SECAO
           PERFORM VARYING WS-IND-VEN FROM 1 BY 1
              UNTIL WS-IND-VEN > 1000
              MOVE NPV-CONTAGEM(WS-IND-VEN) TO WS-NPS-TRAB
              MOVE SPACES TO DNP-DIMENSAO
              COMPUTE WS-VEN-ED = WS-IND-VEN - 1
              IF WS-IND-VEN = 1
                 MOVE "000 SEM VENDEDOR TITULAR" TO DNP-DIMENSAO
              ELSE
                 PERFORM NOME-VENDEDOR THRU F-NOME-VENDEDOR
              END-IF
              PERFORM IMPRIME-LINHA-NPS THRU F-IMPRIME-LINHA-NPS
           END-PERFORM

           MOVE "POR UF DO ENDERECO DO CLIENTE:" TO LSE-TEXTO
           PERFORM IMPRIME-SECAO
           PERFORM VARYING WS-IND-UF FROM 1 BY 1
              UNTIL WS-IND-UF > WS-QTD-UF
              MOVE NPU-CONTAGEM(WS-IND-UF) TO WS-NPS-TRAB
              MOVE SPACES TO DNP-DIMENSAO
              IF NPU-UF(WS-IND-UF) = "--"
                 MOVE "-- SEM ENDERECO" TO DNP-DIMENSAO
              ELSE
                 MOVE NPU-UF(WS-IND-UF) TO DNP-DIMENSAO
              END-IF
              PERFORM IMPRIME-LINHA-NPS THRU F-IMPRIME-LINHA-NPS
           END-PERFORM

           MOVE "POR CLASSE ABC (PROG38):" TO LSE-TEXTO
           PERFORM IMPRIME-SECAO
           PERFORM VARYING WS-IND-CLA FROM 1 BY 1
              UNTIL WS-IND-CLA > 4
              MOVE NPC-CONTAGEM(WS-IND-CLA) TO WS-NPS-TRAB
              EVALUATE WS-IND-CLA
                 WHEN 1 MOVE "CLASSE A"   TO DNP-DIMENSAO
                 WHEN 2 MOVE "CLASSE B"   TO DNP-DIMENSAO
                 WHEN 3 MOVE "CLASSE C"   TO DNP-DIMENSAO
                 WHEN 4 MOVE "SEM CLASSE" TO DNP-DIMENSAO
              END-EVALUATE
              PERFORM IMPRIME-LINHA-NPS THRU F-IMPRIME-LINHA-NPS
           END-PERFORM

           MOVE NPB-CONTAGEM TO WS-NPS-TRAB
           MOVE "BASE INTEIRA:" TO LSE-TEXTO
           PERFORM IMPRIME-SECAO
           MOVE "TODOS OS CLIENTES" TO DNP-DIMENSAO
           PERFORM IMPRIME-LINHA-NPS THRU F-IMPRIME-LINHA-NPS

           PERFORM IMPRIME-EVOLUCAO THRU F-IMPRIME-EVOLUCAO

           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           MOVE "RESPOSTAS NOS 12 MESES.................:"
              TO LINHA-TOTAL(1:40)
           MOVE WS-QTD-RESPOSTAS-REL TO LTO-VALOR
           WRITE LINHA FROM LINHA-TOTAL AFTER 1 LINES
           CLOSE RELATORIO
           MOVE "RNPS.TXT" TO RLA-ARQUIVO
           MOVE SPACES TO RLA-PARAMETROS
           STRING "COMPETENCIA " WS-MES-ANO
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           CLOSE ARQ-PESQUISA
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           IF WS-EXISTE-CLASSE = "S"
              CLOSE ARQ-CLASSE-ABC
           END-IF
           IF WS-EXISTE-VENDEDOR = "S"
              CLOSE ARQ-VENDEDOR
           END-IF
           IF WS-EXISTE-CLIENTE = "S"
              CLOSE ARQ-CLIENTE
           END-IF.
       F-EMITE-NPS. EXIT.

      * RESPOSTA DOS 12 MESES ATE A COMPETENCIA: CONTA NO MES CERTO
      * DO VENDEDOR GRAVADO NELA, DA UF E DA CLASSE ATUAIS DO CLIENTE
      * E DA BASE INTEIRA. CLIENTE NAO CADASTRADO VALE COMO EMPRESA
      * 01.
       ACUMULA-RESPOSTA.
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              MOVE 01 TO WS-EMPRESA-CLIENTE
              IF WS-EXISTE-CLIENTE = "S"
                 MOVE PSQ-CLI-CODIGO TO CLI-CODIGO
                 READ ARQ-CLIENTE
                 IF WS-RESULTADO-ACESSO = 00
                    MOVE CLI-EMPRESA TO WS-EMPRESA-CLIENTE
                 END-IF
              END-IF
              IF WS-EMPRESA-CLIENTE NOT = WS-EMPRESA-SESSAO
                 GO TO F-ACUMULA-RESPOSTA
              END-IF
           END-IF
           MOVE PSQ-DATA-NUM(1:4) TO WS-ANO-RESP
           MOVE PSQ-DATA-NUM(5:2) TO WS-MES-RESP
           COMPUTE WS-INDICE-RESP = WS-ANO-RESP * 12 + WS-MES-RESP
           COMPUTE WS-OFFSET = WS-INDICE-COMP - WS-INDICE-RESP + 1
           IF WS-OFFSET < 1 OR WS-OFFSET > 12
              GO TO F-ACUMULA-RESPOSTA
           END-IF
           MOVE WS-OFFSET TO WS-IND-MES
           ADD 1 TO WS-QTD-RESPOSTAS-REL
           EVALUATE PSQ-CATEGORIA
              WHEN "P"   MOVE 1 TO WS-IND-CAT
              WHEN "N"   MOVE 2 TO WS-IND-CAT
              WHEN OTHER MOVE 3 TO WS-IND-CAT
           END-EVALUATE

           COMPUTE WS-IND-VEN = PSQ-VEN-CODIGO + 1
           ADD 1 TO NPV-QTD(WS-IND-VEN, WS-IND-MES, WS-IND-CAT)
           ADD 1 TO NPB-QTD(WS-IND-MES, WS-IND-CAT)

           MOVE "--" TO WS-UF-RESPOSTA
           IF WS-EXISTE-ENDERECO = "S"
              MOVE PSQ-CLI-CODIGO TO END-CLI-CODIGO
              READ ARQ-CLI-ENDERECO
              IF WS-RESULTADO-END = 00 AND END-UF NOT = SPACES
                 MOVE END-UF TO WS-UF-RESPOSTA
              END-IF
           END-IF
           PERFORM LOCALIZA-UF THRU F-LOCALIZA-UF
           IF WS-IND-UF > ZEROS
              ADD 1 TO NPU-QTD(WS-IND-UF, WS-IND-MES, WS-IND-CAT)
           END-IF

           MOVE 4 TO WS-IND-CLA
           IF WS-EXISTE-CLASSE = "S"
              MOVE PSQ-CLI-CODIGO TO ABC-CLI-CODIGO
              READ ARQ-CLASSE-ABC
              IF WS-RESULTADO-ABC = 00
                 EVALUATE ABC-CLASSE
                    WHEN "A" MOVE 1 TO WS-IND-CLA
                    WHEN "B" MOVE 2 TO WS-IND-CLA
                    WHEN "C" MOVE 3 TO WS-IND-CLA
                 END-EVALUATE
              END-IF
           END-IF
           ADD 1 TO NPC-QTD(WS-IND-CLA, WS-IND-MES, WS-IND-CAT).
       F-ACUMULA-RESPOSTA. EXIT.

      * ENTRADA DA UF EM WS-UF-RESPOSTA NA TABELA, INCLUIDA NA ORDEM
      * ALFABETICA QUANDO AINDA NAO EXISTE (ZERO = TABELA CHEIA).
       LOCALIZA-UF.
           PERFORM VARYING WS-IND-UF FROM 1 BY 1
              UNTIL WS-IND-UF > WS-QTD-UF
              IF NPU-UF(WS-IND-UF) NOT < WS-UF-RESPOSTA
                 EXIT PERFORM
              END-IF
           END-PERFORM
           IF WS-IND-UF NOT > WS-QTD-UF
              AND NPU-UF(WS-IND-UF) = WS-UF-RESPOSTA
              GO TO F-LOCALIZA-UF
           END-IF
           IF WS-QTD-UF = 30
              MOVE ZEROS TO WS-IND-UF
              GO TO F-LOCALIZA-UF
           END-IF
           PERFORM VARYING WS-IND-UF-2 FROM WS-QTD-UF BY -1
              UNTIL WS-IND-UF-2 < WS-IND-UF
              MOVE NPU-ENTRADA(WS-IND-UF-2)
                TO NPU-ENTRADA(WS-IND-UF-2 + 1)
           END-PERFORM
           ADD 1 TO WS-QTD-UF
           INITIALIZE NPU-ENTRADA(WS-IND-UF)
           MOVE WS-UF-RESPOSTA TO NPU-UF(WS-IND-UF).
       F-LOCALIZA-UF. EXIT.

       NOME-VENDEDOR.
           MOVE WS-VEN-ED TO DNP-DIMENSAO(1:3)
           IF WS-EXISTE-VENDEDOR = "S"
              COMPUTE VEN-CODIGO = WS-IND-VEN - 1
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VEN = 00
                 MOVE VEN-NOME(1:32) TO DNP-DIMENSAO(5:32)
              END-IF
           END-IF.
       F-NOME-VENDEDOR. EXIT.

      * LINHA DA DIMENSAO A PARTIR DE WS-NPS-TRAB; SO SAI QUEM TEVE
      * RESPOSTA NOS 12 MESES. A TENDENCIA COMPARA O NPS DO MES COM
      * O DO MES ANTERIOR (SEM RESPOSTA EM UM DELES, NAO HA).
       IMPRIME-LINHA-NPS.
           MOVE ZEROS TO WS-CALC-P
           MOVE ZEROS TO WS-CALC-N
           MOVE ZEROS TO WS-CALC-D
           PERFORM VARYING WS-IND-MES FROM 1 BY 1
              UNTIL WS-IND-MES > 12
              ADD NPT-QTD(WS-IND-MES, 1) TO WS-CALC-P
              ADD NPT-QTD(WS-IND-MES, 2) TO WS-CALC-N
              ADD NPT-QTD(WS-IND-MES, 3) TO WS-CALC-D
           END-PERFORM
           COMPUTE WS-RESP-12 = WS-CALC-P + WS-CALC-N + WS-CALC-D
           IF WS-RESP-12 = ZEROS
              GO TO F-IMPRIME-LINHA-NPS
           END-IF
           PERFORM CALCULA-NPS THRU F-CALCULA-NPS
           MOVE WS-RESP-12 TO DNP-RESP-12
           MOVE WS-CALC-NPS TO WS-NPS-ED
           MOVE WS-NPS-ED TO DNP-NPS-12

           MOVE 2 TO WS-IND-MES
           PERFORM CARREGA-MES THRU F-CARREGA-MES
           MOVE WS-CALC-TOTAL TO WS-RESP-ANT
           MOVE WS-CALC-NPS   TO WS-NPS-ANT
           MOVE "   -" TO DNP-NPS-ANT
           IF WS-RESP-ANT > ZEROS
              MOVE WS-NPS-ANT TO WS-NPS-ED
              MOVE WS-NPS-ED  TO DNP-NPS-ANT
           END-IF

           MOVE 1 TO WS-IND-MES
           PERFORM CARREGA-MES THRU F-CARREGA-MES
           MOVE WS-CALC-TOTAL TO WS-RESP-MES
           MOVE WS-CALC-NPS   TO WS-NPS-MES
           MOVE WS-RESP-MES TO DNP-RESP
           MOVE WS-CALC-P   TO DNP-PROM
           MOVE WS-CALC-N   TO DNP-NEUT
           MOVE WS-CALC-D   TO DNP-DETR
           MOVE "   -" TO DNP-NPS-MES
           IF WS-RESP-MES > ZEROS
              MOVE WS-NPS-MES TO WS-NPS-ED
              MOVE WS-NPS-ED  TO DNP-NPS-MES
           END-IF

           EVALUATE TRUE
              WHEN WS-RESP-MES = ZEROS OR WS-RESP-ANT = ZEROS
                 MOVE "-"       TO DNP-TENDENCIA
              WHEN WS-NPS-MES > WS-NPS-ANT
                 MOVE "SOBE"    TO DNP-TENDENCIA
              WHEN WS-NPS-MES < WS-NPS-ANT
                 MOVE "CAI"     TO DNP-TENDENCIA
              WHEN OTHER
                 MOVE "ESTAVEL" TO DNP-TENDENCIA
           END-EVALUATE
           PERFORM CONTA-LINHA-NPS
           WRITE LINHA FROM DETALHE-NPS AFTER 1 LINES.
       F-IMPRIME-LINHA-NPS. EXIT.

      * CONTAGENS DO MES WS-IND-MES DE WS-NPS-TRAB E O SEU NPS.
       CARREGA-MES.
           MOVE NPT-QTD(WS-IND-MES, 1) TO WS-CALC-P
           MOVE NPT-QTD(WS-IND-MES, 2) TO WS-CALC-N
           MOVE NPT-QTD(WS-IND-MES, 3) TO WS-CALC-D
           PERFORM CALCULA-NPS THRU F-CALCULA-NPS.
       F-CARREGA-MES. EXIT.

      * NPS = (PROMOTORES - DETRATORES) * 100 / RESPOSTAS.
       CALCULA-NPS.
           COMPUTE WS-CALC-TOTAL = WS-CALC-P + WS-CALC-N + WS-CALC-D
           MOVE ZEROS TO WS-CALC-NPS
           IF WS-CALC-TOTAL > ZEROS
              COMPUTE WS-CALC-NPS ROUNDED =
                 (WS-CALC-P - WS-CALC-D) * 100 / WS-CALC-TOTAL
           END-IF.
       F-CALCULA-NPS. EXIT.

      * BASE INTEIRA MES A MES, DO MAIS ANTIGO PARA A COMPETENCIA.
       IMPRIME-EVOLUCAO.
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           MOVE "EVOLUCAO MENSAL DA BASE INTEIRA (12 MESES):"
              TO LSE-TEXTO
           WRITE LINHA FROM LINHA-SECAO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-EVOLUCAO AFTER 1 LINES
           ADD 3 TO CONTADOR-LINHA
           MOVE NPB-CONTAGEM TO WS-NPS-TRAB
           PERFORM VARYING WS-IND-MES FROM 12 BY -1
              UNTIL WS-IND-MES < 1
              COMPUTE WS-INDICE-RESP =
                 WS-INDICE-COMP - WS-IND-MES + 1
              DIVIDE WS-INDICE-RESP BY 12 GIVING WS-ANO-CALCULO
                 REMAINDER WS-MES-CALCULO
              IF WS-MES-CALCULO = ZEROS
                 MOVE 12 TO WS-MES-CALCULO
                 SUBTRACT 1 FROM WS-ANO-CALCULO
              END-IF
              MOVE SPACES TO DEV-MES-ANO
              STRING WS-MES-CALCULO "/" WS-ANO-CALCULO
                     DELIMITED BY SIZE INTO DEV-MES-ANO
              PERFORM CARREGA-MES THRU F-CARREGA-MES
              MOVE WS-CALC-TOTAL TO DEV-RESP
              MOVE WS-CALC-P     TO DEV-PROM
              MOVE WS-CALC-N     TO DEV-NEUT
              MOVE WS-CALC-D     TO DEV-DETR
              MOVE "   -" TO DEV-NPS
              IF WS-CALC-TOTAL > ZEROS
                 MOVE WS-CALC-NPS TO WS-NPS-ED
                 MOVE WS-NPS-ED   TO DEV-NPS
              END-IF
              PERFORM CONTA-LINHA-NPS
              WRITE LINHA FROM DETALHE-EVOLUCAO AFTER 1 LINES
           END-PERFORM.
       F-IMPRIME-EVOLUCAO. EXIT.

       IMPRIME-SECAO.
           PERFORM CONTA-LINHA-NPS
           WRITE LINHA FROM LINHA-SECAO AFTER 1 LINES.

      * COPIA DATADA DO RELATORIO EMITIDO (RLA-ARQUIVO E
      * RLA-PARAMETROS JA PREENCHIDOS), REGISTRADA NO CATALOGO DE
      * RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           MOVE "PROG88"         TO RLA-PROGRAMA
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           MOVE SPACES           TO RLA-ARQUIVO-COPIA
           MOVE SPACES           TO RLA-RESULTADO
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

       IMPRIMIR-CABECALHO-CARGA.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-CARGA  AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.

       IMPRIMIR-CABECALHO-NPS.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-NPS    AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-NPS-2  AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  05 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA-CARGA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO-CARGA
           END-IF.

       CONTA-LINHA-NPS.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO-NPS
           END-IF.

      * REGISTRO DO RESULTADO EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           MOVE "PROG88" TO EXEC-PROGRAMA
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

      * RESPOSTAS DO BATCH.PRM PARA O PROG88 (EM BRANCO = PADRAO):
      *   RESPOSTA-1 = COMPETENCIA AAAAMM DO RELATORIO (MES ANTERIOR)
      *   RESPOSTA-2 = ARQUIVO DA FERRAMENTA A CARREGAR ANTES DO
      *                RELATORIO (EM BRANCO = SEM CARGA)
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
                 IF PRM-PROGRAMA = "PROG88"
                    MOVE "S" TO WS-MODO-BATCH
                    IF PRM-RESPOSTA-1(1:6) IS NUMERIC
                       MOVE PRM-RESPOSTA-1(1:4) TO WS-ANO-CALCULO
                       MOVE PRM-RESPOSTA-1(5:2) TO WS-MES-CALCULO
                    END-IF
                    MOVE PRM-RESPOSTA-2 TO WS-LOCAL-ARQ-PSQ
                    MOVE 1 TO WS-FIM-PRM
                 END-IF
              END-PERFORM
              CLOSE ARQ-BATCH-PRM
           END-IF.
       F-LE-PARAMETROS-BATCH. EXIT.

      * OPERADOR E EMPRESA DA SESSAO (OPERADOR.CTL, GRAVADO PELO
      * SIGN-ON PROG24); O OPERADOR E REGISTRADO NO EXECUCAO.LOG.
      * SESSAO SEM EMPRESA VALE COMO EMPRESA 01.
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
