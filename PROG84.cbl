       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG84.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- EXTRATO DIARIO PARA O APLICATIVO MOVEL DE VENDAS -------
      * GERA O EXTRATO DE MUDANCAS DE CARTEIRA POR VENDEDOR PARA O
      * APLICATIVO MOVEL, NO LUGAR DA COPIA INTEIRA DO DIST.CSV: A
      * FOTOGRAFIA DO QUE JA FOI ENVIADO (MOVELSNAP.DAT) E COMPARADA
      * COM O DISTMEST.DAT ATUAL, DE MODO QUE QUALQUER MUDANCA DE DONO
      * - DISTRIBUICAO (PROG05), REDISTRIBUICAO DE SAIDA (PROG42),
      * BANCADA DE EXCECOES (PROG14) - APARECE UMA UNICA VEZ; A TRILHA
      * REALOC.CSV SO INDICA A ORIGEM DO MOVIMENTO. ENTRAM TAMBEM A
      * COBERTURA TEMPORARIA DO DIA (COBERTURA.CSV DO PROG41) E AS
      * MUDANCAS DE ENDERECO E DO CONTATO PRINCIPAL DOS CLIENTES.
      * O EXTRATO SEGUE O LAYOUT DA INTERFACE DO FATURAMENTO (PROG30):
      * HEADER COM NUMERO DE SEQUENCIA (MOVEL.CTL), DETALHES EM ORDEM
      * DE VENDEDOR E TRAILER COM CONTAGEM E TOTAL DE CONTROLE. CADA
      * VENDEDOR COM MOVIMENTO NA SEQUENCIA FICA PENDENTE NO
      * MOVELENV.DAT ATE A CONFIRMACAO DO APLICATIVO (MOVELACK.CSV);
      * O RMOVELPEND.TXT LISTA OS PENDENTES E O REENVIO GERA, DO
      * ARQUIVO ORIGINAL DA SEQUENCIA, A COPIA SO DO VENDEDOR.
      * A PRIMEIRA GERACAO (SEM MOVELSNAP.DAT) E A CARGA INICIAL DAS
      * CARTEIRAS, MARCADA NO HEADER.
      * O EXTRATO E UNICO PARA TODAS AS EMPRESAS (UMA SO SEQUENCIA E
      * UMA SO FOTOGRAFIA); O RMOVELPEND.TXT LISTA SO OS VENDEDORES DA
      * EMPRESA ESCOLHIDA NO SIGN-ON (TODOS NA SESSAO CONSOLIDADA,
      * EMPRESA 00).

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

           SELECT ARQ-CLI-CONTATO ASSIGN TO DISK WID-ARQ-CLI-CONTATO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTT.

           SELECT ARQ-CLI-ENDERECO ASSIGN TO DISK
                  WID-ARQ-CLI-ENDERECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS END-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-END.

           SELECT ARQ-DIST ASSIGN TO DISK WS-LOCAL-ARQ-DIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-DIST.

           SELECT ARQ-DIST-MEST ASSIGN TO DISK WID-ARQ-DIST-MEST
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS DM-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEST.

           SELECT ARQ-COBERTURA ASSIGN TO "COBERTURA.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-CBT.

           SELECT ARQ-REALOC ASSIGN TO DISK WS-LOCAL-ARQ-REALOC
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-REAL.

           SELECT ARQ-MOVEL-SNAP ASSIGN TO DISK WID-ARQ-MOVEL-SNAP
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS SNP-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-SNP.

           SELECT ARQ-MOVEL-ENVIO ASSIGN TO DISK WID-ARQ-MOVEL-ENVIO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS MEN-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-MEN.

           SELECT ARQ-MOVEL-ACK ASSIGN TO "MOVELACK.CSV"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-ACK.

           SELECT ARQ-EXTRATO ASSIGN TO DISK WS-LOCAL-ARQ-EXTRATO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-EXT.

           SELECT ARQ-REENVIO ASSIGN TO DISK WS-LOCAL-ARQ-REENVIO
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-REE.

           SELECT ARQ-CTL-MOVEL ASSIGN TO "MOVEL.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-MCT.

           SELECT ARQ-MOV-SORT ASSIGN TO "SORT".

           SELECT ARQ-MOV-SAI ASSIGN TO "MOVTRAB.DAT"
                  ORGANIZATION     IS SEQUENTIAL.

           SELECT RELATORIO ASSIGN TO "RMOVELPEND.TXT"
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

       COPY "ARQ-CLI-CONTATO.FD".

       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-DIST.FD".

       COPY "ARQ-DIST-MEST.FD".

       FD ARQ-COBERTURA.
          01 REGISTRO-COBERTURA.
             02 CBT-CLI-CODIGO        PIC 9(07).
             02 FILLER                PIC X(01).
             02 CBT-CLI-RAZAO-SOCIAL  PIC X(40).
             02 FILLER                PIC X(01).
             02 CBT-VEN-AUSENTE       PIC 9(03).
             02 FILLER                PIC X(01).
             02 CBT-VEN-COBERTURA     PIC 9(03).
             02 FILLER                PIC X(01).
             02 CBT-DATA-INICIO       PIC X(10).
             02 FILLER                PIC X(01).
             02 CBT-DATA-FIM          PIC X(10).

       FD ARQ-REALOC.
          01 REGISTRO-REALOC.
             02 REALOC-CLI-CODIGO          PIC 9(07).
             02 FILLER                     PIC X(01).
             02 REALOC-CLI-RAZAO-SOCIAL    PIC X(40).
             02 FILLER                     PIC X(01).
             02 REALOC-VEN-CODIGO-ANT      PIC 9(03).
             02 FILLER                     PIC X(01).
             02 REALOC-VEN-CODIGO-NOVO     PIC 9(03).

      * FOTOGRAFIA DO ULTIMO ESTADO ENVIADO AO APLICATIVO, POR
      * CLIENTE: DONO, COBRIDOR DO DIA, ENDERECO E CONTATO PRINCIPAL
      * (PRIMEIRO CONTATO ATIVO) COMO ESTAVAM NA ULTIMA GERACAO.
      * SNP-SEQUENCIA = ULTIMA GERACAO EM QUE O CLIENTE ESTAVA NA
      * CARTEIRA; QUEM NAO E VISTO NA GERACAO SAIU DA CARTEIRA.
       FD ARQ-MOVEL-SNAP.
          01 REG-MOVEL-SNAP.
             02 SNP-CLI-CODIGO        PIC 9(07).
             02 SNP-CLI-CNPJ          PIC X(14).
             02 SNP-CLI-RAZAO         PIC X(40).
             02 SNP-VEN-CODIGO        PIC 9(03).
             02 SNP-VEN-COBERTURA     PIC 9(03).
             02 SNP-COB-FIM           PIC X(10).
             02 SNP-ENDERECO.
                03 SNP-LOGRADOURO     PIC X(40).
                03 SNP-CEP            PIC 9(08).
                03 SNP-CIDADE         PIC X(30).
                03 SNP-UF             PIC X(02).
             02 SNP-CONTATO.
                03 SNP-CTT-NOME       PIC X(30).
                03 SNP-CTT-TELEFONE   PIC X(15).
                03 SNP-CTT-EMAIL      PIC X(40).
             02 SNP-SEQUENCIA         PIC 9(06).

      * CONTROLE DE ENTREGA POR SEQUENCIA E VENDEDOR.
      * MEN-SITUACAO: P = PENDENTE, C = CONFIRMADO PELO APLICATIVO.
       FD ARQ-MOVEL-ENVIO.
          01 REG-MOVEL-ENVIO.
             02 MEN-CHAVE.
                03 MEN-SEQUENCIA      PIC 9(06).
                03 MEN-VEN-CODIGO     PIC 9(03).
             02 MEN-DATA-GERACAO      PIC X(10).
             02 MEN-QTD-REGISTROS     PIC 9(05).
             02 MEN-SITUACAO          PIC X(01).
             02 MEN-DATA-CONFIRMACAO  PIC X(10).
             02 MEN-QTD-REENVIOS      PIC 9(02).
             02 MEN-DATA-REENVIO      PIC X(10).

      * CONFIRMACAO DEVOLVIDA PELO APLICATIVO: UMA LINHA POR
      * SEQUENCIA RECEBIDA PELO VENDEDOR.
       FD ARQ-MOVEL-ACK.
          01 REG-MOVEL-ACK.
             02 ACK-SEQUENCIA         PIC 9(06).
             02 FILLER                PIC X(01).
             02 ACK-VEN-CODIGO        PIC 9(03).
             02 FILLER                PIC X(01).
             02 ACK-DATA              PIC X(10).

      * MOVIMENTOS DO DETALHE: A = CLIENTE ENTROU NA CARTEIRA,
      * R = CLIENTE SAIU DA CARTEIRA, T = INICIO DE COBERTURA
      * TEMPORARIA (VENDEDOR COBRIDOR), F = FIM DA COBERTURA,
      * C = MUDANCA DE ENDERECO OU CONTATO DE CLIENTE DA CARTEIRA.
      * ORIGEM: R = TRILHA DE REALOCACAO (PROG05/PROG42), M = DEMAIS
      * MUDANCAS DE DONO (BANCADA PROG14, CONVERSAO DE PROSPECT,
      * FUSAO, INATIVACAO), C = COBERTURA (PROG41), E = CADASTRO.
       FD ARQ-EXTRATO.
          01 REG-EXTRATO.
             02 EXT-TIPO           PIC X(01).
             02 EXT-DADOS          PIC X(244).
          01 REG-EXTRATO-HEADER REDEFINES REG-EXTRATO.
             02 EXT-H-TIPO         PIC X(01).
             02 EXT-H-SEQUENCIA    PIC 9(06).
             02 EXT-H-DATA         PIC X(10).
             02 EXT-H-HORA         PIC 9(08).
             02 EXT-H-CARGA        PIC X(01).
             02 FILLER             PIC X(219).
          01 REG-EXTRATO-DETALHE REDEFINES REG-EXTRATO.
             02 EXT-D-TIPO         PIC X(01).
             02 EXT-D-DADOS.
                03 EXT-D-VEN-CODIGO   PIC 9(03).
                03 FILLER             PIC X(241).
          01 REG-EXTRATO-TRAILER REDEFINES REG-EXTRATO.
             02 EXT-T-TIPO         PIC X(01).
             02 EXT-T-QTD          PIC 9(07).
             02 EXT-T-TOTAL-CTRL   PIC 9(15).
             02 FILLER             PIC X(222).

       FD ARQ-REENVIO.
          01 REG-REENVIO           PIC X(245).

       FD ARQ-CTL-MOVEL.
          01 REG-CTL-MOVEL.
             02 MCT-ULTIMA-SEQUENCIA PIC 9(06).
             02 FILLER               PIC X(01) VALUE ";".
             02 MCT-ULTIMA-DATA      PIC X(10).
             02 FILLER               PIC X(01) VALUE ";".
             02 MCT-ULTIMA-QTD       PIC 9(07).

       SD ARQ-MOV-SORT.
          01 REG-MOV-SORT.
             02 MVS-VEN-CODIGO        PIC 9(03).
             02 MVS-CLI-CODIGO        PIC 9(07).
             02 MVS-MOVIMENTO         PIC X(01).
             02 MVS-ORIGEM            PIC X(01).
             02 MVS-CLI-CNPJ          PIC X(14).
             02 MVS-CLI-RAZAO         PIC X(40).
             02 MVS-ENDERECO          PIC X(80).
             02 MVS-CONTATO           PIC X(85).
             02 MVS-VEN-TITULAR       PIC 9(03).
             02 MVS-COB-FIM           PIC X(10).

      * O DETALHE DO EXTRATO E O PROPRIO REGISTRO CLASSIFICADO,
      * PRECEDIDO DO TIPO "D".
       FD ARQ-MOV-SAI.
          01 REG-MOV-SAI.
             02 MOV-VEN-CODIGO        PIC 9(03).
             02 MOV-CLI-CODIGO        PIC 9(07).
             02 FILLER                PIC X(234).

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
       77 WID-ARQ-CLI-CONTATO   PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-DIST     PIC X(50) VALUE SPACES.
       77 WID-ARQ-DIST-MEST     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-REALOC   PIC X(50) VALUE SPACES.
       77 WID-ARQ-MOVEL-SNAP    PIC X(50) VALUE SPACES.
       77 WID-ARQ-MOVEL-ENVIO   PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-EXTRATO  PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-REENVIO  PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CBT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REAL     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-SNP      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MEN      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ACK      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-REE      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-MCT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-EXEC     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-EMPRESA-SESSAO     PIC 9(02) VALUE 01.
       77 WS-EMPRESA-VENDEDOR   PIC 9(02) VALUE 01.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 WS-MODO-BATCH         PIC X(01) VALUE "N".
       77 WS-FIM-PRM            PIC 9(01) VALUE ZEROS.
       77 WS-EXEC-RESULTADO     PIC X(01) VALUE "S".
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-FUNCAO             PIC X(01) VALUE SPACES.
       77 WS-CARGA-INICIAL      PIC X(01) VALUE "N".
       77 WS-EXISTE-CONTATO     PIC X(01) VALUE "N".
       77 WS-EXISTE-ENDERECO    PIC X(01) VALUE "N".
       77 WS-EXISTE-VENDEDOR    PIC X(01) VALUE "N".
       77 WS-SEQUENCIA-GERACAO  PIC 9(06) VALUE ZEROS.
       77 WS-SEQUENCIA-EDITADA  PIC 9(06) VALUE ZEROS.
       77 WS-VEN-EDITADO        PIC 9(03) VALUE ZEROS.
       77 WS-VEN-REENVIO        PIC 9(03) VALUE ZEROS.
       77 WS-VEN-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-VEN-ATUAL          PIC 9(03) VALUE ZEROS.
       77 WS-COB-ATUAL          PIC 9(03) VALUE ZEROS.
       77 WS-COB-FIM-ATUAL      PIC X(10) VALUE SPACES.
       77 WS-ORIGEM             PIC X(01) VALUE SPACES.
       77 WS-QTD-VEN-SEQ        PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DETALHES       PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-CONTROLE     PIC 9(15) VALUE ZEROS.
       77 WS-QTD-VENDEDORES     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-ENTRADAS       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SAIDAS         PIC 9(05) VALUE ZEROS.
       77 WS-QTD-COBERTURAS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CADASTRO       PIC 9(05) VALUE ZEROS.
       77 WS-QTD-CONFIRMADOS    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REPETIDOS      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-DESCONHECIDOS  PIC 9(05) VALUE ZEROS.
       77 WS-QTD-PENDENTES      PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REENVIADOS     PIC 9(05) VALUE ZEROS.
       77 WS-QTD-SEM-ARQUIVO    PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REG-REENVIO    PIC 9(07) VALUE ZEROS.
       77 WS-TOTAL-REENVIO      PIC 9(15) VALUE ZEROS.
       77 WS-HOJE-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-DATA-NUM           PIC 9(08) VALUE ZEROS.
       77 WS-QTD-COB            PIC 9(05) VALUE ZEROS.
       77 WS-QTD-REAL           PIC 9(05) VALUE ZEROS.
       77 WS-IDX                PIC 9(05) VALUE ZEROS.
       77 CONTROLE-FIM          PIC 9(01) VALUE ZEROS.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

      * IMAGEM ATUAL DO CLIENTE, NO MESMO FORMATO DA FOTOGRAFIA.
       01 WS-IMG-ENDERECO.
          02 WS-IMG-LOGRADOURO  PIC X(40).
          02 WS-IMG-CEP         PIC 9(08).
          02 WS-IMG-CIDADE      PIC X(30).
          02 WS-IMG-UF          PIC X(02).
       01 WS-IMG-CONTATO.
          02 WS-IMG-CTT-NOME    PIC X(30).
          02 WS-IMG-CTT-TELEFONE PIC X(15).
          02 WS-IMG-CTT-EMAIL   PIC X(40).

      * COBERTURAS VIGENTES HOJE, DO COBERTURA.CSV.
       01 WS-TAB-COBERTURA.
          02 WS-COB OCCURS 5000.
             03 WS-COB-CLI-CODIGO     PIC 9(07).
             03 WS-COB-VEN-CODIGO     PIC 9(03).
             03 WS-COB-DATA-FIM       PIC X(10).

      * CLIENTES DA TRILHA REALOC.CSV E O VENDEDOR QUE OS RECEBEU.
       01 WS-TAB-REALOC.
          02 WS-REA OCCURS 5000.
             03 WS-REA-CLI-CODIGO     PIC 9(07).
             03 WS-REA-VEN-NOVO       PIC 9(03).

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(24) VALUE SPACES.
          02 FILLER       PIC X(44) VALUE
             "EXTRATO MOVEL - ENTREGAS PENDENTES".
          02 FILLER       PIC X(03) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "EMPRESA: ".
          02 CAB-EMPRESA  PIC X(11) VALUE SPACES.
          02 FILLER       PIC X(19) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 CABECALHO-1.
          02 FILLER PIC X(11) VALUE "SEQUENCIA".
          02 FILLER PIC X(35) VALUE "VENDEDOR".
          02 FILLER PIC X(13) VALUE "GERADA EM".
          02 FILLER PIC X(12) VALUE "  REGISTROS".
          02 FILLER PIC X(11) VALUE "  REENVIOS".
          02 FILLER PIC X(50) VALUE "  ULTIMO REENVIO".

       01 DETALHE.
          02 DET-SEQUENCIA       PIC 9(06).
          02 FILLER              PIC X(05) VALUE SPACES.
          02 DET-VEN-CODIGO      PIC ZZ9.
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-VEN-NOME        PIC X(30).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DET-DATA-GERACAO    PIC X(10).
          02 FILLER              PIC X(06) VALUE SPACES.
          02 DET-QTD-REGISTROS   PIC ZZ.ZZ9.
          02 FILLER              PIC X(08) VALUE SPACES.
          02 DET-QTD-REENVIOS    PIC Z9.
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DET-DATA-REENVIO    PIC X(10).
          02 FILLER              PIC X(41) VALUE SPACES.

       01 RODAPE-1.
          02 FILLER              PIC X(36) VALUE
             "ENTREGAS PENDENTES DE CONFIRMACAO.: ".
          02 ROD-PENDENTES       PIC ZZ.ZZ9.
          02 FILLER              PIC X(90) VALUE SPACES.
       01 RODAPE-2.
          02 FILLER              PIC X(36) VALUE
             "ULTIMA SEQUENCIA GERADA...........: ".
          02 ROD-ULTIMA-SEQ      PIC 9(06).
          02 FILLER              PIC X(90) VALUE SPACES.
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-MOVEL BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  EXTRATO PARA O APLICATIVO MOVEL  ".
          02 LINE 02 COLUMN 73 VALUE "PROG84".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "G = GERAR EXTRATO  A = CONFIRMACOES  ".
          02 LINE 05 COLUMN 38 VALUE
             "P = PENDENTES  R = REENVIAR......".
          02 LINE 07 COLUMN 01 VALUE
             "VENDEDOR PARA REENVIO (SOMENTE REENVIO)..........".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 20 VALUE
             "  EXTRATO PARA O APLICATIVO MOVEL  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE "SEQUENCIA GERADA......:".
          02 LINE 05 COLUMN 26 PIC 9(06) FROM WS-SEQUENCIA-GERACAO.
          02 LINE 06 COLUMN 01 VALUE "REGISTROS DE DETALHE..:".
          02 LINE 06 COLUMN 26 PIC Z.ZZZ.ZZ9 FROM WS-QTD-DETALHES.
          02 LINE 07 COLUMN 01 VALUE "VENDEDORES COM ENVIO..:".
          02 LINE 07 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-VENDEDORES.
          02 LINE 08 COLUMN 01 VALUE "ENTRADAS NA CARTEIRA..:".
          02 LINE 08 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-ENTRADAS.
          02 LINE 09 COLUMN 01 VALUE "SAIDAS DA CARTEIRA....:".
          02 LINE 09 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-SAIDAS.
          02 LINE 10 COLUMN 01 VALUE "COBERTURAS............:".
          02 LINE 10 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-COBERTURAS.
          02 LINE 11 COLUMN 01 VALUE "ENDERECO/CONTATO......:".
          02 LINE 11 COLUMN 26 PIC ZZ.ZZ9 FROM WS-QTD-CADASTRO.
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           MOVE "S" TO WS-EXEC-RESULTADO
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           PERFORM LE-PARAMETROS-BATCH THRU F-LE-PARAMETROS-BATCH
           IF WS-OPERADOR-ATUAL = SPACES
              MOVE "PROG84" TO WS-OPERADOR-ATUAL
           END-IF
           MOVE DATA-DE-HOJE(7:4) TO WS-HOJE-NUM(1:4)
           MOVE DATA-DE-HOJE(4:2) TO WS-HOJE-NUM(5:2)
           MOVE DATA-DE-HOJE(1:2) TO WS-HOJE-NUM(7:2)

      * NO BATCH DIARIO: CONFIRMACOES DO APLICATIVO, EXTRATO DO DIA
      * E A LISTA DE PENDENTES, NESTA ORDEM.
           IF WS-MODO-BATCH = "S"
              PERFORM PROCESSA-CONFIRMACOES
                 THRU F-PROCESSA-CONFIRMACOES
              PERFORM GERA-EXTRATO THRU F-GERA-EXTRATO
              PERFORM LISTA-PENDENTES THRU F-LISTA-PENDENTES
              PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
              EXIT PROGRAM
           END-IF

           DISPLAY TELA-MOVEL AT 0101
           PERFORM UNTIL WS-FUNCAO = "G" OR = "A" OR = "P" OR = "R"
              ACCEPT WS-FUNCAO AT 0572
           END-PERFORM
      * A LISTA DE PENDENTES E ABERTA A QUALQUER OPERADOR; GERAR,
      * CONFIRMAR E REENVIAR EXIGEM NIVEL 2.
           IF WS-FUNCAO NOT = "P" AND WS-OPERADOR-NIVEL < 2
              DISPLAY "OPERADOR SEM PERMISSAO PARA ESTA FUNCAO ..."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           EVALUATE WS-FUNCAO
              WHEN "G"
                 PERFORM GERA-EXTRATO THRU F-GERA-EXTRATO
                 IF WS-EXEC-RESULTADO = "S"
                    DISPLAY TELA-FIM AT 0101
                    ACCEPT PAUSA AT 2478
                 END-IF
              WHEN "A"
                 PERFORM PROCESSA-CONFIRMACOES
                    THRU F-PROCESSA-CONFIRMACOES
                 IF WS-EXEC-RESULTADO = "S"
                    PERFORM FIM-CONFIRMACOES THRU F-FIM-CONFIRMACOES
                 END-IF
              WHEN "P"
                 PERFORM LISTA-PENDENTES THRU F-LISTA-PENDENTES
                 IF WS-EXEC-RESULTADO = "S"
                    PERFORM FIM-PENDENTES THRU F-FIM-PENDENTES
                 END-IF
              WHEN "R"
                 MOVE ZEROS TO WS-VEN-REENVIO
                 PERFORM UNTIL WS-VEN-REENVIO > ZEROS
                    ACCEPT WS-VEN-REENVIO AT 0751
                 END-PERFORM
                 PERFORM REENVIA-VENDEDOR THRU F-REENVIA-VENDEDOR
                 IF WS-EXEC-RESULTADO = "S"
                    PERFORM FIM-REENVIO THRU F-FIM-REENVIO
                 END-IF
           END-EVALUATE
           PERFORM GRAVA-EXECUCAO THRU F-GRAVA-EXECUCAO
           EXIT PROGRAM.

       FIM-CONFIRMACOES.
           DISPLAY LIMPA-TELA
           DISPLAY "ENTREGAS CONFIRMADAS AGORA......: " AT 1501
           DISPLAY WS-QTD-CONFIRMADOS AT 1535
           DISPLAY "CONFIRMACOES JA REGISTRADAS.....: " AT 1601
           DISPLAY WS-QTD-REPETIDOS AT 1635
           DISPLAY "SEQUENCIA/VENDEDOR DESCONHECIDO.: " AT 1701
           DISPLAY WS-QTD-DESCONHECIDOS AT 1735
           DISPLAY "TECLE ENTER PARA RETORNAR AO MENU INICIAL ."
              AT 1901
           ACCEPT PAUSA AT 2478.
       F-FIM-CONFIRMACOES. EXIT.

       FIM-PENDENTES.
           DISPLAY LIMPA-TELA
           DISPLAY "ENTREGAS PENDENTES: " AT 1501
           DISPLAY WS-QTD-PENDENTES AT 1521
           DISPLAY "RELATORIO GERADO EM RMOVELPEND.TXT" AT 1601
           DISPLAY "TECLE ENTER PARA RETORNAR AO MENU INICIAL ."
              AT 1801
           ACCEPT PAUSA AT 2478.
       F-FIM-PENDENTES. EXIT.

       FIM-REENVIO.
           DISPLAY LIMPA-TELA
           DISPLAY "SEQUENCIAS REENVIADAS...........: " AT 1501
           DISPLAY WS-QTD-REENVIADOS AT 1535
           DISPLAY "ARQUIVO DA SEQUENCIA NAO EXISTE.: " AT 1601
           DISPLAY WS-QTD-SEM-ARQUIVO AT 1635
           DISPLAY "ARQUIVOS GERADOS EM MOVEL-SSSSSS-VVV.DAT" AT 1701
           DISPLAY "TECLE ENTER PARA RETORNAR AO MENU INICIAL ."
              AT 1901
           ACCEPT PAUSA AT 2478.
       F-FIM-REENVIO. EXIT.

      * MENSAGEM DE ERRO NA LINHA 24; NO BATCH SEGUE SEM PAUSA.
       MOSTRA-ERRO.
           IF WS-MODO-BATCH NOT = "S"
              ACCEPT PAUSA AT 2478
           END-IF
           MOVE "N" TO WS-EXEC-RESULTADO.
       F-MOSTRA-ERRO. EXIT.

      *-----------------------------------------------------------------
      * GERACAO DO EXTRATO DO DIA
      *-----------------------------------------------------------------
       GERA-EXTRATO.
           PERFORM LE-CONTROLE-MOVEL THRU F-LE-CONTROLE-MOVEL
           COMPUTE WS-SEQUENCIA-GERACAO = MCT-ULTIMA-SEQUENCIA + 1

      * O EXTRATO LE O MESTRE INDEXADO; SEM ELE, RECONSTROI DO
      * DIST.CSV COMO A INTERFACE DO FATURAMENTO (PROG30).
           MOVE "DISTMEST.DAT" TO WID-ARQ-DIST-MEST
           OPEN INPUT ARQ-DIST-MEST
           IF WS-RESULTADO-MEST NOT = 00
              PERFORM MONTA-MESTRE-DO-CSV
                 THRU F-MONTA-MESTRE-DO-CSV
              OPEN INPUT ARQ-DIST-MEST
              IF WS-RESULTADO-MEST NOT = 00
                 DISPLAY "DIST.CSV NAO ENCONTRADO - EXECUTE A DISTRIBUI
      -"CAO PRIMEIRO" AT 2401
                 PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
                 GO TO F-GERA-EXTRATO
              END-IF
           END-IF
           CLOSE ARQ-DIST-MEST

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-GERA-EXTRATO
           END-IF
           MOVE "N" TO WS-EXISTE-CONTATO
           MOVE "CLICONTATO.DAT" TO WID-ARQ-CLI-CONTATO
           OPEN INPUT ARQ-CLI-CONTATO
           IF WS-RESULTADO-CTT = 00
              MOVE "S" TO WS-EXISTE-CONTATO
           END-IF
           MOVE "N" TO WS-EXISTE-ENDERECO
           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN INPUT ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END = 00
              MOVE "S" TO WS-EXISTE-ENDERECO
           END-IF

           MOVE "N" TO WS-CARGA-INICIAL
           MOVE "MOVELSNAP.DAT" TO WID-ARQ-MOVEL-SNAP
           OPEN I-O ARQ-MOVEL-SNAP
           IF WS-RESULTADO-SNP = 35
              MOVE "S" TO WS-CARGA-INICIAL
              OPEN OUTPUT ARQ-MOVEL-SNAP
              CLOSE ARQ-MOVEL-SNAP
              OPEN I-O ARQ-MOVEL-SNAP
           END-IF
           MOVE "MOVELENV.DAT" TO WID-ARQ-MOVEL-ENVIO
           OPEN I-O ARQ-MOVEL-ENVIO
           IF WS-RESULTADO-MEN = 35
              OPEN OUTPUT ARQ-MOVEL-ENVIO
              CLOSE ARQ-MOVEL-ENVIO
              OPEN I-O ARQ-MOVEL-ENVIO
           END-IF
           IF WS-RESULTADO-SNP NOT = 00 OR WS-RESULTADO-MEN NOT = 00
              DISPLAY "ERRO NA ABERTURA DO MOVELSNAP.DAT/MOVELENV.DAT"
                 AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              CLOSE ARQ-CLIENTE
              GO TO F-GERA-EXTRATO
           END-IF

           PERFORM CARREGA-COBERTURA THRU F-CARREGA-COBERTURA
           PERFORM CARREGA-REALOC    THRU F-CARREGA-REALOC

           SORT ARQ-MOV-SORT
                ON ASCENDING KEY MVS-VEN-CODIGO
                ON ASCENDING KEY MVS-CLI-CODIGO
                ON ASCENDING KEY MVS-MOVIMENTO
                INPUT PROCEDURE COMPARA-CARTEIRAS
                GIVING ARQ-MOV-SAI

           MOVE WS-SEQUENCIA-GERACAO TO WS-SEQUENCIA-EDITADA
           MOVE SPACES TO WS-LOCAL-ARQ-EXTRATO
           STRING "MOVEL-" WS-SEQUENCIA-EDITADA ".DAT"
                  DELIMITED BY SIZE INTO WS-LOCAL-ARQ-EXTRATO
           OPEN OUTPUT ARQ-EXTRATO
           PERFORM GRAVA-HEADER   THRU F-GRAVA-HEADER
           PERFORM GRAVA-DETALHES THRU F-GRAVA-DETALHES
           PERFORM GRAVA-TRAILER  THRU F-GRAVA-TRAILER
           CLOSE ARQ-EXTRATO

           CLOSE ARQ-CLIENTE
           CLOSE ARQ-MOVEL-SNAP
           CLOSE ARQ-MOVEL-ENVIO
           IF WS-EXISTE-CONTATO = "S"
              CLOSE ARQ-CLI-CONTATO
           END-IF
           IF WS-EXISTE-ENDERECO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF

           PERFORM GRAVA-CONTROLE-MOVEL
              THRU F-GRAVA-CONTROLE-MOVEL.
       F-GERA-EXTRATO. EXIT.

      * RECONSTROI O DISTMEST.DAT A PARTIR DO DIST.CSV EXPORTADO;
      * MESMO CONTEUDO, CHAVEADO PELO CODIGO DO CLIENTE.
       MONTA-MESTRE-DO-CSV.
           MOVE "DIST.CSV" TO WS-LOCAL-ARQ-DIST
           OPEN INPUT ARQ-DIST
           IF WS-RESULTADO-DIST = 00
              OPEN OUTPUT ARQ-DIST-MEST
              PERFORM UNTIL EXIT
                 READ ARQ-DIST AT END
                    EXIT PERFORM
                 END-READ
                 MOVE DIST-CLI-CODIGO        TO DM-CLI-CODIGO
                 MOVE DIST-CLI-RAZAO-SOCIAL  TO DM-CLI-RAZAO-SOCIAL
                 MOVE DIST-VEN-CODIGO        TO DM-VEN-CODIGO
                 MOVE DIST-VEN-RAZAO-SOCIAL  TO DM-VEN-RAZAO-SOCIAL
                 MOVE DIST-DISTANCIA         TO DM-DISTANCIA
                 MOVE DIST-VEN2-CODIGO       TO DM-VEN2-CODIGO
                 MOVE DIST-VEN2-RAZAO-SOCIAL TO DM-VEN2-RAZAO-SOCIAL
                 MOVE DIST-VEN2-DISTANCIA    TO DM-VEN2-DISTANCIA
                 MOVE DIST-VEN3-CODIGO       TO DM-VEN3-CODIGO
                 MOVE DIST-VEN3-RAZAO-SOCIAL TO DM-VEN3-RAZAO-SOCIAL
                 MOVE DIST-VEN3-DISTANCIA    TO DM-VEN3-DISTANCIA
                 MOVE DIST-RECEITA           TO DM-RECEITA
                 WRITE REGISTRO-DIST-MEST
              END-PERFORM
              CLOSE ARQ-DIST
              CLOSE ARQ-DIST-MEST
           END-IF.
       F-MONTA-MESTRE-DO-CSV. EXIT.

      * SO AS COBERTURAS CUJA JANELA INCLUI HOJE: UM COBERTURA.CSV
      * DE OUTRO DIA NAO REABRE COBERTURA JA ENCERRADA.
       CARREGA-COBERTURA.
           MOVE ZEROS TO WS-QTD-COB
           OPEN INPUT ARQ-COBERTURA
           IF WS-RESULTADO-CBT = 00
              PERFORM UNTIL EXIT
                 READ ARQ-COBERTURA AT END
                    EXIT PERFORM
                 END-READ
                 MOVE CBT-DATA-INICIO(7:4) TO WS-DATA-NUM(1:4)
                 MOVE CBT-DATA-INICIO(4:2) TO WS-DATA-NUM(5:2)
                 MOVE CBT-DATA-INICIO(1:2) TO WS-DATA-NUM(7:2)
                 IF WS-DATA-NUM NOT > WS-HOJE-NUM
                    MOVE CBT-DATA-FIM(7:4) TO WS-DATA-NUM(1:4)
                    MOVE CBT-DATA-FIM(4:2) TO WS-DATA-NUM(5:2)
                    MOVE CBT-DATA-FIM(1:2) TO WS-DATA-NUM(7:2)
                    IF WS-DATA-NUM NOT < WS-HOJE-NUM
                       AND WS-QTD-COB < 5000
                       ADD 1 TO WS-QTD-COB
                       MOVE CBT-CLI-CODIGO    TO
                          WS-COB-CLI-CODIGO(WS-QTD-COB)
                       MOVE CBT-VEN-COBERTURA TO
                          WS-COB-VEN-CODIGO(WS-QTD-COB)
                       MOVE CBT-DATA-FIM      TO
                          WS-COB-DATA-FIM(WS-QTD-COB)
                    END-IF
                 END-IF
              END-PERFORM
              CLOSE ARQ-COBERTURA
           END-IF.
       F-CARREGA-COBERTURA. EXIT.

       CARREGA-REALOC.
           MOVE ZEROS TO WS-QTD-REAL
           MOVE "REALOC.CSV" TO WS-LOCAL-ARQ-REALOC
           OPEN INPUT ARQ-REALOC
           IF WS-RESULTADO-REAL = 00
              PERFORM UNTIL EXIT
                 READ ARQ-REALOC AT END
                    EXIT PERFORM
                 END-READ
                 IF WS-QTD-REAL < 5000
                    ADD 1 TO WS-QTD-REAL
                    MOVE REALOC-CLI-CODIGO      TO
                       WS-REA-CLI-CODIGO(WS-QTD-REAL)
                    MOVE REALOC-VEN-CODIGO-NOVO TO
                       WS-REA-VEN-NOVO(WS-QTD-REAL)
                 END-IF
              END-PERFORM
              CLOSE ARQ-REALOC
           END-IF.
       F-CARREGA-REALOC. EXIT.

       GRAVA-HEADER.
           MOVE SPACES TO REG-EXTRATO
           MOVE "H"                  TO EXT-H-TIPO
           MOVE WS-SEQUENCIA-GERACAO TO EXT-H-SEQUENCIA
           MOVE DATA-DE-HOJE         TO EXT-H-DATA
           ACCEPT EXT-H-HORA FROM TIME
           IF WS-CARGA-INICIAL = "S"
              MOVE "I" TO EXT-H-CARGA
           ELSE
              MOVE "D" TO EXT-H-CARGA
           END-IF
           WRITE REG-EXTRATO.
       F-GRAVA-HEADER. EXIT.

      * COPIA OS MOVIMENTOS JA EM ORDEM DE VENDEDOR E ABRE, PARA CADA
      * VENDEDOR COM MOVIMENTO, A ENTREGA PENDENTE NO MOVELENV.DAT.
      * O TOTAL DE CONTROLE E A SOMA DOS CODIGOS DE CLIENTE.
       GRAVA-DETALHES.
           MOVE ZEROS TO WS-VEN-ANTERIOR
           MOVE ZEROS TO WS-QTD-VEN-SEQ
           OPEN INPUT ARQ-MOV-SAI
           PERFORM UNTIL EXIT
              READ ARQ-MOV-SAI AT END
                 EXIT PERFORM
              END-READ
              IF MOV-VEN-CODIGO NOT = WS-VEN-ANTERIOR
                 IF WS-QTD-VEN-SEQ > ZEROS
                    PERFORM GRAVA-ENTREGA THRU F-GRAVA-ENTREGA
                 END-IF
                 MOVE MOV-VEN-CODIGO TO WS-VEN-ANTERIOR
                 MOVE ZEROS TO WS-QTD-VEN-SEQ
              END-IF
              MOVE SPACES TO REG-EXTRATO
              MOVE "D"         TO EXT-D-TIPO
              MOVE REG-MOV-SAI TO EXT-D-DADOS
              WRITE REG-EXTRATO
              ADD 1 TO WS-QTD-VEN-SEQ
              ADD 1 TO WS-QTD-DETALHES
              ADD MOV-CLI-CODIGO TO WS-TOTAL-CONTROLE
           END-PERFORM
           IF WS-QTD-VEN-SEQ > ZEROS
              PERFORM GRAVA-ENTREGA THRU F-GRAVA-ENTREGA
           END-IF
           CLOSE ARQ-MOV-SAI.
       F-GRAVA-DETALHES. EXIT.

       GRAVA-ENTREGA.
           INITIALIZE REG-MOVEL-ENVIO
           MOVE WS-SEQUENCIA-GERACAO TO MEN-SEQUENCIA
           MOVE WS-VEN-ANTERIOR      TO MEN-VEN-CODIGO
           MOVE DATA-DE-HOJE         TO MEN-DATA-GERACAO
           MOVE WS-QTD-VEN-SEQ       TO MEN-QTD-REGISTROS
           MOVE "P"                  TO MEN-SITUACAO
           WRITE REG-MOVEL-ENVIO
           ADD 1 TO WS-QTD-VENDEDORES.
       F-GRAVA-ENTREGA. EXIT.

       GRAVA-TRAILER.
           MOVE SPACES TO REG-EXTRATO
           MOVE "T"                TO EXT-T-TIPO
           MOVE WS-QTD-DETALHES    TO EXT-T-QTD
           MOVE WS-TOTAL-CONTROLE  TO EXT-T-TOTAL-CTRL
           WRITE REG-EXTRATO.
       F-GRAVA-TRAILER. EXIT.

       LE-CONTROLE-MOVEL.
           MOVE ZEROS  TO MCT-ULTIMA-SEQUENCIA
           MOVE SPACES TO MCT-ULTIMA-DATA
           MOVE ZEROS  TO MCT-ULTIMA-QTD
           OPEN INPUT ARQ-CTL-MOVEL
           IF WS-RESULTADO-MCT = 00
              READ ARQ-CTL-MOVEL
                 AT END
                    MOVE ZEROS TO MCT-ULTIMA-SEQUENCIA
              END-READ
              CLOSE ARQ-CTL-MOVEL
           END-IF.
       F-LE-CONTROLE-MOVEL. EXIT.

       GRAVA-CONTROLE-MOVEL.
           OPEN OUTPUT ARQ-CTL-MOVEL
           MOVE WS-SEQUENCIA-GERACAO TO MCT-ULTIMA-SEQUENCIA
           MOVE DATA-DE-HOJE         TO MCT-ULTIMA-DATA
           MOVE WS-QTD-DETALHES      TO MCT-ULTIMA-QTD
           WRITE REG-CTL-MOVEL
           CLOSE ARQ-CTL-MOVEL.
       F-GRAVA-CONTROLE-MOVEL. EXIT.

      *-----------------------------------------------------------------
      * CONFIRMACOES DO APLICATIVO (MOVELACK.CSV)
      *-----------------------------------------------------------------
      * A MESMA CONFIRMACAO LIDA DE NOVO NAO ALTERA NADA: SO CONTA
      * COMO JA REGISTRADA.
       PROCESSA-CONFIRMACOES.
           MOVE ZEROS TO WS-QTD-CONFIRMADOS
           MOVE ZEROS TO WS-QTD-REPETIDOS
           MOVE ZEROS TO WS-QTD-DESCONHECIDOS
           OPEN INPUT ARQ-MOVEL-ACK
           IF WS-RESULTADO-ACK NOT = 00
              IF WS-MODO-BATCH NOT = "S"
                 DISPLAY "MOVELACK.CSV NAO ENCONTRADO .............."
                    AT 2401
                 PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              END-IF
              GO TO F-PROCESSA-CONFIRMACOES
           END-IF
           MOVE "MOVELENV.DAT" TO WID-ARQ-MOVEL-ENVIO
           OPEN I-O ARQ-MOVEL-ENVIO
           IF WS-RESULTADO-MEN NOT = 00
              DISPLAY "MOVELENV.DAT NAO ENCONTRADO - NENHUM EXTRATO GER
      -"ADO" AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              CLOSE ARQ-MOVEL-ACK
              GO TO F-PROCESSA-CONFIRMACOES
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-MOVEL-ACK AT END
                 EXIT PERFORM
              END-READ
              IF ACK-SEQUENCIA IS NUMERIC
                 AND ACK-VEN-CODIGO IS NUMERIC
                 MOVE ACK-SEQUENCIA  TO MEN-SEQUENCIA
                 MOVE ACK-VEN-CODIGO TO MEN-VEN-CODIGO
                 READ ARQ-MOVEL-ENVIO
                 IF WS-RESULTADO-MEN NOT = 00
                    ADD 1 TO WS-QTD-DESCONHECIDOS
                 ELSE
                    IF MEN-SITUACAO = "C"
                       ADD 1 TO WS-QTD-REPETIDOS
                    ELSE
                       MOVE "C" TO MEN-SITUACAO
                       IF ACK-DATA = SPACES
                          MOVE DATA-DE-HOJE TO MEN-DATA-CONFIRMACAO
                       ELSE
                          MOVE ACK-DATA TO MEN-DATA-CONFIRMACAO
                       END-IF
                       REWRITE REG-MOVEL-ENVIO
                       ADD 1 TO WS-QTD-CONFIRMADOS
                    END-IF
                 END-IF
              ELSE
                 ADD 1 TO WS-QTD-DESCONHECIDOS
              END-IF
           END-PERFORM
           CLOSE ARQ-MOVEL-ACK
           CLOSE ARQ-MOVEL-ENVIO.
       F-PROCESSA-CONFIRMACOES. EXIT.

      *-----------------------------------------------------------------
      * ENTREGAS PENDENTES (RMOVELPEND.TXT)
      *-----------------------------------------------------------------
       LISTA-PENDENTES.
           MOVE ZEROS TO WS-QTD-PENDENTES
           MOVE "MOVELENV.DAT" TO WID-ARQ-MOVEL-ENVIO
           OPEN INPUT ARQ-MOVEL-ENVIO
           IF WS-RESULTADO-MEN NOT = 00
              DISPLAY "MOVELENV.DAT NAO ENCONTRADO - NENHUM EXTRATO GER
      -"ADO" AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-LISTA-PENDENTES
           END-IF
           MOVE "N" TO WS-EXISTE-VENDEDOR
           MOVE "VENDEDOR.DAT" TO WID-ARQ-VENDEDOR
           OPEN INPUT ARQ-VENDEDOR
           IF WS-RESULTADO-VEN = 00
              MOVE "S" TO WS-EXISTE-VENDEDOR
           END-IF
           PERFORM LE-CONTROLE-MOVEL THRU F-LE-CONTROLE-MOVEL

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           IF WS-EMPRESA-SESSAO = ZEROS
              MOVE "CONSOLIDADO" TO CAB-EMPRESA
           ELSE
              MOVE WS-EMPRESA-SESSAO TO CAB-EMPRESA
           END-IF
           MOVE ZEROS TO CONTADOR-PAGINA
           PERFORM IMPRIMIR-CABECALHO
           MOVE LOW-VALUES TO MEN-CHAVE
           START ARQ-MOVEL-ENVIO KEY NOT LESS MEN-CHAVE
           IF WS-RESULTADO-MEN = 00
              PERFORM UNTIL EXIT
                 READ ARQ-MOVEL-ENVIO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF MEN-SITUACAO = "P"
                    PERFORM IMPRIME-PENDENTE THRU F-IMPRIME-PENDENTE
                 END-IF
              END-PERFORM
           END-IF
           MOVE WS-QTD-PENDENTES     TO ROD-PENDENTES
           MOVE MCT-ULTIMA-SEQUENCIA TO ROD-ULTIMA-SEQ
           WRITE LINHA FROM CABECALHO-2 AFTER 1 LINES
           WRITE LINHA FROM RODAPE-1    AFTER 1 LINES
           WRITE LINHA FROM RODAPE-2    AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO

           CLOSE ARQ-MOVEL-ENVIO
           IF WS-EXISTE-VENDEDOR = "S"
              CLOSE ARQ-VENDEDOR
           END-IF.
       F-LISTA-PENDENTES. EXIT.

      * VENDEDOR NAO CADASTRADO VALE COMO EMPRESA 01.
       IMPRIME-PENDENTE.
           MOVE MEN-SEQUENCIA     TO DET-SEQUENCIA
           MOVE MEN-VEN-CODIGO    TO DET-VEN-CODIGO
           MOVE SPACES            TO DET-VEN-NOME
           MOVE 01                TO WS-EMPRESA-VENDEDOR
           IF WS-EXISTE-VENDEDOR = "S"
              MOVE MEN-VEN-CODIGO TO VEN-CODIGO
              READ ARQ-VENDEDOR
              IF WS-RESULTADO-VEN = 00
                 MOVE VEN-NOME    TO DET-VEN-NOME
                 MOVE VEN-EMPRESA TO WS-EMPRESA-VENDEDOR
              END-IF
           END-IF
           IF WS-EMPRESA-SESSAO NOT = ZEROS
              AND WS-EMPRESA-VENDEDOR NOT = WS-EMPRESA-SESSAO
              GO TO F-IMPRIME-PENDENTE
           END-IF
           MOVE MEN-DATA-GERACAO  TO DET-DATA-GERACAO
           MOVE MEN-QTD-REGISTROS TO DET-QTD-REGISTROS
           MOVE MEN-QTD-REENVIOS  TO DET-QTD-REENVIOS
           MOVE MEN-DATA-REENVIO  TO DET-DATA-REENVIO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM DETALHE AFTER 1 LINES
           ADD 1 TO WS-QTD-PENDENTES.
       F-IMPRIME-PENDENTE. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG84"         TO RLA-PROGRAMA
           MOVE "RMOVELPEND.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE     TO RLA-DATA
           MOVE CONTADOR-PAGINA  TO RLA-PAGINAS
           STRING "PENDENTES ATE A SEQUENCIA " MCT-ULTIMA-SEQUENCIA
                  " EMPRESA " WS-EMPRESA-SESSAO
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

      *-----------------------------------------------------------------
      * REENVIO AO VENDEDOR DAS SEQUENCIAS AINDA PENDENTES
      *-----------------------------------------------------------------
      * O CONTEUDO DE UMA SEQUENCIA E IMUTAVEL, COMO NA INTERFACE DO
      * FATURAMENTO: O REENVIO E TIRADO DO ARQUIVO ORIGINAL DA
      * SEQUENCIA (MESMO HEADER, SO OS DETALHES DO VENDEDOR E TRAILER
      * PROPRIO) E FICA EM MOVEL-SSSSSS-VVV.DAT. SEM O ORIGINAL EM
      * DISCO A SEQUENCIA NAO E REENVIADA.
       REENVIA-VENDEDOR.
           MOVE ZEROS TO WS-QTD-REENVIADOS
           MOVE ZEROS TO WS-QTD-SEM-ARQUIVO
           MOVE "MOVELENV.DAT" TO WID-ARQ-MOVEL-ENVIO
           OPEN I-O ARQ-MOVEL-ENVIO
           IF WS-RESULTADO-MEN NOT = 00
              DISPLAY "MOVELENV.DAT NAO ENCONTRADO - NENHUM EXTRATO GER
      -"ADO" AT 2401
              PERFORM MOSTRA-ERRO THRU F-MOSTRA-ERRO
              GO TO F-REENVIA-VENDEDOR
           END-IF
           MOVE LOW-VALUES TO MEN-CHAVE
           START ARQ-MOVEL-ENVIO KEY NOT LESS MEN-CHAVE
           IF WS-RESULTADO-MEN = 00
              PERFORM UNTIL EXIT
                 READ ARQ-MOVEL-ENVIO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF MEN-VEN-CODIGO = WS-VEN-REENVIO
                    AND MEN-SITUACAO = "P"
                    PERFORM REENVIA-SEQUENCIA
                       THRU F-REENVIA-SEQUENCIA
                 END-IF
              END-PERFORM
           END-IF
           CLOSE ARQ-MOVEL-ENVIO.
       F-REENVIA-VENDEDOR. EXIT.

       REENVIA-SEQUENCIA.
           MOVE MEN-SEQUENCIA TO WS-SEQUENCIA-EDITADA
           MOVE SPACES TO WS-LOCAL-ARQ-EXTRATO
           STRING "MOVEL-" WS-SEQUENCIA-EDITADA ".DAT"
                  DELIMITED BY SIZE INTO WS-LOCAL-ARQ-EXTRATO
           OPEN INPUT ARQ-EXTRATO
           IF WS-RESULTADO-EXT NOT = 00
              ADD 1 TO WS-QTD-SEM-ARQUIVO
              GO TO F-REENVIA-SEQUENCIA
           END-IF
           MOVE WS-VEN-REENVIO TO WS-VEN-EDITADO
           MOVE SPACES TO WS-LOCAL-ARQ-REENVIO
           STRING "MOVEL-" WS-SEQUENCIA-EDITADA "-" WS-VEN-EDITADO
                  ".DAT" DELIMITED BY SIZE INTO WS-LOCAL-ARQ-REENVIO
           OPEN OUTPUT ARQ-REENVIO
           MOVE ZEROS TO WS-QTD-REG-REENVIO
           MOVE ZEROS TO WS-TOTAL-REENVIO
           PERFORM UNTIL EXIT
              READ ARQ-EXTRATO AT END
                 EXIT PERFORM
              END-READ
              EVALUATE EXT-TIPO
                 WHEN "H"
                    WRITE REG-REENVIO FROM REG-EXTRATO
                 WHEN "D"
                    IF EXT-D-VEN-CODIGO = WS-VEN-REENVIO
                       WRITE REG-REENVIO FROM REG-EXTRATO
                       ADD 1 TO WS-QTD-REG-REENVIO
                       MOVE EXT-D-DADOS TO REG-MOV-SAI
                       ADD MOV-CLI-CODIGO TO WS-TOTAL-REENVIO
                    END-IF
              END-EVALUATE
           END-PERFORM
           MOVE SPACES TO REG-EXTRATO
           MOVE "T"                TO EXT-T-TIPO
           MOVE WS-QTD-REG-REENVIO TO EXT-T-QTD
           MOVE WS-TOTAL-REENVIO   TO EXT-T-TOTAL-CTRL
           WRITE REG-REENVIO FROM REG-EXTRATO
           CLOSE ARQ-REENVIO
           CLOSE ARQ-EXTRATO
           ADD 1 TO MEN-QTD-REENVIOS
           MOVE DATA-DE-HOJE TO MEN-DATA-REENVIO
           REWRITE REG-MOVEL-ENVIO
           ADD 1 TO WS-QTD-REENVIADOS.
       F-REENVIA-SEQUENCIA. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-1      AFTER 1 LINE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  04 TO CONTADOR-LINHA.

      * QUEBRA DE PAGINA: CHAMADO ANTES DE CADA LINHA DE DETALHE;
      * AO PASSAR DE 60 LINHAS REIMPRIME O CABECALHO COM O NUMERO DA
      * PAGINA AVANCADO.
       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * REGISTRO DO RESULTADO EM EXECUCAO.LOG.
       GRAVA-EXECUCAO.
           MOVE "PROG84" TO EXEC-PROGRAMA
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

      * O PROG84 NAO TEM RESPOSTAS NO BATCH.PRM: A LINHA DO PROGRAMA
      * SO LIGA A EXECUCAO SEM TELA (CONFIRMACOES, EXTRATO E
      * PENDENTES).
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
                 IF PRM-PROGRAMA = "PROG84"
                    MOVE "S" TO WS-MODO-BATCH
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

      *-----------------------------------------------------------------
      * COMPARACAO DA CARTEIRA ATUAL COM A FOTOGRAFIA DO ULTIMO ENVIO
      *-----------------------------------------------------------------
       COMPARA-CARTEIRAS SECTION.
       COMPARA-ATUAIS.
           OPEN INPUT ARQ-DIST-MEST
           MOVE ZEROS TO DM-CLI-CODIGO
           START ARQ-DIST-MEST KEY NOT LESS DM-CLI-CODIGO
           MOVE ZEROS TO CONTROLE-FIM
           IF WS-RESULTADO-MEST NOT = 00
              MOVE 1 TO CONTROLE-FIM
           END-IF
           PERFORM UNTIL CONTROLE-FIM = 1
              READ ARQ-DIST-MEST NEXT
                 AT END
                    MOVE 1 TO CONTROLE-FIM
                    EXIT PERFORM
              END-READ
              PERFORM COMPARA-CLIENTE THRU F-COMPARA-CLIENTE
           END-PERFORM
           CLOSE ARQ-DIST-MEST
           PERFORM COMPARA-SAIDAS THRU F-COMPARA-SAIDAS
           GO TO F-COMPARA-CARTEIRAS.

      * CLIENTE NA CARTEIRA = ATIVO NO CLIENTE.DAT (COMO NA INTERFACE
      * DO FATURAMENTO) E COM VENDEDOR NO DISTMEST.DAT.
       COMPARA-CLIENTE.
           MOVE DM-CLI-CODIGO TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              OR CLI-STATUS = "I" OR CLI-STATUS = "P"
              OR DM-VEN-CODIGO = ZEROS
              GO TO F-COMPARA-CLIENTE
           END-IF
           MOVE DM-VEN-CODIGO TO WS-VEN-ATUAL
           PERFORM MONTA-IMAGEM      THRU F-MONTA-IMAGEM
           PERFORM BUSCA-COBERTURA   THRU F-BUSCA-COBERTURA

           MOVE CLI-CODIGO TO SNP-CLI-CODIGO
           READ ARQ-MOVEL-SNAP
           IF WS-RESULTADO-SNP NOT = 00
              PERFORM BUSCA-ORIGEM THRU F-BUSCA-ORIGEM
              MOVE WS-VEN-ATUAL TO MVS-VEN-CODIGO
              MOVE "A"          TO MVS-MOVIMENTO
              PERFORM LIBERA-ATUAL THRU F-LIBERA-ATUAL
              ADD 1 TO WS-QTD-ENTRADAS
              IF WS-COB-ATUAL > ZEROS
                 MOVE WS-COB-ATUAL TO MVS-VEN-CODIGO
                 MOVE "T"          TO MVS-MOVIMENTO
                 MOVE "C"          TO WS-ORIGEM
                 PERFORM LIBERA-ATUAL THRU F-LIBERA-ATUAL
                 ADD 1 TO WS-QTD-COBERTURAS
              END-IF
              PERFORM ATUALIZA-FOTOGRAFIA THRU F-ATUALIZA-FOTOGRAFIA
              WRITE REG-MOVEL-SNAP
              GO TO F-COMPARA-CLIENTE
           END-IF

           IF SNP-VEN-CODIGO NOT = WS-VEN-ATUAL
              PERFORM BUSCA-ORIGEM THRU F-BUSCA-ORIGEM
              IF SNP-VEN-CODIGO > ZEROS
                 PERFORM LIBERA-FOTOGRAFIA THRU F-LIBERA-FOTOGRAFIA
                 MOVE SNP-VEN-CODIGO TO MVS-VEN-CODIGO
                 MOVE "R"            TO MVS-MOVIMENTO
                 RELEASE REG-MOV-SORT
                 ADD 1 TO WS-QTD-SAIDAS
              END-IF
              MOVE WS-VEN-ATUAL TO MVS-VEN-CODIGO
              MOVE "A"          TO MVS-MOVIMENTO
              PERFORM LIBERA-ATUAL THRU F-LIBERA-ATUAL
              ADD 1 TO WS-QTD-ENTRADAS
           ELSE
              IF SNP-ENDERECO NOT = WS-IMG-ENDERECO
                 OR SNP-CONTATO NOT = WS-IMG-CONTATO
                 MOVE "E"          TO WS-ORIGEM
                 MOVE WS-VEN-ATUAL TO MVS-VEN-CODIGO
                 MOVE "C"          TO MVS-MOVIMENTO
                 PERFORM LIBERA-ATUAL THRU F-LIBERA-ATUAL
                 ADD 1 TO WS-QTD-CADASTRO
      * O COBRIDOR QUE SEGUE COM O CLIENTE TAMBEM RECEBE A MUDANCA.
                 IF WS-COB-ATUAL > ZEROS
                    AND WS-COB-ATUAL = SNP-VEN-COBERTURA
                    MOVE WS-COB-ATUAL TO MVS-VEN-CODIGO
                    PERFORM LIBERA-ATUAL THRU F-LIBERA-ATUAL
                 END-IF
              END-IF
           END-IF

           IF SNP-VEN-COBERTURA NOT = WS-COB-ATUAL
              MOVE "C" TO WS-ORIGEM
              IF SNP-VEN-COBERTURA > ZEROS
                 PERFORM LIBERA-FOTOGRAFIA THRU F-LIBERA-FOTOGRAFIA
                 MOVE SNP-VEN-COBERTURA TO MVS-VEN-CODIGO
                 MOVE "F"               TO MVS-MOVIMENTO
                 RELEASE REG-MOV-SORT
              END-IF
              IF WS-COB-ATUAL > ZEROS
                 MOVE WS-COB-ATUAL TO MVS-VEN-CODIGO
                 MOVE "T"          TO MVS-MOVIMENTO
                 PERFORM LIBERA-ATUAL THRU F-LIBERA-ATUAL
              END-IF
              ADD 1 TO WS-QTD-COBERTURAS
           END-IF

           PERFORM ATUALIZA-FOTOGRAFIA THRU F-ATUALIZA-FOTOGRAFIA
           REWRITE REG-MOVEL-SNAP.
       F-COMPARA-CLIENTE. EXIT.

      * QUEM FICOU NA FOTOGRAFIA SEM SER VISTO NESTA GERACAO SAIU
      * DA CARTEIRA (INATIVADO, FUNDIDO OU SEM VENDEDOR): SAIDA PARA
      * O ULTIMO DONO E FIM DE COBERTURA PARA O COBRIDOR.
       COMPARA-SAIDAS.
           MOVE ZEROS TO SNP-CLI-CODIGO
           START ARQ-MOVEL-SNAP KEY NOT LESS SNP-CLI-CODIGO
           IF WS-RESULTADO-SNP NOT = 00
              GO TO F-COMPARA-SAIDAS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-MOVEL-SNAP NEXT AT END
                 EXIT PERFORM
              END-READ
              IF SNP-SEQUENCIA NOT = WS-SEQUENCIA-GERACAO
                 MOVE "M" TO WS-ORIGEM
                 PERFORM LIBERA-FOTOGRAFIA THRU F-LIBERA-FOTOGRAFIA
                 MOVE SNP-VEN-CODIGO TO MVS-VEN-CODIGO
                 MOVE "R"            TO MVS-MOVIMENTO
                 RELEASE REG-MOV-SORT
                 ADD 1 TO WS-QTD-SAIDAS
                 IF SNP-VEN-COBERTURA > ZEROS
                    MOVE "C"               TO MVS-ORIGEM
                    MOVE SNP-VEN-COBERTURA TO MVS-VEN-CODIGO
                    MOVE "F"               TO MVS-MOVIMENTO
                    RELEASE REG-MOV-SORT
                    ADD 1 TO WS-QTD-COBERTURAS
                 END-IF
                 DELETE ARQ-MOVEL-SNAP RECORD
              END-IF
           END-PERFORM.
       F-COMPARA-SAIDAS. EXIT.

      * ENDERECO (CLIENDERECO.DAT) E CONTATO PRINCIPAL: O PRIMEIRO
      * CONTATO ATIVO DO CLIENTE NA ORDEM DA SEQUENCIA.
       MONTA-IMAGEM.
           INITIALIZE WS-IMG-ENDERECO
           INITIALIZE WS-IMG-CONTATO
           IF WS-EXISTE-ENDERECO = "S"
              MOVE CLI-CODIGO TO END-CLI-CODIGO
              READ ARQ-CLI-ENDERECO
              IF WS-RESULTADO-END = 00
                 MOVE END-LOGRADOURO TO WS-IMG-LOGRADOURO
                 MOVE END-CEP        TO WS-IMG-CEP
                 MOVE END-CIDADE     TO WS-IMG-CIDADE
                 MOVE END-UF         TO WS-IMG-UF
              END-IF
           END-IF
           IF WS-EXISTE-CONTATO = "S"
              MOVE CLI-CODIGO TO CTT-CLI-CODIGO
              MOVE ZEROS      TO CTT-SEQUENCIA
              START ARQ-CLI-CONTATO KEY NOT LESS CTT-CHAVE
              IF WS-RESULTADO-CTT = 00
                 PERFORM UNTIL EXIT
                    READ ARQ-CLI-CONTATO NEXT AT END
                       EXIT PERFORM
                    END-READ
                    IF CTT-CLI-CODIGO NOT = CLI-CODIGO
                       EXIT PERFORM
                    END-IF
                    IF CTT-STATUS NOT = "I"
                       MOVE CTT-NOME-CONTATO TO WS-IMG-CTT-NOME
                       MOVE CTT-TELEFONE     TO WS-IMG-CTT-TELEFONE
                       MOVE CTT-EMAIL        TO WS-IMG-CTT-EMAIL
                       EXIT PERFORM
                    END-IF
                 END-PERFORM
              END-IF
           END-IF.
       F-MONTA-IMAGEM. EXIT.

       BUSCA-COBERTURA.
           MOVE ZEROS  TO WS-COB-ATUAL
           MOVE SPACES TO WS-COB-FIM-ATUAL
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-COB
              IF WS-COB-CLI-CODIGO(WS-IDX) = CLI-CODIGO
                 MOVE WS-COB-VEN-CODIGO(WS-IDX) TO WS-COB-ATUAL
                 MOVE WS-COB-DATA-FIM(WS-IDX)   TO WS-COB-FIM-ATUAL
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       F-BUSCA-COBERTURA. EXIT.

      * ORIGEM DA MUDANCA DE DONO: R SE O CLIENTE ESTA NA TRILHA
      * REALOC.CSV INDO PARA O DONO ATUAL, M PARA AS DEMAIS.
       BUSCA-ORIGEM.
           MOVE "M" TO WS-ORIGEM
           PERFORM VARYING WS-IDX FROM 1 BY 1
                   UNTIL WS-IDX > WS-QTD-REAL
              IF WS-REA-CLI-CODIGO(WS-IDX) = CLI-CODIGO
                 AND WS-REA-VEN-NOVO(WS-IDX) = WS-VEN-ATUAL
                 MOVE "R" TO WS-ORIGEM
                 EXIT PERFORM
              END-IF
           END-PERFORM.
       F-BUSCA-ORIGEM. EXIT.

      * MOVIMENTO COM OS DADOS ATUAIS DO CLIENTE (MVS-VEN-CODIGO E
      * MVS-MOVIMENTO JA INFORMADOS).
       LIBERA-ATUAL.
           MOVE CLI-CODIGO       TO MVS-CLI-CODIGO
           MOVE WS-ORIGEM        TO MVS-ORIGEM
           MOVE CLI-CNPJ         TO MVS-CLI-CNPJ
           MOVE CLI-RAZAO-SOCIAL TO MVS-CLI-RAZAO
           MOVE WS-IMG-ENDERECO  TO MVS-ENDERECO
           MOVE WS-IMG-CONTATO   TO MVS-CONTATO
           MOVE WS-VEN-ATUAL     TO MVS-VEN-TITULAR
           IF MVS-MOVIMENTO = "T" OR MVS-MOVIMENTO = "C"
              MOVE WS-COB-FIM-ATUAL TO MVS-COB-FIM
           ELSE
              MOVE SPACES TO MVS-COB-FIM
           END-IF
           RELEASE REG-MOV-SORT.
       F-LIBERA-ATUAL. EXIT.

      * MOVIMENTO COM OS DADOS DA FOTOGRAFIA (SAIDA E FIM DE
      * COBERTURA: O QUE O VENDEDOR TINHA RECEBIDO).
       LIBERA-FOTOGRAFIA.
           MOVE SNP-CLI-CODIGO   TO MVS-CLI-CODIGO
           MOVE WS-ORIGEM        TO MVS-ORIGEM
           MOVE SNP-CLI-CNPJ     TO MVS-CLI-CNPJ
           MOVE SNP-CLI-RAZAO    TO MVS-CLI-RAZAO
           MOVE SNP-ENDERECO     TO MVS-ENDERECO
           MOVE SNP-CONTATO      TO MVS-CONTATO
           MOVE SNP-VEN-CODIGO   TO MVS-VEN-TITULAR
           MOVE SNP-COB-FIM      TO MVS-COB-FIM.
       F-LIBERA-FOTOGRAFIA. EXIT.

       ATUALIZA-FOTOGRAFIA.
           MOVE CLI-CODIGO           TO SNP-CLI-CODIGO
           MOVE CLI-CNPJ             TO SNP-CLI-CNPJ
           MOVE CLI-RAZAO-SOCIAL     TO SNP-CLI-RAZAO
           MOVE WS-VEN-ATUAL         TO SNP-VEN-CODIGO
           MOVE WS-COB-ATUAL         TO SNP-VEN-COBERTURA
           MOVE WS-COB-FIM-ATUAL     TO SNP-COB-FIM
           MOVE WS-IMG-ENDERECO      TO SNP-ENDERECO
           MOVE WS-IMG-CONTATO       TO SNP-CONTATO
           MOVE WS-SEQUENCIA-GERACAO TO SNP-SEQUENCIA.
       F-ATUALIZA-FOTOGRAFIA. EXIT.

       F-COMPARA-CARTEIRAS.
           EXIT.
