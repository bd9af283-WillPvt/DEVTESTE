       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG76.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- EXTRATO DE DADOS PESSOAIS PARA O TITULAR (LGPD) -------
      * ATENDE O PEDIDO DE ACESSO DO TITULAR (ART. 18 DA LGPD): A
      * PARTIR DO CODIGO DO CLIENTE, DO CNPJ OU DO NOME / E-MAIL DE UM
      * CONTATO, REUNE NUM SO EXTRATO PARA O ENCARREGADO (DPO) TUDO O
      * QUE O SISTEMA GUARDA SOBRE ELE (RLGPDACESSO.TXT):
      *   CLIENTE.DAT, CLIENDERECO.DAT E CLICONTATO.DAT;
      *   INTERACOES, VISITAS, PEDIDOS E CASOS DE RECLAMACAO;
      *   HISTORICO DE CARTEIRA NAS GERACOES DATADAS DA DISTRIBUICAO
      *   (DISTGER.CTL) E NO DIST.CSV VIGENTE;
      *   TRILHA DE AUDITORIA (AUDITORIA.DAT) E PEDIDOS LGPD
      *   ANTERIORES (LGPD.LOG).
      * NA BUSCA POR CONTATO O TITULAR E A PESSOA: SAEM SO OS
      * CONTATOS COM O NOME OU E-MAIL PROCURADO E AS INTERACOES E
      * CASOS QUE O MENCIONAM, SEM OS DADOS DOS DEMAIS CONTATOS DO
      * CLIENTE.
      * EXIGE OPERADOR DE NIVEL 3; CADA EXTRATO EMITIDO E REGISTRADO
      * NO LGPD.LOG COM SOLICITANTE, OPERADOR, DATA E HORA.

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

           SELECT ARQ-CLI-ENDERECO ASSIGN TO DISK
                  WID-ARQ-CLI-ENDERECO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS END-CLI-CODIGO
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-END.

           SELECT ARQ-CLI-CONTATO ASSIGN TO DISK WID-ARQ-CLI-CONTATO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CTT-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CTT.

           SELECT ARQ-CONSENTIMENTO ASSIGN TO DISK
                  WID-ARQ-CONSENTIMENTO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CNS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CNS.

           SELECT ARQ-INTERACAO ASSIGN TO DISK WID-ARQ-INTERACAO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS ITR-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-ITR.

           SELECT ARQ-VISITA ASSIGN TO DISK WID-ARQ-VISITA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS VIS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-VIS.

           SELECT ARQ-PEDIDO ASSIGN TO DISK WID-ARQ-PEDIDO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS PED-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-PED.

           SELECT ARQ-CASO ASSIGN TO DISK WID-ARQ-CASO
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS CAS-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-CAS.

           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AUD-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AUD.

           SELECT ARQ-DIST ASSIGN TO DISK WS-LOCAL-ARQ-DIST
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-DIST.

           SELECT ARQ-CTL-DISTGER ASSIGN TO "DISTGER.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-GERD.

           SELECT ARQ-LOG-LGPD ASSIGN TO "LGPD.LOG"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-LGPD.

           SELECT RELATORIO ASSIGN TO "RLGPDACESSO.TXT"
                            ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-CLIENTE.FD".

       COPY "ARQ-CLI-ENDERECO.FD".

       COPY "ARQ-CLI-CONTATO.FD".

       COPY "ARQ-CONSENTIMENTO.FD".

       COPY "ARQ-INTERACAO.FD".

       COPY "ARQ-VISITA.FD".

       COPY "ARQ-PEDIDO.FD".

       COPY "ARQ-CASO.FD".

       COPY "ARQ-AUDITORIA.FD".

       COPY "ARQ-DIST.FD".

       FD ARQ-CTL-DISTGER.
          01 REG-CTL-DISTGER.
             02 GERD-SUFIXO        PIC X(08).
             02 FILLER             PIC X(01) VALUE ";".
             02 GERD-DATA          PIC X(10).

       COPY "ARQ-LOG-LGPD.FD".

       FD RELATORIO.
       01 LINHA        PIC X(132).

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-CLIENTE       PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-ENDERECO  PIC X(50) VALUE SPACES.
       77 WID-ARQ-CLI-CONTATO   PIC X(50) VALUE SPACES.
       77 WID-ARQ-CONSENTIMENTO PIC X(50) VALUE SPACES.
       77 WID-ARQ-INTERACAO     PIC X(50) VALUE SPACES.
       77 WID-ARQ-VISITA        PIC X(50) VALUE SPACES.
       77 WID-ARQ-PEDIDO        PIC X(50) VALUE SPACES.
       77 WID-ARQ-CASO          PIC X(50) VALUE SPACES.
       77 WID-ARQ-AUDITORIA     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-DIST     PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-ACESSO   PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-END      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CTT      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CNS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-ITR      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VIS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-PED      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-CAS      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AUD      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-DIST     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-GERD     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-LGPD     PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-END-ABERTO         PIC X(01) VALUE "N".
       77 WS-CTT-ABERTO         PIC X(01) VALUE "N".
       77 WS-CNS-ABERTO         PIC X(01) VALUE "N".
       77 WS-ITR-ABERTO         PIC X(01) VALUE "N".
       77 WS-VIS-ABERTO         PIC X(01) VALUE "N".
       77 WS-PED-ABERTO         PIC X(01) VALUE "N".
       77 WS-CAS-ABERTO         PIC X(01) VALUE "N".
       77 WS-AUD-ABERTO         PIC X(01) VALUE "N".
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-CONFIRMA           PIC X(01) VALUE SPACES.
       77 WS-TIPO-BUSCA         PIC X(01) VALUE SPACES.
       77 WS-CODIGO-INFORMADO   PIC 9(07) VALUE ZEROS.
       77 WS-CNPJ-INFORMADO     PIC X(14) VALUE SPACES.
       77 WS-BUSCA-INFORMADA    PIC X(40) VALUE SPACES.
       77 WS-BUSCA-MAIUSCULA    PIC X(40) VALUE SPACES.
       77 WS-TAM-BUSCA          PIC 9(02) VALUE ZEROS.
       77 WS-SOLICITANTE        PIC X(40) VALUE SPACES.
       77 WS-REFERENCIA         PIC X(40) VALUE SPACES.
       77 WS-CLI-ATUAL          PIC 9(07) VALUE ZEROS.
       77 WS-IND-CLI            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-CLIENTES       PIC 9(02) VALUE ZEROS.
       77 WS-JA-NA-LISTA        PIC X(01) VALUE SPACES.
       77 WS-SO-MENCOES         PIC X(01) VALUE "N".
       77 WS-TEXTO-TESTE        PIC X(100) VALUE SPACES.
       77 WS-QTD-MENCOES        PIC 9(03) VALUE ZEROS.
       77 WS-CONTATO-PROCURADO  PIC X(01) VALUE SPACES.
       77 WS-QTD-SECAO          PIC 9(05) VALUE ZEROS.
       77 WS-TOTAL-REGISTROS    PIC 9(07) VALUE ZEROS.
       77 WS-VEN-ANTERIOR       PIC 9(03) VALUE ZEROS.
       77 WS-ACHOU-NA-GERACAO   PIC X(01) VALUE SPACES.
       77 CONTADOR-LINHA        PIC 9(02) VALUE ZERO.
       77 CONTADOR-PAGINA       PIC 9(03) VALUE ZERO.

       01 CABECALHO-TITULO.
          02 CAB-DATA     PIC X(10).
          02 FILLER       PIC X(22) VALUE SPACES.
          02 FILLER       PIC X(50) VALUE
             "EXTRATO DE DADOS PESSOAIS - ACESSO DO TITULAR LGPD".
          02 FILLER       PIC X(38) VALUE SPACES.
          02 FILLER       PIC X(09) VALUE "PAGINA: ".
          02 CAB-PAGINA   PIC ZZ9.

       01 CABECALHO-2.
          02 FILLER PIC X(132) VALUES ALL "-".

       01 LINHA-SOLICITACAO.
          02 FILLER              PIC X(13) VALUE "SOLICITANTE: ".
          02 SOL-SOLICITANTE     PIC X(40).
          02 FILLER              PIC X(12) VALUE "  OPERADOR: ".
          02 SOL-OPERADOR        PIC X(08).
          02 FILLER              PIC X(09) VALUE "  BUSCA: ".
          02 SOL-TIPO-BUSCA      PIC X(08).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 SOL-REFERENCIA      PIC X(40).
          02 FILLER              PIC X(01) VALUE SPACES.

       01 LINHA-SECAO.
          02 FILLER              PIC X(04) VALUE "*** ".
          02 SEC-TITULO          PIC X(60).
          02 FILLER              PIC X(68) VALUE SPACES.

       01 LINHA-NENHUM.
          02 FILLER              PIC X(04) VALUE SPACES.
          02 NEN-TEXTO           PIC X(60).
          02 FILLER              PIC X(68) VALUE SPACES.

       01 LINHA-CLIENTE-1.
          02 FILLER              PIC X(09) VALUE "CLIENTE: ".
          02 DCL-CODIGO          PIC 9(07).
          02 FILLER              PIC X(08) VALUE "  CNPJ: ".
          02 DCL-CNPJ            PIC X(18).
          02 FILLER              PIC X(16) VALUE "  RAZAO SOCIAL: ".
          02 DCL-RAZAO-SOCIAL    PIC X(40).
          02 FILLER              PIC X(12) VALUE "  SITUACAO: ".
          02 DCL-STATUS          PIC X(01).
          02 FILLER              PIC X(21) VALUE SPACES.

       01 LINHA-CLIENTE-2.
          02 FILLER              PIC X(10) VALUE "LATITUDE: ".
          02 DCL-LATITUDE        PIC -ZZ9,99999999.
          02 FILLER              PIC X(13) VALUE "  LONGITUDE: ".
          02 DCL-LONGITUDE       PIC -ZZ9,99999999.
          02 FILLER              PIC X(11) VALUE "  LIMITE: ".
          02 DCL-LIMITE          PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(12) VALUE "  BLOQUEIO: ".
          02 DCL-BLOQUEIO        PIC X(01).
          02 FILLER              PIC X(12) VALUE "  SUCESSOR: ".
          02 DCL-SUCESSOR        PIC 9(07).
          02 FILLER              PIC X(27) VALUE SPACES.

       01 LINHA-ENDERECO.
          02 FILLER              PIC X(12) VALUE "LOGRADOURO: ".
          02 DEN-LOGRADOURO      PIC X(40).
          02 FILLER              PIC X(07) VALUE "  CEP: ".
          02 DEN-CEP             PIC 99999B999.
          02 FILLER              PIC X(10) VALUE "  CIDADE: ".
          02 DEN-CIDADE          PIC X(30).
          02 FILLER              PIC X(06) VALUE "  UF: ".
          02 DEN-UF              PIC X(02).
          02 FILLER              PIC X(16) VALUE SPACES.

       01 CABECALHO-CONTATO.
          02 FILLER PIC X(05) VALUE "SEQ".
          02 FILLER PIC X(11) VALUE "PAPEL".
          02 FILLER PIC X(31) VALUE "NOME".
          02 FILLER PIC X(16) VALUE "TELEFONE".
          02 FILLER PIC X(41) VALUE "E-MAIL".
          02 FILLER PIC X(08) VALUE "SITUACAO".

       01 LINHA-CONTATO.
          02 DCT-SEQUENCIA       PIC 9(03).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DCT-TIPO            PIC X(10).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCT-NOME            PIC X(30).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCT-TELEFONE        PIC X(15).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCT-EMAIL           PIC X(40).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCT-STATUS          PIC X(01).
          02 FILLER              PIC X(27) VALUE SPACES.

       01 CABECALHO-CONSENTIMENTO.
          02 FILLER PIC X(05) VALUE "SEQ".
          02 FILLER PIC X(11) VALUE "CANAL".
          02 FILLER PIC X(09) VALUE "SITUACAO".
          02 FILLER PIC X(11) VALUE "DATA".
          02 FILLER PIC X(13) VALUE "ORIGEM".
          02 FILLER PIC X(09) VALUE "OPERADOR".
          02 FILLER PIC X(18) VALUE "SITUACAO ANTERIOR".
          02 FILLER PIC X(10) VALUE "DATA ANT.".

       01 LINHA-CONSENTIMENTO.
          02 DCN-SEQUENCIA       PIC 9(03).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DCN-CANAL           PIC X(10).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCN-SITUACAO        PIC X(08).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCN-DATA            PIC X(10).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCN-ORIGEM          PIC X(12).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCN-OPERADOR        PIC X(08).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCN-SITUACAO-ANT    PIC X(08).
          02 FILLER              PIC X(10) VALUE SPACES.
          02 DCN-DATA-ANT        PIC X(10).
          02 FILLER              PIC X(46) VALUE SPACES.

       01 CABECALHO-INTERACAO.
          02 FILLER PIC X(07) VALUE "SEQ".
          02 FILLER PIC X(11) VALUE "DATA".
          02 FILLER PIC X(09) VALUE "HORA".
          02 FILLER PIC X(09) VALUE "OPERADOR".
          02 FILLER PIC X(05) VALUE "TIPO".
          02 FILLER PIC X(60) VALUE "TEXTO".

       01 LINHA-INTERACAO.
          02 DIT-SEQUENCIA       PIC ZZZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DIT-DATA            PIC X(10).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DIT-HORA.
             03 DIT-HH           PIC X(02).
             03 FILLER           PIC X(01) VALUE ":".
             03 DIT-MM           PIC X(02).
             03 FILLER           PIC X(01) VALUE ":".
             03 DIT-SS           PIC X(02).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DIT-OPERADOR        PIC X(08).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DIT-TIPO            PIC X(01).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DIT-TEXTO           PIC X(60).
          02 FILLER              PIC X(31) VALUE SPACES.

       01 CABECALHO-VISITA.
          02 FILLER PIC X(07) VALUE "SEQ".
          02 FILLER PIC X(11) VALUE "DATA".
          02 FILLER PIC X(10) VALUE "VENDEDOR".
          02 FILLER PIC X(09) VALUE "RESULTADO".

       01 LINHA-VISITA.
          02 DVI-SEQUENCIA       PIC ZZZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DVI-DATA            PIC X(10).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DVI-VEN-CODIGO      PIC ZZ9.
          02 FILLER              PIC X(07) VALUE SPACES.
          02 DVI-RESULTADO       PIC X(02).
          02 FILLER              PIC X(102) VALUE SPACES.

       01 CABECALHO-PEDIDO.
          02 FILLER PIC X(09) VALUE "PEDIDO".
          02 FILLER PIC X(11) VALUE "DATA".
          02 FILLER PIC X(16) VALUE "          VALOR".
          02 FILLER PIC X(10) VALUE " SITUACAO".
          02 FILLER PIC X(13) VALUE "PAGAMENTO".
          02 FILLER PIC X(08) VALUE "VENDEDOR".

       01 LINHA-PEDIDO.
          02 DPE-SEQUENCIA       PIC ZZZZZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DPE-DATA            PIC X(10).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DPE-VALOR           PIC ZZZ.ZZZ.ZZ9,99.
          02 FILLER              PIC X(05) VALUE SPACES.
          02 DPE-SITUACAO        PIC X(01).
          02 FILLER              PIC X(05) VALUE SPACES.
          02 DPE-DATA-PGTO       PIC X(10).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DPE-VEN-CODIGO      PIC ZZ9.
          02 FILLER              PIC X(71) VALUE SPACES.

       01 LINHA-CASO-1.
          02 FILLER              PIC X(06) VALUE "CASO: ".
          02 DCA-CLI-CODIGO      PIC 9(07).
          02 FILLER              PIC X(01) VALUE "-".
          02 DCA-SEQUENCIA       PIC 9(03).
          02 FILLER              PIC X(12) VALUE "  ABERTURA: ".
          02 DCA-ABERTURA        PIC X(10).
          02 FILLER              PIC X(12) VALUE "  SITUACAO: ".
          02 DCA-SITUACAO        PIC X(01).
          02 FILLER              PIC X(13) VALUE "  CATEGORIA: ".
          02 DCA-CATEGORIA       PIC X(01).
          02 FILLER              PIC X(16) VALUE "  ENCERRAMENTO: ".
          02 DCA-ENCERRAMENTO    PIC X(10).
          02 FILLER              PIC X(40) VALUE SPACES.

       01 LINHA-CASO-2.
          02 FILLER              PIC X(05) VALUE SPACES.
          02 DCA-ROTULO          PIC X(12).
          02 DCA-TEXTO           PIC X(60).
          02 FILLER              PIC X(55) VALUE SPACES.

       01 CABECALHO-CARTEIRA.
          02 FILLER PIC X(13) VALUE "VIGENTE DESDE".
          02 FILLER PIC X(18) VALUE "GERACAO".
          02 FILLER PIC X(45) VALUE "VENDEDOR TITULAR".

       01 LINHA-CARTEIRA.
          02 DCR-DATA            PIC X(10).
          02 FILLER              PIC X(03) VALUE SPACES.
          02 DCR-GERACAO         PIC X(17).
          02 FILLER              PIC X(01) VALUE SPACES.
          02 DCR-VEN-CODIGO      PIC ZZ9.
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DCR-VEN-NOME        PIC X(40).
          02 FILLER              PIC X(56) VALUE SPACES.

       01 LINHA-AUDITORIA-1.
          02 FILLER              PIC X(11) VALUE "SEQUENCIA: ".
          02 DAU-SEQUENCIA       PIC ZZZZ9.
          02 FILLER              PIC X(12) VALUE "  OPERACAO: ".
          02 DAU-OPERACAO        PIC X(01).
          02 FILLER              PIC X(08) VALUE "  DATA: ".
          02 DAU-DATA            PIC X(10).
          02 FILLER              PIC X(08) VALUE "  HORA: ".
          02 DAU-HORA.
             03 DAU-HH           PIC X(02).
             03 FILLER           PIC X(01) VALUE ":".
             03 DAU-MM           PIC X(02).
             03 FILLER           PIC X(01) VALUE ":".
             03 DAU-SS           PIC X(02).
          02 FILLER              PIC X(12) VALUE "  OPERADOR: ".
          02 DAU-OPERADOR        PIC X(08).
          02 FILLER              PIC X(49) VALUE SPACES.

       01 LINHA-AUDITORIA-2.
          02 FILLER              PIC X(05) VALUE SPACES.
          02 DAU-ROTULO          PIC X(08).
          02 DAU-IMAGEM          PIC X(100).
          02 FILLER              PIC X(19) VALUE SPACES.

       01 LINHA-LGPD.
          02 DLG-DATA            PIC X(10).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DLG-OPERADOR        PIC X(08).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DLG-ACAO            PIC X(20).
          02 FILLER              PIC X(02) VALUE SPACES.
          02 DLG-SOLICITANTE     PIC X(40).
          02 FILLER              PIC X(48) VALUE SPACES.

       01 RODAPE.
          02 FILLER              PIC X(35) VALUE
             "TOTAL DE REGISTROS NO EXTRATO....: ".
          02 ROD-QTD             PIC Z.ZZZ.ZZ9.
          02 FILLER              PIC X(88) VALUE SPACES.

       01 RODAPE-2.
          02 FILLER              PIC X(132) VALUE
             "EXTRATO EMITIDO PARA ATENDIMENTO DO PEDIDO DE ACESSO DO TI
      -"TULAR (LGPD, ART. 18). USO RESTRITO DO ENCARREGADO (DPO).".

      * CLIENTES LIGADOS AO CONTATO PROCURADO (BUSCA POR CONTATO).
       01 WS-TAB-CLIENTES.
          02 WS-TCL-CODIGO OCCURS 50 TIMES PIC 9(07).
       COPY "AREA-RELARQ.cpy".

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-ACESSO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 17 VALUE
             "  EXTRATO DE DADOS PESSOAIS DO TITULAR (LGPD)  ".
          02 LINE 02 COLUMN 73 VALUE "PROG76".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 05 COLUMN 01 VALUE
             "BUSCA: CODIGO (C) CNPJ (J) CONTATO - NOME OU E-MAIL (T)".
          02 LINE 07 COLUMN 01 VALUE
             "CODIGO / CNPJ / NOME OU E-MAIL.............".
          02 LINE 09 COLUMN 01 VALUE
             "SOLICITANTE (TITULAR OU REPRESENTANTE).....".
          02 LINE 11 COLUMN 01 VALUE
             "CONFIRMA A EMISSAO DO EXTRATO (S/N)?.......".

       01 TELA-FIM BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 17 VALUE
             "  EXTRATO DE DADOS PESSOAIS DO TITULAR (LGPD)  ".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 06 COLUMN 01 VALUE "CLIENTES NO EXTRATO...:".
          02 LINE 06 COLUMN 26 PIC Z9 FROM WS-QTD-CLIENTES.
          02 LINE 07 COLUMN 01 VALUE "REGISTROS LISTADOS....:".
          02 LINE 07 COLUMN 26 PIC Z.ZZZ.ZZ9 FROM WS-TOTAL-REGISTROS.
          02 LINE 09 COLUMN 01 VALUE
             "EXTRATO GRAVADO EM RLGPDACESSO.TXT E PEDIDO REGISTRADO NO
      -" LGPD.LOG".
          02 LINE 15 COLUMN 01
          VALUE "PROCESSO CONCLUIDO, TECLE ENTER PARA RETORNAR AO MENU
      -"INICIAL ".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 3
              DISPLAY "EXTRATO LGPD EXIGE OPERADOR DE NIVEL 3 ...."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           DISPLAY TELA-ACESSO AT 0101
           PERFORM UNTIL WS-TIPO-BUSCA = "C" OR = "J" OR = "T"
              ACCEPT WS-TIPO-BUSCA AT 0558
           END-PERFORM
           EVALUATE WS-TIPO-BUSCA
              WHEN "C"
                 PERFORM UNTIL WS-CODIGO-INFORMADO > ZEROS
                    ACCEPT WS-CODIGO-INFORMADO AT 0745
                 END-PERFORM
                 MOVE WS-CODIGO-INFORMADO TO WS-REFERENCIA
              WHEN "J"
                 PERFORM UNTIL WS-CNPJ-INFORMADO NOT = SPACES
                    ACCEPT WS-CNPJ-INFORMADO AT 0745
                 END-PERFORM
                 MOVE WS-CNPJ-INFORMADO TO WS-REFERENCIA
              WHEN "T"
                 PERFORM UNTIL WS-TAM-BUSCA > 4
                    MOVE SPACES TO WS-BUSCA-INFORMADA
                    ACCEPT WS-BUSCA-INFORMADA AT 0745
                    PERFORM PREPARA-BUSCA THRU F-PREPARA-BUSCA
                    IF WS-TAM-BUSCA < 5
                       DISPLAY "INFORME AO MENOS 5 CARACTERES DO NOME OU
      -" E-MAIL" AT 2401
                    END-IF
                 END-PERFORM
                 DISPLAY SPACES AT 2401
                 MOVE WS-BUSCA-INFORMADA TO WS-REFERENCIA
                 MOVE "S" TO WS-SO-MENCOES
           END-EVALUATE
           PERFORM UNTIL WS-SOLICITANTE NOT = SPACES
              ACCEPT WS-SOLICITANTE AT 0945
           END-PERFORM
           PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
              ACCEPT WS-CONFIRMA AT 1145
           END-PERFORM
           IF WS-CONFIRMA NOT = "S"
              DISPLAY "EXTRATO CANCELADO PELO OPERADOR ..........."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE "CLIENTE.DAT" TO WID-ARQ-CLIENTE
           OPEN INPUT ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              DISPLAY "CLIENTE.DAT NAO ENCONTRADO ..............."
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           PERFORM ABRE-ARQUIVOS THRU F-ABRE-ARQUIVOS

           PERFORM LOCALIZA-TITULAR THRU F-LOCALIZA-TITULAR
           IF WS-QTD-CLIENTES = ZEROS
              PERFORM FECHA-ARQUIVOS THRU F-FECHA-ARQUIVOS
              IF WS-TIPO-BUSCA = "T"
                 DISPLAY "NENHUM CONTATO COM ESSE NOME OU E-MAIL ..."
                    AT 2401
              ELSE
                 DISPLAY "CLIENTE NAO ENCONTRADO ..................."
                    AT 2401
              END-IF
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           OPEN OUTPUT RELATORIO
           MOVE DATA-DE-HOJE TO CAB-DATA
           PERFORM IMPRIMIR-CABECALHO
           MOVE WS-SOLICITANTE    TO SOL-SOLICITANTE
           MOVE WS-OPERADOR-ATUAL TO SOL-OPERADOR
           EVALUATE WS-TIPO-BUSCA
              WHEN "C"
                 MOVE "CODIGO"  TO SOL-TIPO-BUSCA
              WHEN "J"
                 MOVE "CNPJ"    TO SOL-TIPO-BUSCA
              WHEN OTHER
                 MOVE "CONTATO" TO SOL-TIPO-BUSCA
           END-EVALUATE
           MOVE WS-REFERENCIA TO SOL-REFERENCIA
           WRITE LINHA FROM LINHA-SOLICITACAO AFTER 1 LINES
           WRITE LINHA FROM CABECALHO-2       AFTER 1 LINES
           ADD 2 TO CONTADOR-LINHA

           PERFORM VARYING WS-IND-CLI FROM 1 BY 1
              UNTIL WS-IND-CLI > WS-QTD-CLIENTES
              MOVE WS-TCL-CODIGO(WS-IND-CLI) TO WS-CLI-ATUAL
              PERFORM EMITE-CLIENTE THRU F-EMITE-CLIENTE
           END-PERFORM
           PERFORM IMPRIME-PEDIDOS-LGPD THRU F-IMPRIME-PEDIDOS-LGPD

           MOVE WS-TOTAL-REGISTROS TO ROD-QTD
           WRITE LINHA FROM CABECALHO-2 AFTER 2 LINES
           WRITE LINHA FROM RODAPE      AFTER 1 LINES
           WRITE LINHA FROM RODAPE-2    AFTER 1 LINES
           CLOSE RELATORIO
           PERFORM REGISTRA-RELATORIO THRU F-REGISTRA-RELATORIO
           PERFORM FECHA-ARQUIVOS     THRU F-FECHA-ARQUIVOS
           PERFORM GRAVA-LOG-LGPD     THRU F-GRAVA-LOG-LGPD

           DISPLAY TELA-FIM AT 0101
           ACCEPT  PAUSA    AT 2478
           EXIT PROGRAM.

      * NOME OU E-MAIL PROCURADO EM MAIUSCULAS, COM O TAMANHO UTIL
      * (SEM OS BRANCOS A DIREITA) PARA A BUSCA DE MENCOES.
       PREPARA-BUSCA.
           MOVE WS-BUSCA-INFORMADA TO WS-BUSCA-MAIUSCULA
           INSPECT WS-BUSCA-MAIUSCULA CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           PERFORM VARYING WS-TAM-BUSCA FROM 40 BY -1
              UNTIL WS-TAM-BUSCA = ZEROS
                 OR WS-BUSCA-MAIUSCULA(WS-TAM-BUSCA:1) NOT = SPACE
           END-PERFORM.
       F-PREPARA-BUSCA. EXIT.

      * OS ARQUIVOS DE APOIO SAO OPCIONAIS: O QUE NAO EXISTIR SAI NO
      * EXTRATO COMO ARQUIVO NAO DISPONIVEL.
       ABRE-ARQUIVOS.
           MOVE "CLIENDERECO.DAT" TO WID-ARQ-CLI-ENDERECO
           OPEN INPUT ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END = 00
              MOVE "S" TO WS-END-ABERTO
           END-IF
           MOVE "CLICONTATO.DAT" TO WID-ARQ-CLI-CONTATO
           OPEN INPUT ARQ-CLI-CONTATO
           IF WS-RESULTADO-CTT = 00
              MOVE "S" TO WS-CTT-ABERTO
           END-IF
           MOVE "CONSENT.DAT" TO WID-ARQ-CONSENTIMENTO
           OPEN INPUT ARQ-CONSENTIMENTO
           IF WS-RESULTADO-CNS = 00
              MOVE "S" TO WS-CNS-ABERTO
           END-IF
           MOVE "INTERACAO.DAT" TO WID-ARQ-INTERACAO
           OPEN INPUT ARQ-INTERACAO
           IF WS-RESULTADO-ITR = 00
              MOVE "S" TO WS-ITR-ABERTO
           END-IF
           MOVE "VISITA.DAT" TO WID-ARQ-VISITA
           OPEN INPUT ARQ-VISITA
           IF WS-RESULTADO-VIS = 00
              MOVE "S" TO WS-VIS-ABERTO
           END-IF
           MOVE "PEDIDO.DAT" TO WID-ARQ-PEDIDO
           OPEN INPUT ARQ-PEDIDO
           IF WS-RESULTADO-PED = 00
              MOVE "S" TO WS-PED-ABERTO
           END-IF
           MOVE "CASO.DAT" TO WID-ARQ-CASO
           OPEN INPUT ARQ-CASO
           IF WS-RESULTADO-CAS = 00
              MOVE "S" TO WS-CAS-ABERTO
           END-IF
           MOVE "AUDITORIA.DAT" TO WID-ARQ-AUDITORIA
           OPEN INPUT ARQ-AUDITORIA
           IF WS-RESULTADO-AUD = 00
              MOVE "S" TO WS-AUD-ABERTO
           END-IF.
       F-ABRE-ARQUIVOS. EXIT.

       FECHA-ARQUIVOS.
           CLOSE ARQ-CLIENTE
           IF WS-END-ABERTO = "S"
              CLOSE ARQ-CLI-ENDERECO
           END-IF
           IF WS-CTT-ABERTO = "S"
              CLOSE ARQ-CLI-CONTATO
           END-IF
           IF WS-CNS-ABERTO = "S"
              CLOSE ARQ-CONSENTIMENTO
           END-IF
           IF WS-ITR-ABERTO = "S"
              CLOSE ARQ-INTERACAO
           END-IF
           IF WS-VIS-ABERTO = "S"
              CLOSE ARQ-VISITA
           END-IF
           IF WS-PED-ABERTO = "S"
              CLOSE ARQ-PEDIDO
           END-IF
           IF WS-CAS-ABERTO = "S"
              CLOSE ARQ-CASO
           END-IF
           IF WS-AUD-ABERTO = "S"
              CLOSE ARQ-AUDITORIA
           END-IF.
       F-FECHA-ARQUIVOS. EXIT.

      * MONTA A LISTA DE CLIENTES DO EXTRATO: O CLIENTE DO CODIGO OU
      * DO CNPJ, OU TODOS OS CLIENTES ONDE O CONTATO APARECE.
       LOCALIZA-TITULAR.
           MOVE ZEROS TO WS-QTD-CLIENTES
           EVALUATE WS-TIPO-BUSCA
              WHEN "C"
                 MOVE WS-CODIGO-INFORMADO TO CLI-CODIGO
                 READ ARQ-CLIENTE
                 IF WS-RESULTADO-ACESSO = 00
                    MOVE 1          TO WS-QTD-CLIENTES
                    MOVE CLI-CODIGO TO WS-TCL-CODIGO(1)
                 END-IF
              WHEN "J"
                 MOVE WS-CNPJ-INFORMADO TO CLI-CNPJ
                 START ARQ-CLIENTE KEY IS EQUAL CLI-CNPJ
                 IF WS-RESULTADO-ACESSO = 00
                    READ ARQ-CLIENTE NEXT
                       AT END
                          CONTINUE
                    END-READ
                    IF WS-RESULTADO-ACESSO = 00
                       MOVE 1          TO WS-QTD-CLIENTES
                       MOVE CLI-CODIGO TO WS-TCL-CODIGO(1)
                    END-IF
                 END-IF
              WHEN "T"
                 PERFORM LOCALIZA-CONTATOS THRU F-LOCALIZA-CONTATOS
           END-EVALUATE.
       F-LOCALIZA-TITULAR. EXIT.

       LOCALIZA-CONTATOS.
           IF WS-CTT-ABERTO NOT = "S"
              GO TO F-LOCALIZA-CONTATOS
           END-IF
           MOVE ZEROS TO CTT-CLI-CODIGO
           MOVE ZEROS TO CTT-SEQUENCIA
           START ARQ-CLI-CONTATO KEY NOT LESS CTT-CHAVE
           IF WS-RESULTADO-CTT NOT = 00
              GO TO F-LOCALIZA-CONTATOS
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-CLI-CONTATO NEXT AT END
                 EXIT PERFORM
              END-READ
              PERFORM CONFERE-CONTATO THRU F-CONFERE-CONTATO
              IF WS-CONTATO-PROCURADO = "S"
                 MOVE "N" TO WS-JA-NA-LISTA
                 PERFORM VARYING WS-IND-CLI FROM 1 BY 1
                    UNTIL WS-IND-CLI > WS-QTD-CLIENTES
                    IF WS-TCL-CODIGO(WS-IND-CLI) = CTT-CLI-CODIGO
                       MOVE "S" TO WS-JA-NA-LISTA
                    END-IF
                 END-PERFORM
                 IF WS-JA-NA-LISTA = "N" AND WS-QTD-CLIENTES < 50
                    ADD 1 TO WS-QTD-CLIENTES
                    MOVE CTT-CLI-CODIGO
                       TO WS-TCL-CODIGO(WS-QTD-CLIENTES)
                 END-IF
              END-IF
           END-PERFORM.
       F-LOCALIZA-CONTATOS. EXIT.

      * O CONTATO LIDO E O TITULAR PROCURADO (NOME OU E-MAIL IGUAL,
      * SEM DIFERENCA DE MAIUSCULAS E MINUSCULAS)?
       CONFERE-CONTATO.
           MOVE "N" TO WS-CONTATO-PROCURADO
           MOVE CTT-NOME-CONTATO TO WS-TEXTO-TESTE
           INSPECT WS-TEXTO-TESTE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-TEXTO-TESTE(1:40) = WS-BUSCA-MAIUSCULA
              MOVE "S" TO WS-CONTATO-PROCURADO
              GO TO F-CONFERE-CONTATO
           END-IF
           MOVE CTT-EMAIL TO WS-TEXTO-TESTE
           INSPECT WS-TEXTO-TESTE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-TEXTO-TESTE(1:40) = WS-BUSCA-MAIUSCULA
              MOVE "S" TO WS-CONTATO-PROCURADO
           END-IF.
       F-CONFERE-CONTATO. EXIT.

      * O TEXTO EM WS-TEXTO-TESTE MENCIONA O NOME OU E-MAIL PROCURADO?
       CONFERE-MENCAO.
           INSPECT WS-TEXTO-TESTE CONVERTING
              "abcdefghijklmnopqrstuvwxyz" TO
              "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           MOVE ZEROS TO WS-QTD-MENCOES
           INSPECT WS-TEXTO-TESTE TALLYING WS-QTD-MENCOES
              FOR ALL WS-BUSCA-MAIUSCULA(1:WS-TAM-BUSCA).
       F-CONFERE-MENCAO. EXIT.

      *-----------------------------------------------------------------
      * DADOS DE UM CLIENTE DO EXTRATO (WS-CLI-ATUAL)
      *-----------------------------------------------------------------
       EMITE-CLIENTE.
           MOVE "DADOS CADASTRAIS (CLIENTE.DAT)" TO SEC-TITULO
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           MOVE WS-CLI-ATUAL TO CLI-CODIGO
           READ ARQ-CLIENTE
           IF WS-RESULTADO-ACESSO NOT = 00
              MOVE "CLIENTE NAO ENCONTRADO NO CADASTRO" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
           ELSE
              MOVE CLI-CODIGO       TO DCL-CODIGO
              MOVE SPACES           TO DCL-CNPJ
              STRING CLI-CNPJ(1:2) "." CLI-CNPJ(3:3) "." CLI-CNPJ(6:3)
                     "/" CLI-CNPJ(9:4) "-" CLI-CNPJ(13:2)
                     DELIMITED BY SIZE INTO DCL-CNPJ
              MOVE CLI-RAZAO-SOCIAL TO DCL-RAZAO-SOCIAL
              MOVE CLI-STATUS       TO DCL-STATUS
              PERFORM CONTA-LINHA
              WRITE LINHA FROM LINHA-CLIENTE-1 AFTER 1 LINES
              ADD 1 TO WS-TOTAL-REGISTROS
              IF WS-SO-MENCOES NOT = "S"
                 MOVE CLI-LATITUDE         TO DCL-LATITUDE
                 MOVE CLI-LONGITUDE        TO DCL-LONGITUDE
                 MOVE CLI-LIMITE-CREDITO   TO DCL-LIMITE
                 MOVE CLI-BLOQUEIO         TO DCL-BLOQUEIO
                 MOVE CLI-CODIGO-SUCESSOR  TO DCL-SUCESSOR
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM LINHA-CLIENTE-2 AFTER 1 LINES
              END-IF
           END-IF

           IF WS-SO-MENCOES NOT = "S"
              PERFORM IMPRIME-ENDERECO THRU F-IMPRIME-ENDERECO
           END-IF
           PERFORM IMPRIME-CONTATOS   THRU F-IMPRIME-CONTATOS
           PERFORM IMPRIME-CONSENTIMENTOS
              THRU F-IMPRIME-CONSENTIMENTOS
           PERFORM IMPRIME-INTERACOES THRU F-IMPRIME-INTERACOES
           IF WS-SO-MENCOES NOT = "S"
              PERFORM IMPRIME-VISITAS  THRU F-IMPRIME-VISITAS
              PERFORM IMPRIME-PEDIDOS  THRU F-IMPRIME-PEDIDOS
           END-IF
           PERFORM IMPRIME-CASOS      THRU F-IMPRIME-CASOS
           IF WS-SO-MENCOES NOT = "S"
              PERFORM IMPRIME-CARTEIRA  THRU F-IMPRIME-CARTEIRA
              PERFORM IMPRIME-AUDITORIA THRU F-IMPRIME-AUDITORIA
           END-IF
           WRITE LINHA FROM CABECALHO-2 AFTER 2 LINES
           ADD 2 TO CONTADOR-LINHA.
       F-EMITE-CLIENTE. EXIT.

       IMPRIME-ENDERECO.
           MOVE "ENDERECO (CLIENDERECO.DAT)" TO SEC-TITULO
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           IF WS-END-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO DISPONIVEL" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
              GO TO F-IMPRIME-ENDERECO
           END-IF
           MOVE WS-CLI-ATUAL TO END-CLI-CODIGO
           READ ARQ-CLI-ENDERECO
           IF WS-RESULTADO-END NOT = 00
              MOVE "NENHUM REGISTRO" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
              GO TO F-IMPRIME-ENDERECO
           END-IF
           MOVE END-LOGRADOURO TO DEN-LOGRADOURO
           MOVE END-CEP        TO DEN-CEP
           MOVE END-CIDADE     TO DEN-CIDADE
           MOVE END-UF         TO DEN-UF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-ENDERECO AFTER 1 LINES
           ADD 1 TO WS-TOTAL-REGISTROS.
       F-IMPRIME-ENDERECO. EXIT.

       IMPRIME-CONTATOS.
           IF WS-SO-MENCOES = "S"
              MOVE "CONTATO PROCURADO (CLICONTATO.DAT)" TO SEC-TITULO
           ELSE
              MOVE "CONTATOS (CLICONTATO.DAT)" TO SEC-TITULO
           END-IF
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           IF WS-CTT-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO DISPONIVEL" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
              GO TO F-IMPRIME-CONTATOS
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-CONTATO AFTER 1 LINES
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE WS-CLI-ATUAL TO CTT-CLI-CODIGO
           MOVE ZEROS        TO CTT-SEQUENCIA
           START ARQ-CLI-CONTATO KEY NOT LESS CTT-CHAVE
           IF WS-RESULTADO-CTT = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CLI-CONTATO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CTT-CLI-CODIGO NOT = WS-CLI-ATUAL
                    EXIT PERFORM
                 END-IF
                 MOVE "S" TO WS-CONTATO-PROCURADO
                 IF WS-SO-MENCOES = "S"
                    PERFORM CONFERE-CONTATO THRU F-CONFERE-CONTATO
                 END-IF
                 IF WS-CONTATO-PROCURADO = "S"
                    MOVE CTT-SEQUENCIA    TO DCT-SEQUENCIA
                    MOVE CTT-TIPO         TO DCT-TIPO
                    MOVE CTT-NOME-CONTATO TO DCT-NOME
                    MOVE CTT-TELEFONE     TO DCT-TELEFONE
                    MOVE CTT-EMAIL        TO DCT-EMAIL
                    MOVE CTT-STATUS       TO DCT-STATUS
                    PERFORM CONTA-LINHA
                    WRITE LINHA FROM LINHA-CONTATO AFTER 1 LINES
                    ADD 1 TO WS-QTD-SECAO
                 END-IF
              END-PERFORM
           END-IF
           IF WS-QTD-SECAO = ZEROS
              MOVE "NENHUM REGISTRO" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
           END-IF
           ADD WS-QTD-SECAO TO WS-TOTAL-REGISTROS.
       F-IMPRIME-CONTATOS. EXIT.

      * CONSENTIMENTOS DE MARKETING DOS CONTATOS DO CLIENTE; NA BUSCA
      * POR CONTATO, SO OS DO CONTATO PROCURADO.
       IMPRIME-CONSENTIMENTOS.
           MOVE "CONSENTIMENTOS DE MARKETING (CONSENT.DAT)"
              TO SEC-TITULO
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           IF WS-CNS-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO DISPONIVEL" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
              GO TO F-IMPRIME-CONSENTIMENTOS
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-CONSENTIMENTO AFTER 1 LINES
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE WS-CLI-ATUAL TO CNS-CLI-CODIGO
           MOVE ZEROS        TO CNS-CTT-SEQUENCIA
           MOVE SPACE        TO CNS-CANAL
           START ARQ-CONSENTIMENTO KEY NOT LESS CNS-CHAVE
           IF WS-RESULTADO-CNS = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CONSENTIMENTO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CNS-CLI-CODIGO NOT = WS-CLI-ATUAL
                    EXIT PERFORM
                 END-IF
                 MOVE "S" TO WS-CONTATO-PROCURADO
                 IF WS-SO-MENCOES = "S"
                    MOVE "N" TO WS-CONTATO-PROCURADO
                    IF WS-CTT-ABERTO = "S"
                       MOVE CNS-CLI-CODIGO    TO CTT-CLI-CODIGO
                       MOVE CNS-CTT-SEQUENCIA TO CTT-SEQUENCIA
                       READ ARQ-CLI-CONTATO
                       IF WS-RESULTADO-CTT = 00
                          PERFORM CONFERE-CONTATO
                             THRU F-CONFERE-CONTATO
                       END-IF
                    END-IF
                 END-IF
                 IF WS-CONTATO-PROCURADO = "S"
                    PERFORM IMPRIME-UM-CONSENTIMENTO
                       THRU F-IMPRIME-UM-CONSENTIMENTO
                 END-IF
              END-PERFORM
           END-IF
           IF WS-QTD-SECAO = ZEROS
              MOVE "NENHUM REGISTRO" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
           END-IF
           ADD WS-QTD-SECAO TO WS-TOTAL-REGISTROS.
       F-IMPRIME-CONSENTIMENTOS. EXIT.

       IMPRIME-UM-CONSENTIMENTO.
           MOVE CNS-CTT-SEQUENCIA TO DCN-SEQUENCIA
           EVALUATE CNS-CANAL
              WHEN "E"   MOVE "E-MAIL"   TO DCN-CANAL
              WHEN "T"   MOVE "TELEFONE" TO DCN-CANAL
              WHEN "W"   MOVE "WHATSAPP" TO DCN-CANAL
              WHEN OTHER MOVE CNS-CANAL  TO DCN-CANAL
           END-EVALUATE
           EVALUATE CNS-SITUACAO
              WHEN "S"   MOVE "OPT-IN"   TO DCN-SITUACAO
              WHEN "N"   MOVE "OPT-OUT"  TO DCN-SITUACAO
              WHEN OTHER MOVE SPACES     TO DCN-SITUACAO
           END-EVALUATE
           EVALUATE CNS-SITUACAO-ANTERIOR
              WHEN "S"   MOVE "OPT-IN"   TO DCN-SITUACAO-ANT
              WHEN "N"   MOVE "OPT-OUT"  TO DCN-SITUACAO-ANT
              WHEN OTHER MOVE SPACES     TO DCN-SITUACAO-ANT
           END-EVALUATE
           MOVE CNS-DATA          TO DCN-DATA
           MOVE CNS-ORIGEM        TO DCN-ORIGEM
           MOVE CNS-OPERADOR      TO DCN-OPERADOR
           MOVE CNS-DATA-ANTERIOR TO DCN-DATA-ANT
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-CONSENTIMENTO AFTER 1 LINES
           ADD 1 TO WS-QTD-SECAO.
       F-IMPRIME-UM-CONSENTIMENTO. EXIT.

       IMPRIME-INTERACOES.
           IF WS-SO-MENCOES = "S"
              MOVE "INTERACOES QUE MENCIONAM O CONTATO (INTERACAO.DAT)"
                 TO SEC-TITULO
           ELSE
              MOVE "INTERACOES (INTERACAO.DAT)" TO SEC-TITULO
           END-IF
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           IF WS-ITR-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO DISPONIVEL" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
              GO TO F-IMPRIME-INTERACOES
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-INTERACAO AFTER 1 LINES
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE WS-CLI-ATUAL TO ITR-CLI-CODIGO
           MOVE ZEROS        TO ITR-SEQUENCIA
           START ARQ-INTERACAO KEY NOT LESS ITR-CHAVE
           IF WS-RESULTADO-ITR = 00
              PERFORM UNTIL EXIT
                 READ ARQ-INTERACAO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF ITR-CLI-CODIGO NOT = WS-CLI-ATUAL
                    EXIT PERFORM
                 END-IF
                 MOVE 1 TO WS-QTD-MENCOES
                 IF WS-SO-MENCOES = "S"
                    MOVE ITR-TEXTO TO WS-TEXTO-TESTE
                    PERFORM CONFERE-MENCAO THRU F-CONFERE-MENCAO
                 END-IF
                 IF WS-QTD-MENCOES > ZEROS
                    MOVE ITR-SEQUENCIA TO DIT-SEQUENCIA
                    MOVE ITR-DATA      TO DIT-DATA
                    MOVE ITR-HORA(1:2) TO DIT-HH
                    MOVE ITR-HORA(3:2) TO DIT-MM
                    MOVE ITR-HORA(5:2) TO DIT-SS
                    MOVE ITR-OPERADOR  TO DIT-OPERADOR
                    MOVE ITR-TIPO      TO DIT-TIPO
                    MOVE ITR-TEXTO     TO DIT-TEXTO
                    PERFORM CONTA-LINHA
                    WRITE LINHA FROM LINHA-INTERACAO AFTER 1 LINES
                    ADD 1 TO WS-QTD-SECAO
                 END-IF
              END-PERFORM
           END-IF
           IF WS-QTD-SECAO = ZEROS
              MOVE "NENHUM REGISTRO" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
           END-IF
           ADD WS-QTD-SECAO TO WS-TOTAL-REGISTROS.
       F-IMPRIME-INTERACOES. EXIT.

       IMPRIME-VISITAS.
           MOVE "VISITAS (VISITA.DAT)" TO SEC-TITULO
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           IF WS-VIS-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO DISPONIVEL" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
              GO TO F-IMPRIME-VISITAS
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-VISITA AFTER 1 LINES
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE WS-CLI-ATUAL TO VIS-CLI-CODIGO
           MOVE ZEROS        TO VIS-SEQUENCIA
           START ARQ-VISITA KEY NOT LESS VIS-CHAVE
           IF WS-RESULTADO-VIS = 00
              PERFORM UNTIL EXIT
                 READ ARQ-VISITA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF VIS-CLI-CODIGO NOT = WS-CLI-ATUAL
                    EXIT PERFORM
                 END-IF
                 MOVE VIS-SEQUENCIA  TO DVI-SEQUENCIA
                 MOVE VIS-DATA       TO DVI-DATA
                 MOVE VIS-VEN-CODIGO TO DVI-VEN-CODIGO
                 MOVE VIS-RESULTADO  TO DVI-RESULTADO
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM LINHA-VISITA AFTER 1 LINES
                 ADD 1 TO WS-QTD-SECAO
              END-PERFORM
           END-IF
           IF WS-QTD-SECAO = ZEROS
              MOVE "NENHUM REGISTRO" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
           END-IF
           ADD WS-QTD-SECAO TO WS-TOTAL-REGISTROS.
       F-IMPRIME-VISITAS. EXIT.

       IMPRIME-PEDIDOS.
           MOVE "PEDIDOS (PEDIDO.DAT)" TO SEC-TITULO
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           IF WS-PED-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO DISPONIVEL" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
              GO TO F-IMPRIME-PEDIDOS
           END-IF
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-PEDIDO AFTER 1 LINES
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE WS-CLI-ATUAL TO PED-CLI-CODIGO
           MOVE ZEROS        TO PED-SEQUENCIA
           START ARQ-PEDIDO KEY NOT LESS PED-CHAVE
           IF WS-RESULTADO-PED = 00
              PERFORM UNTIL EXIT
                 READ ARQ-PEDIDO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF PED-CLI-CODIGO NOT = WS-CLI-ATUAL
                    EXIT PERFORM
                 END-IF
                 MOVE PED-SEQUENCIA  TO DPE-SEQUENCIA
                 MOVE PED-DATA       TO DPE-DATA
                 MOVE PED-VALOR      TO DPE-VALOR
                 MOVE PED-SITUACAO   TO DPE-SITUACAO
                 MOVE PED-DATA-PGTO  TO DPE-DATA-PGTO
                 MOVE PED-VEN-CODIGO TO DPE-VEN-CODIGO
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM LINHA-PEDIDO AFTER 1 LINES
                 ADD 1 TO WS-QTD-SECAO
              END-PERFORM
           END-IF
           IF WS-QTD-SECAO = ZEROS
              MOVE "NENHUM REGISTRO" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
           END-IF
           ADD WS-QTD-SECAO TO WS-TOTAL-REGISTROS.
       F-IMPRIME-PEDIDOS. EXIT.

       IMPRIME-CASOS.
           IF WS-SO-MENCOES = "S"
              MOVE "CASOS QUE MENCIONAM O CONTATO (CASO.DAT)"
                 TO SEC-TITULO
           ELSE
              MOVE "CASOS DE RECLAMACAO (CASO.DAT)" TO SEC-TITULO
           END-IF
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           IF WS-CAS-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO DISPONIVEL" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
              GO TO F-IMPRIME-CASOS
           END-IF
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE WS-CLI-ATUAL TO CAS-CLI-CODIGO
           MOVE ZEROS        TO CAS-SEQUENCIA
           START ARQ-CASO KEY NOT LESS CAS-CHAVE
           IF WS-RESULTADO-CAS = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CASO NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF CAS-CLI-CODIGO NOT = WS-CLI-ATUAL
                    EXIT PERFORM
                 END-IF
                 MOVE 1 TO WS-QTD-MENCOES
                 IF WS-SO-MENCOES = "S"
                    MOVE SPACES TO WS-TEXTO-TESTE
                    STRING CAS-DESCRICAO " " CAS-RESOLUCAO
                           DELIMITED BY SIZE INTO WS-TEXTO-TESTE
                    PERFORM CONFERE-MENCAO THRU F-CONFERE-MENCAO
                 END-IF
                 IF WS-QTD-MENCOES > ZEROS
                    PERFORM IMPRIME-UM-CASO THRU F-IMPRIME-UM-CASO
                    ADD 1 TO WS-QTD-SECAO
                 END-IF
              END-PERFORM
           END-IF
           IF WS-QTD-SECAO = ZEROS
              MOVE "NENHUM REGISTRO" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
           END-IF
           ADD WS-QTD-SECAO TO WS-TOTAL-REGISTROS.
       F-IMPRIME-CASOS. EXIT.

       IMPRIME-UM-CASO.
           MOVE CAS-CLI-CODIGO        TO DCA-CLI-CODIGO
           MOVE CAS-SEQUENCIA         TO DCA-SEQUENCIA
           MOVE CAS-DATA-ABERTURA     TO DCA-ABERTURA
           MOVE CAS-SITUACAO          TO DCA-SITUACAO
           MOVE CAS-CATEGORIA         TO DCA-CATEGORIA
           MOVE CAS-DATA-ENCERRAMENTO TO DCA-ENCERRAMENTO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-CASO-1 AFTER 1 LINES
           MOVE "DESCRICAO: " TO DCA-ROTULO
           MOVE CAS-DESCRICAO TO DCA-TEXTO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-CASO-2 AFTER 1 LINES
           IF CAS-RESOLUCAO NOT = SPACES
              MOVE "RESOLUCAO: " TO DCA-ROTULO
              MOVE CAS-RESOLUCAO TO DCA-TEXTO
              PERFORM CONTA-LINHA
              WRITE LINHA FROM LINHA-CASO-2 AFTER 1 LINES
           END-IF.
       F-IMPRIME-UM-CASO. EXIT.

      * HISTORICO DE CARTEIRA: PERCORRE AS GERACOES DATADAS NA ORDEM
      * DO CATALOGO E IMPRIME CADA TROCA DE TITULAR, TERMINANDO NO
      * DIST.CSV VIGENTE.
       IMPRIME-CARTEIRA.
           MOVE "HISTORICO DE CARTEIRA (DISTGER.CTL E DIST.CSV)"
              TO SEC-TITULO
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           PERFORM CONTA-LINHA
           WRITE LINHA FROM CABECALHO-CARTEIRA AFTER 1 LINES
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE 999   TO WS-VEN-ANTERIOR
           OPEN INPUT ARQ-CTL-DISTGER
           IF WS-RESULTADO-GERD = 00
              PERFORM UNTIL EXIT
                 READ ARQ-CTL-DISTGER AT END
                    EXIT PERFORM
                 END-READ
                 MOVE SPACES TO WS-LOCAL-ARQ-DIST
                 STRING "DIST-" GERD-SUFIXO ".CSV"
                        DELIMITED BY SIZE INTO WS-LOCAL-ARQ-DIST
                 MOVE GERD-DATA TO DCR-DATA
                 PERFORM PROCURA-NA-GERACAO
                    THRU F-PROCURA-NA-GERACAO
              END-PERFORM
              CLOSE ARQ-CTL-DISTGER
           END-IF
           MOVE "DIST.CSV"   TO WS-LOCAL-ARQ-DIST
           MOVE "VIGENTE"    TO DCR-DATA
           PERFORM PROCURA-NA-GERACAO THRU F-PROCURA-NA-GERACAO
           IF WS-QTD-SECAO = ZEROS
              MOVE "CLIENTE NUNCA DISTRIBUIDO" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
           END-IF
           ADD WS-QTD-SECAO TO WS-TOTAL-REGISTROS.
       F-IMPRIME-CARTEIRA. EXIT.

       PROCURA-NA-GERACAO.
           MOVE "N" TO WS-ACHOU-NA-GERACAO
           OPEN INPUT ARQ-DIST
           IF WS-RESULTADO-DIST NOT = 00
              GO TO F-PROCURA-NA-GERACAO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-DIST AT END
                 EXIT PERFORM
              END-READ
              IF DIST-CLI-CODIGO = WS-CLI-ATUAL
                 MOVE "S" TO WS-ACHOU-NA-GERACAO
                 EXIT PERFORM
              END-IF
           END-PERFORM
           CLOSE ARQ-DIST
           IF WS-ACHOU-NA-GERACAO = "S"
              AND (DIST-VEN-CODIGO NOT = WS-VEN-ANTERIOR
                   OR DCR-DATA = "VIGENTE")
              MOVE WS-LOCAL-ARQ-DIST     TO DCR-GERACAO
              MOVE DIST-VEN-CODIGO       TO DCR-VEN-CODIGO
              MOVE DIST-VEN-RAZAO-SOCIAL TO DCR-VEN-NOME
              PERFORM CONTA-LINHA
              WRITE LINHA FROM LINHA-CARTEIRA AFTER 1 LINES
              MOVE DIST-VEN-CODIGO TO WS-VEN-ANTERIOR
              ADD 1 TO WS-QTD-SECAO
           END-IF.
       F-PROCURA-NA-GERACAO. EXIT.

       IMPRIME-AUDITORIA.
           MOVE "TRILHA DE AUDITORIA (AUDITORIA.DAT)" TO SEC-TITULO
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           IF WS-AUD-ABERTO NOT = "S"
              MOVE "ARQUIVO NAO DISPONIVEL" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
              GO TO F-IMPRIME-AUDITORIA
           END-IF
           MOVE ZEROS TO WS-QTD-SECAO
           MOVE "C"          TO AUD-TIPO
           MOVE WS-CLI-ATUAL TO AUD-CODIGO
           MOVE ZEROS        TO AUD-SEQUENCIA
           START ARQ-AUDITORIA KEY NOT LESS AUD-CHAVE
           IF WS-RESULTADO-AUD = 00
              PERFORM UNTIL EXIT
                 READ ARQ-AUDITORIA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF AUD-TIPO NOT = "C"
                    OR AUD-CODIGO NOT = WS-CLI-ATUAL
                    EXIT PERFORM
                 END-IF
                 MOVE AUD-SEQUENCIA TO DAU-SEQUENCIA
                 MOVE AUD-OPERACAO  TO DAU-OPERACAO
                 MOVE AUD-DATA      TO DAU-DATA
                 MOVE AUD-HORA(1:2) TO DAU-HH
                 MOVE AUD-HORA(3:2) TO DAU-MM
                 MOVE AUD-HORA(5:2) TO DAU-SS
                 MOVE AUD-OPERADOR  TO DAU-OPERADOR
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM LINHA-AUDITORIA-1 AFTER 1 LINES
                 MOVE "ANTES : "        TO DAU-ROTULO
                 MOVE AUD-IMAGEM-ANTES  TO DAU-IMAGEM
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM LINHA-AUDITORIA-2 AFTER 1 LINES
                 MOVE "DEPOIS: "        TO DAU-ROTULO
                 MOVE AUD-IMAGEM-DEPOIS TO DAU-IMAGEM
                 PERFORM CONTA-LINHA
                 WRITE LINHA FROM LINHA-AUDITORIA-2 AFTER 1 LINES
                 ADD 1 TO WS-QTD-SECAO
              END-PERFORM
           END-IF
           IF WS-QTD-SECAO = ZEROS
              MOVE "NENHUM REGISTRO" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
           END-IF
           ADD WS-QTD-SECAO TO WS-TOTAL-REGISTROS.
       F-IMPRIME-AUDITORIA. EXIT.

      * PEDIDOS LGPD JA ATENDIDOS PARA O MESMO TITULAR (MESMO CLIENTE
      * OU, NA BUSCA POR CONTATO, MESMA REFERENCIA PROCURADA).
       IMPRIME-PEDIDOS-LGPD.
           MOVE "PEDIDOS LGPD ANTERIORES (LGPD.LOG)" TO SEC-TITULO
           PERFORM IMPRIME-SECAO THRU F-IMPRIME-SECAO
           MOVE ZEROS TO WS-QTD-SECAO
           OPEN INPUT ARQ-LOG-LGPD
           IF WS-RESULTADO-LGPD = 00
              PERFORM UNTIL EXIT
                 READ ARQ-LOG-LGPD AT END
                    EXIT PERFORM
                 END-READ
                 MOVE ZEROS TO WS-QTD-MENCOES
                 IF WS-TIPO-BUSCA = "T"
                    MOVE LGPD-REFERENCIA TO WS-TEXTO-TESTE
                    INSPECT WS-TEXTO-TESTE CONVERTING
                       "abcdefghijklmnopqrstuvwxyz" TO
                       "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
                    IF LGPD-CLI-CODIGO = ZEROS
                       AND WS-TEXTO-TESTE(1:40) = WS-BUSCA-MAIUSCULA
                       MOVE 1 TO WS-QTD-MENCOES
                    END-IF
                 ELSE
                    IF LGPD-CLI-CODIGO = WS-TCL-CODIGO(1)
                       MOVE 1 TO WS-QTD-MENCOES
                    END-IF
                 END-IF
                 IF WS-QTD-MENCOES > ZEROS
                    MOVE LGPD-DATA        TO DLG-DATA
                    MOVE LGPD-OPERADOR    TO DLG-OPERADOR
                    MOVE LGPD-ACAO        TO DLG-ACAO
                    MOVE LGPD-SOLICITANTE TO DLG-SOLICITANTE
                    PERFORM CONTA-LINHA
                    WRITE LINHA FROM LINHA-LGPD AFTER 1 LINES
                    ADD 1 TO WS-QTD-SECAO
                 END-IF
              END-PERFORM
              CLOSE ARQ-LOG-LGPD
           END-IF
           IF WS-QTD-SECAO = ZEROS
              MOVE "NENHUM PEDIDO ANTERIOR" TO NEN-TEXTO
              PERFORM IMPRIME-NENHUM THRU F-IMPRIME-NENHUM
           END-IF.
       F-IMPRIME-PEDIDOS-LGPD. EXIT.

       IMPRIME-SECAO.
           IF CONTADOR-LINHA > 55
              PERFORM IMPRIMIR-CABECALHO
           END-IF
           WRITE LINHA FROM LINHA-SECAO AFTER 2 LINES
           ADD 2 TO CONTADOR-LINHA.
       F-IMPRIME-SECAO. EXIT.

       IMPRIME-NENHUM.
           PERFORM CONTA-LINHA
           WRITE LINHA FROM LINHA-NENHUM AFTER 1 LINES.
       F-IMPRIME-NENHUM. EXIT.

      * PEDIDO ATENDIDO REGISTRADO NO LGPD.LOG: SOLICITANTE, OPERADOR,
      * DATA, HORA E O QUE FOI PROCURADO.
       GRAVA-LOG-LGPD.
           OPEN EXTEND ARQ-LOG-LGPD
           IF WS-RESULTADO-LGPD NOT = 00
              OPEN OUTPUT ARQ-LOG-LGPD
           END-IF
           MOVE DATA-DE-HOJE        TO LGPD-DATA
           ACCEPT LGPD-HORA FROM TIME
           MOVE WS-OPERADOR-ATUAL   TO LGPD-OPERADOR
           IF WS-TIPO-BUSCA = "T"
              MOVE ZEROS              TO LGPD-CLI-CODIGO
              MOVE "ACESSO CONTATO"   TO LGPD-ACAO
           ELSE
              MOVE WS-TCL-CODIGO(1)   TO LGPD-CLI-CODIGO
              MOVE "ACESSO CLIENTE"   TO LGPD-ACAO
           END-IF
           MOVE WS-SOLICITANTE      TO LGPD-SOLICITANTE
           MOVE WS-REFERENCIA       TO LGPD-REFERENCIA
           WRITE REG-LOG-LGPD
           CLOSE ARQ-LOG-LGPD.
       F-GRAVA-LOG-LGPD. EXIT.

      * COPIA DATADA DO RELATORIO EMITIDO, REGISTRADA NO CATALOGO
      * DE RELATORIOS (CONSULTA E REIMPRESSAO PELO PROG74).
       REGISTRA-RELATORIO.
           INITIALIZE AREA-RELARQ
           MOVE "PROG76"          TO RLA-PROGRAMA
           MOVE "RLGPDACESSO.TXT" TO RLA-ARQUIVO
           MOVE DATA-DE-HOJE      TO RLA-DATA
           MOVE CONTADOR-PAGINA   TO RLA-PAGINAS
           STRING "BUSCA " WS-TIPO-BUSCA " " WS-REFERENCIA
                  DELIMITED BY SIZE INTO RLA-PARAMETROS
           CALL "ARQUIVA-RELATORIO" USING AREA-RELARQ.
       F-REGISTRA-RELATORIO. EXIT.

       IMPRIMIR-CABECALHO.
           ADD 01 TO CONTADOR-PAGINA
           MOVE CONTADOR-PAGINA TO CAB-PAGINA
           WRITE LINHA FROM CABECALHO-TITULO AFTER PAGE
           WRITE LINHA FROM CABECALHO-2      AFTER 1 LINE
           MOVE  03 TO CONTADOR-LINHA.

       CONTA-LINHA.
           ADD 1 TO CONTADOR-LINHA
           IF CONTADOR-LINHA > 60
              PERFORM IMPRIMIR-CABECALHO
              ADD 1 TO CONTADOR-LINHA
           END-IF.

      * OPERADOR DA SESSAO (OPERADOR.CTL, GRAVADO PELO SIGN-ON
      * PROG24); ESTA FUNCAO EXIGE NIVEL 3.
       LE-OPERADOR.
           MOVE SPACES TO WS-OPERADOR-ATUAL
           MOVE ZEROS  TO WS-OPERADOR-NIVEL
           OPEN INPUT ARQ-CTL-OPERADOR
           IF WS-RESULTADO-OPE = 00
              READ ARQ-CTL-OPERADOR
                 AT END
                    CONTINUE
                 NOT AT END
                    MOVE OPE-CODIGO TO WS-OPERADOR-ATUAL
                    MOVE OPE-NIVEL  TO WS-OPERADOR-NIVEL
              END-READ
              CLOSE ARQ-CTL-OPERADOR
           END-IF.
       F-LE-OPERADOR. EXIT.
