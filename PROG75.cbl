       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROG75.
       AUTHOR. WILKSON SILVA.
       DATE-WRITTEN. 15/10/2026.
      * ------- MANUTENCAO DO BATCH.PRM E DO RETENCAO.PRM -------
      * AS RESPOSTAS DO BATCH.PRM (PRM-RESPOSTA-1..10) TEM UM
      * SIGNIFICADO DIFERENTE EM CADA PROGRAMA E A EDICAO DO ARQUIVO
      * NA MAO JA FEZ O PROG05 RODAR SIMULACAO NO LUGAR DA
      * DISTRIBUICAO DE VERDADE. ESTA TELA LISTA OS PROGRAMAS QUE
      * RODAM SEM TELA, MOSTRA CADA RESPOSTA COM O SEU SIGNIFICADO E
      * OS VALORES ACEITOS E SO GRAVA DEPOIS DE VALIDAR NOMES DE
      * ARQUIVO, DATAS, COMPETENCIAS, NUMEROS E RESPOSTAS S/N. O
      * RETENCAO.PRM (DIAS DE RETENCAO DE CADA FAMILIA DO PROG53)
      * TEM A MESMA MANUTENCAO.
      * TODA ALTERACAO VAI PARA O AUDITORIA.DAT COM OPERADOR, DATA E
      * HORA: TIPO B = BATCH.PRM (CODIGO = NUMERO DO PROGRAMA, A
      * IMPORTACAO E O ZERO), TIPO R = RETENCAO.PRM (CODIGO = NUMERO
      * DA FAMILIA NA LISTA DESTA TELA); CONSULTA PELO PROG23.
      * EXIGE OPERADOR DE NIVEL 3. O ARQUIVO EM EDICAO FICA TRAVADO
      * NO BLOQUEIO.CTL ENQUANTO A TELA ESTA ABERTA.
      * PROGRAMA NOVO COM LINHA NO BATCH.PRM OU FAMILIA NOVA NO
      * PROG53 TEM DE SER INCLUIDO NAS TABELAS DESTE PROGRAMA.

       ENVIRONMENT DIVISION.
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.

       FILE-CONTROL.
           SELECT ARQ-BATCH-PRM ASSIGN TO "BATCH.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-PRM.

           SELECT ARQ-RETENCAO ASSIGN TO "RETENCAO.PRM"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-RET.

           SELECT ARQ-VERIFICA ASSIGN TO DISK WS-LOCAL-ARQ-VERIFICA
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-VER.

           SELECT ARQ-AUDITORIA ASSIGN TO DISK WID-ARQ-AUDITORIA
                  ORGANIZATION     IS INDEXED
                  RECORD KEY       IS AUD-CHAVE
                  ACCESS MODE      IS DYNAMIC
                  LOCK MODE        IS MANUAL
                  FILE STATUS      IS WS-RESULTADO-AUD.

           SELECT ARQ-CTL-OPERADOR ASSIGN TO "OPERADOR.CTL"
                  ORGANIZATION IS LINE SEQUENTIAL
                  FILE STATUS  IS WS-RESULTADO-OPE.

       DATA DIVISION.
       FILE SECTION.
       COPY "ARQ-BATCH-PRM.FD".

       FD ARQ-RETENCAO.
          01 REG-RETENCAO.
             02 RET-FAMILIA        PIC X(10).
             02 FILLER             PIC X(01).
             02 RET-DIAS           PIC 9(04).

      * SO A EXISTENCIA DO ARQUIVO INFORMADO NUMA RESPOSTA E CONFERIDA.
       FD ARQ-VERIFICA.
       01 REG-VERIFICA PIC X(80).

       COPY "ARQ-AUDITORIA.FD".

       COPY "ARQ-CTL-OPERADOR.FD".

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
       77 WID-ARQ-AUDITORIA     PIC X(50) VALUE SPACES.
       77 WS-LOCAL-ARQ-VERIFICA PIC X(50) VALUE SPACES.
       77 WS-RESULTADO-PRM      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-RET      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-VER      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-AUD      PIC 9(02) VALUE ZEROS.
       77 WS-RESULTADO-OPE      PIC 9(02) VALUE ZEROS.
       77 WS-OPERADOR-ATUAL     PIC X(08) VALUE SPACES.
       77 WS-OPERADOR-NIVEL     PIC 9(01) VALUE ZEROS.
       77 PAUSA                 PIC X(02) VALUE SPACES.
       77 WS-ARQUIVO-ESCOLHIDO  PIC X(01) VALUE SPACES.
       77 WS-OPCAO              PIC X(02) VALUE SPACES.
       77 WS-OPCAO-NUM          PIC 9(02) VALUE ZEROS.
       77 WS-CONFIRMA           PIC X(01) VALUE SPACES.
       77 WS-FIM-EDICAO         PIC X(01) VALUE SPACES.
       77 WS-CARGA-OK           PIC X(01) VALUE SPACES.
       77 WS-LINHA-NOVA         PIC X(01) VALUE SPACES.
       77 WS-LINHA-TELA         PIC 9(02) VALUE ZEROS.
       77 WS-IND                PIC 9(02) VALUE ZEROS.
       77 WS-IND-PRG            PIC 9(02) VALUE ZEROS.
       77 WS-IND-SLT            PIC 9(02) VALUE ZEROS.
       77 WS-IND-LINHA          PIC 9(02) VALUE ZEROS.
       77 WS-IND-FAM            PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LINHAS-BATCH   PIC 9(02) VALUE ZEROS.
       77 WS-QTD-LINHAS-RET     PIC 9(02) VALUE ZEROS.
       77 WS-MENSAGEM           PIC X(60) VALUE SPACES.
       77 WS-DICA               PIC X(50) VALUE SPACES.
       77 WS-SITUACAO-BATCH     PIC X(03) VALUE SPACES.

      * VALIDACAO DE UMA RESPOSTA (TIPO, BRANCO PERMITIDO, OPCOES E
      * MAXIMO VEM DA TABELA DE RESPOSTAS OU DA RETENCAO).
       77 WS-VALOR-NOVO         PIC X(50) VALUE SPACES.
       77 WS-VALOR-OK           PIC X(01) VALUE SPACES.
       77 WS-CONFERE-EXISTENCIA PIC X(01) VALUE "S".
       77 WS-VAL-TIPO           PIC X(01) VALUE SPACES.
       77 WS-VAL-BRANCO         PIC X(01) VALUE SPACES.
       77 WS-VAL-VALORES        PIC X(02) VALUE SPACES.
       77 WS-VAL-MAXIMO         PIC 9(11) VALUE ZEROS.
       77 WS-MAXIMO-EDITADO     PIC Z(10)9.
       77 WS-VALOR-NUM          PIC 9(11)V9(02) VALUE ZEROS.
       77 WS-TAM-VALOR          PIC 9(02) VALUE ZEROS.
       77 WS-POS                PIC 9(02) VALUE ZEROS.
       77 WS-QTD-VIRGULAS       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-DECIMAIS       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-INTEIROS       PIC 9(02) VALUE ZEROS.
       77 WS-QTD-INVALIDOS      PIC 9(02) VALUE ZEROS.
       77 WS-DIA                PIC 9(02) VALUE ZEROS.
       77 WS-MES                PIC 9(02) VALUE ZEROS.
       77 WS-ANO                PIC 9(04) VALUE ZEROS.

      * RETENCAO DA FAMILIA EM EDICAO (MESMA REGRA DO PROG53: VALE A
      * ULTIMA LINHA DA FAMILIA COM 30 DIAS OU MAIS, SENAO 365).
       77 WS-TEM-LINHA-RET      PIC X(01) VALUE SPACES.
       77 WS-DIAS-ATUAIS        PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-NOVOS         PIC 9(04) VALUE ZEROS.
       77 WS-DIAS-INFORMADOS    PIC X(04) VALUE SPACES.

      * TRAVA DO ARQUIVO EM EDICAO (BLOQUEIO.CTL).
       77 WS-ACAO-TRAVA         PIC X(01) VALUE SPACES.
       77 WS-ARQUIVO-TRAVA      PIC X(20) VALUE SPACES.
       77 WS-PROGRAMA-TRAVA     PIC X(10) VALUE "PROG75".
       77 WS-RESULT-TRAVA       PIC X(01) VALUE SPACES.
       77 WS-DETENTOR-TRAVA     PIC X(40) VALUE SPACES.

      * TRILHA DE AUDITORIA DOS PARAMETROS.
       77 WS-TIPO-AUD           PIC X(01) VALUE SPACES.
       77 WS-CODIGO-AUD         PIC 9(07) VALUE ZEROS.
       77 WS-PROXIMA-SEQ-AUD    PIC 9(05) VALUE ZEROS.
       77 WS-OPERACAO-AUD       PIC X(01) VALUE SPACES.
       77 WS-IMAGEM-ANTES       PIC X(100) VALUE SPACES.
       77 WS-IMAGEM-DEPOIS      PIC X(100) VALUE SPACES.

       01 WS-IMAGEM-PARAMETRO.
          02 WS-IMP-PROGRAMA    PIC X(10).
          02 FILLER             PIC X(10) VALUE " RESPOSTA-".
          02 WS-IMP-RESPOSTA    PIC 9(02).
          02 FILLER             PIC X(02) VALUE ": ".
          02 WS-IMP-VALOR       PIC X(50).

       01 WS-IMAGEM-RETENCAO.
          02 WS-IMR-FAMILIA     PIC X(10).
          02 FILLER             PIC X(07) VALUE " DIAS: ".
          02 WS-IMR-DIAS        PIC 9(04).
          02 WS-IMR-OBSERVACAO  PIC X(30).

      * PROGRAMAS QUE RODAM SEM TELA PELO BATCH.PRM: NOME DA LINHA,
      * QUANTIDADE DE RESPOSTAS USADAS, CODIGO NA AUDITORIA E FUNCAO.
       01 WS-TAB-PROGRAMAS-V.
          02 FILLER PIC X(15) VALUE "IMPORTACAO05000".
          02 FILLER PIC X(40) VALUE
             "IMPORTACAO DE CLIENTES E VENDEDORES".
          02 FILLER PIC X(15) VALUE "PROG03    05003".
          02 FILLER PIC X(40) VALUE "RELATORIO DE CLIENTES".
          02 FILLER PIC X(15) VALUE "PROG04    05004".
          02 FILLER PIC X(40) VALUE "RELATORIO DE VENDEDORES".
          02 FILLER PIC X(15) VALUE "PROG05    10005".
          02 FILLER PIC X(40) VALUE "DISTRIBUICAO DE CARTEIRA".
          02 FILLER PIC X(15) VALUE "PROG12    02012".
          02 FILLER PIC X(40) VALUE
             "BATCH DIARIO (IMPORTACAO, 03, 04 E 05)".
          02 FILLER PIC X(15) VALUE "PROG62    04062".
          02 FILLER PIC X(40) VALUE "REGUA DE COBRANCA".
          02 FILLER PIC X(15) VALUE "PROG68    04068".
          02 FILLER PIC X(40) VALUE "REEMBOLSO DE QUILOMETRAGEM".
          02 FILLER PIC X(15) VALUE "PROG71    00071".
          02 FILLER PIC X(40) VALUE "CASOS DE RECLAMACAO EM ATRASO".
          02 FILLER PIC X(15) VALUE "PROG72    01072".
          02 FILLER PIC X(40) VALUE "CASOS DE RECLAMACAO DO MES".
          02 FILLER PIC X(15) VALUE "PROG81    06081".
          02 FILLER PIC X(40) VALUE
             "RISCO DE PERDA DE CLIENTES (SEMANAL)".
          02 FILLER PIC X(15) VALUE "PROG82    07082".
          02 FILLER PIC X(40) VALUE "SCORECARD MENSAL DE VENDEDORES".
          02 FILLER PIC X(15) VALUE "PROG83    04083".
          02 FILLER PIC X(40) VALUE
             "DISTRIBUICAO DE PROSPECTS E FUNIL".
          02 FILLER PIC X(15) VALUE "PROG84    00084".
          02 FILLER PIC X(40) VALUE
             "EXTRATO DIARIO DO APLICATIVO MOVEL".
          02 FILLER PIC X(15) VALUE "PROG85    02085".
          02 FILLER PIC X(40) VALUE
             "RETRATO MENSAL DA BASE E TENDENCIA".
          02 FILLER PIC X(15) VALUE "PROG87    02087".
          02 FILLER PIC X(40) VALUE
             "CONTRATOS: LIBERACAO, RENOVACAO E VOLUME".
          02 FILLER PIC X(15) VALUE "PROG88    02088".
          02 FILLER PIC X(40) VALUE
             "PESQUISA NPS: CARGA E RELATORIO".
       01 WS-TAB-PROGRAMAS REDEFINES WS-TAB-PROGRAMAS-V.
          02 WS-PRG OCCURS 16 TIMES.
             03 WS-PRG-NOME        PIC X(10).
             03 WS-PRG-QTD-RESP    PIC 9(02).
             03 WS-PRG-CODIGO      PIC 9(03).
             03 WS-PRG-DESCRICAO   PIC X(40).
       77 WS-QTD-PROGRAMAS      PIC 9(02) VALUE 16.

      * SIGNIFICADO DE CADA RESPOSTA (O MESMO DOCUMENTADO NO
      * LE-PARAMETROS-BATCH DO PROGRAMA): PROGRAMA, RESPOSTA, TIPO,
      * BRANCO PERMITIDO (S/N), OPCOES (TIPO O), MAXIMO E ROTULO.
      * TIPOS: S = S/N, O = UMA DAS DUAS OPCOES, N = INTEIRO,
      * V = VALOR COM ATE 2 DECIMAIS, M = COMPETENCIA AAAAMM,
      * D = DATA DD/MM/AAAA, F = NOME DE ARQUIVO, A = TEXTO LIVRE.
       01 WS-TAB-RESPOSTAS-V.
          02 FILLER PIC X(27) VALUE "IMPORTACAO01FN  00000000000".
          02 FILLER PIC X(40) VALUE "ARQUIVO DE CLIENTES A IMPORTAR".
          02 FILLER PIC X(27) VALUE "IMPORTACAO02FN  00000000000".
          02 FILLER PIC X(40) VALUE "ARQUIVO DE VENDEDORES A IMPORTAR".
          02 FILLER PIC X(27) VALUE "IMPORTACAO03SN  00000000000".
          02 FILLER PIC X(40) VALUE
             "ATUALIZAR CADASTRO SE O CNPJ JA EXISTIR".
          02 FILLER PIC X(27) VALUE "IMPORTACAO04SN  00000000000".
          02 FILLER PIC X(40) VALUE
             "SOMENTE VALIDAR, SEM GRAVAR NA BASE".
          02 FILLER PIC X(27) VALUE "IMPORTACAO05SN  00000000000".
          02 FILLER PIC X(40) VALUE
             "PROCESSAR MESMO SE JA CONSTA NO CATALOGO".
          02 FILLER PIC X(27) VALUE "PROG03    01ONAD00000000000".
          02 FILLER PIC X(40) VALUE
             "ORDENACAO ASCENDENTE (A)/DESCENDENTE (D)".
          02 FILLER PIC X(27) VALUE "PROG03    02ONCR00000000000".
          02 FILLER PIC X(40) VALUE
             "CLASSIFICA POR CODIGO (C)/RAZAO (R)".
          02 FILLER PIC X(27) VALUE "PROG03    03NS  00009999999".
          02 FILLER PIC X(40) VALUE
             "CODIGO DO CLIENTE (VAZIO = TODOS)".
          02 FILLER PIC X(27) VALUE "PROG03    04AS  00000000000".
          02 FILLER PIC X(40) VALUE
             "RAZAO SOCIAL - FILTRO (VAZIO = TODOS)".
          02 FILLER PIC X(27) VALUE "PROG03    05SN  00000000000".
          02 FILLER PIC X(40) VALUE "GERAR CSV".
          02 FILLER PIC X(27) VALUE "PROG04    01ONAD00000000000".
          02 FILLER PIC X(40) VALUE
             "ORDENACAO ASCENDENTE (A)/DESCENDENTE (D)".
          02 FILLER PIC X(27) VALUE "PROG04    02ONCR00000000000".
          02 FILLER PIC X(40) VALUE
             "CLASSIFICA POR CODIGO (C)/RAZAO (R)".
          02 FILLER PIC X(27) VALUE "PROG04    03NS  00000000999".
          02 FILLER PIC X(40) VALUE
             "CODIGO DO VENDEDOR (VAZIO = TODOS)".
          02 FILLER PIC X(27) VALUE "PROG04    04AS  00000000000".
          02 FILLER PIC X(40) VALUE
             "NOME DO VENDEDOR - FILTRO (VAZIO=TODOS)".
          02 FILLER PIC X(27) VALUE "PROG04    05SN  00000000000".
          02 FILLER PIC X(40) VALUE "GERAR CSV".
          02 FILLER PIC X(27) VALUE "PROG05    01VS  00000000999".
          02 FILLER PIC X(40) VALUE
             "DISTANCIA MAX POR VENDEDOR (KM, 0=SEM)".
          02 FILLER PIC X(27) VALUE "PROG05    02SN  00000000000".
          02 FILLER PIC X(40) VALUE "PONDERAR DISTANCIA RODOVIARIA".
          02 FILLER PIC X(27) VALUE "PROG05    03NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "TOLERANCIA P/ MANTER VENDEDOR ANTERIOR %".
          02 FILLER PIC X(27) VALUE "PROG05    04SN  00000000000".
          02 FILLER PIC X(40) VALUE
             "SOMENTE SIMULAR, SEM EFETIVAR".
          02 FILLER PIC X(27) VALUE "PROG05    05NS  00009999999".
          02 FILLER PIC X(40) VALUE
             "FAIXA - CODIGO INICIAL (0 = TODOS)".
          02 FILLER PIC X(27) VALUE "PROG05    06NS  00009999999".
          02 FILLER PIC X(40) VALUE
             "FAIXA - CODIGO FINAL (0 = ATE O FIM)".
          02 FILLER PIC X(27) VALUE "PROG05    07SN  00000000000".
          02 FILLER PIC X(40) VALUE
             "REINICIAR DO CHECKPOINT SE HOUVER".
          02 FILLER PIC X(27) VALUE "PROG05    08SN  00000000000".
          02 FILLER PIC X(40) VALUE "BALANCEAR POR RECEITA".
          02 FILLER PIC X(27) VALUE "PROG05    09VS  99999999999".
          02 FILLER PIC X(40) VALUE
             "TETO DE RECEITA POR VENDEDOR (0 = SEM)".
          02 FILLER PIC X(27) VALUE "PROG05    10SN  00000000000".
          02 FILLER PIC X(40) VALUE
             "FILIAIS DO GRUPO COM UM SO TITULAR".
          02 FILLER PIC X(27) VALUE "PROG62    01NS  00000009999".
          02 FILLER PIC X(40) VALUE
             "DIAS DE ATRASO - PRIMEIRO AVISO (30)".
          02 FILLER PIC X(27) VALUE "PROG62    02NS  00000009999".
          02 FILLER PIC X(40) VALUE
             "DIAS DE ATRASO - SEGUNDO AVISO (60)".
          02 FILLER PIC X(27) VALUE "PROG62    03NS  00000009999".
          02 FILLER PIC X(40) VALUE
             "DIAS DE ATRASO - ULTIMO AVISO (90)".
          02 FILLER PIC X(27) VALUE "PROG62    04NS  00000009999".
          02 FILLER PIC X(40) VALUE
             "DIAS DE ATRASO - BLOQUEIO (120)".
          02 FILLER PIC X(27) VALUE "PROG68    01MS  00000000000".
          02 FILLER PIC X(40) VALUE
             "COMPETENCIA AAAAMM (VAZIO=MES ANTERIOR)".
          02 FILLER PIC X(27) VALUE "PROG68    02VN  00000000099".
          02 FILLER PIC X(40) VALUE
             "VALOR DO KM RODADO EM R$ (EX. 1,25)".
          02 FILLER PIC X(27) VALUE "PROG68    03NS  00000009999".
          02 FILLER PIC X(40) VALUE
             "KM MAXIMO PLAUSIVEL POR DIA (400)".
          02 FILLER PIC X(27) VALUE "PROG68    04SS  00000000000".
          02 FILLER PIC X(40) VALUE
             "PONDERAR DISTANCIA RODOVIARIA (S)".
          02 FILLER PIC X(27) VALUE "PROG72    01MS  00000000000".
          02 FILLER PIC X(40) VALUE
             "COMPETENCIA AAAAMM (VAZIO=MES ANTERIOR)".
          02 FILLER PIC X(27) VALUE "PROG81    01NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - QUEDA DO VALOR DOS PEDIDOS (30)".
          02 FILLER PIC X(27) VALUE "PROG81    02NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - QUEDA DE CLASSE ABC (15)".
          02 FILLER PIC X(27) VALUE "PROG81    03NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - PAGAMENTO EM ATRASO (20)".
          02 FILLER PIC X(27) VALUE "PROG81    04NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - VISITAS PERDIDAS (15)".
          02 FILLER PIC X(27) VALUE "PROG81    05NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - RECLAMACOES RECENTES (20)".
          02 FILLER PIC X(27) VALUE "PROG81    06NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PONTUACAO MINIMA NA LISTA DE RISCO (50)".
          02 FILLER PIC X(27) VALUE "PROG82    01MS  00000000000".
          02 FILLER PIC X(40) VALUE
             "COMPETENCIA AAAAMM (VAZIO=MES ANTERIOR)".
          02 FILLER PIC X(27) VALUE "PROG82    02NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - ATINGIMENTO DA META (30)".
          02 FILLER PIC X(27) VALUE "PROG82    03NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - CRESCIMENTO S/ ANO ANTERIOR (20)".
          02 FILLER PIC X(27) VALUE "PROG82    04NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - VISITAS FEITAS X PLANEJADAS (15)".
          02 FILLER PIC X(27) VALUE "PROG82    05NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - COBERTURA DA CARTEIRA (15)".
          02 FILLER PIC X(27) VALUE "PROG82    06NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - PROSPECTS CONVERTIDOS (10)".
          02 FILLER PIC X(27) VALUE "PROG82    07NS  00000000100".
          02 FILLER PIC X(40) VALUE
             "PESO - RECEBIVEIS EM ATRASO (10)".
          02 FILLER PIC X(27) VALUE "PROG83    01VS  00000000999".
          02 FILLER PIC X(40) VALUE
             "DISTANCIA MAXIMA POR VENDEDOR (0 = SEM)".
          02 FILLER PIC X(27) VALUE "PROG83    02SN  00000000000".
          02 FILLER PIC X(40) VALUE
             "PONDERAR DISTANCIA RODOVIARIA".
          02 FILLER PIC X(27) VALUE "PROG83    03SN  00000000000".
          02 FILLER PIC X(40) VALUE
             "REDISTRIBUIR PROSPECTS JA ATRIBUIDOS".
          02 FILLER PIC X(27) VALUE "PROG83    04SN  00000000000".
          02 FILLER PIC X(40) VALUE
             "SOMENTE O FUNIL, SEM DISTRIBUIR".
          02 FILLER PIC X(27) VALUE "PROG85    01MS  00000000000".
          02 FILLER PIC X(40) VALUE
             "COMPETENCIA AAAAMM (VAZIO=MES ANTERIOR)".
          02 FILLER PIC X(27) VALUE "PROG85    02OSUV00000000000".
          02 FILLER PIC X(40) VALUE
             "QUEBRA DA TENDENCIA U=UF V=VENDEDOR".
          02 FILLER PIC X(27) VALUE "PROG87    01MS  00000000000".
          02 FILLER PIC X(40) VALUE
             "COMPETENCIA AAAAMM (VAZIO=MES ANTERIOR)".
          02 FILLER PIC X(27) VALUE "PROG87    02NS  00000000365".
          02 FILLER PIC X(40) VALUE
             "DIAS DE AVISO DA RENOVACAO (VAZIO = 90)".
          02 FILLER PIC X(27) VALUE "PROG88    01MS  00000000000".
          02 FILLER PIC X(40) VALUE
             "COMPETENCIA AAAAMM (VAZIO=MES ANTERIOR)".
          02 FILLER PIC X(27) VALUE "PROG88    02AS  00000000000".
          02 FILLER PIC X(40) VALUE
             "ARQUIVO DA PESQUISA (VAZIO = SEM CARGA)".
          02 FILLER PIC X(27) VALUE "PROG12    01NS  00000002359".
          02 FILLER PIC X(40) VALUE
             "HORA LIMITE DA JANELA HHMM (VAZIO = SEM)".
          02 FILLER PIC X(27) VALUE "PROG12    02NS  00000000999".
          02 FILLER PIC X(40) VALUE
             "TOLERANCIA SOBRE A MEDIA % (VAZIO = 50)".
       01 WS-TAB-RESPOSTAS REDEFINES WS-TAB-RESPOSTAS-V.
          02 WS-SLT OCCURS 59 TIMES.
             03 WS-SLT-PROGRAMA    PIC X(10).
             03 WS-SLT-RESPOSTA    PIC 9(02).
             03 WS-SLT-TIPO        PIC X(01).
             03 WS-SLT-BRANCO      PIC X(01).
             03 WS-SLT-VALORES     PIC X(02).
             03 WS-SLT-MAXIMO      PIC 9(11).
             03 WS-SLT-ROTULO      PIC X(40).
       77 WS-QTD-RESPOSTAS      PIC 9(02) VALUE 59.

      * FAMILIAS DE RETENCAO TRATADAS PELO PROG53.
       01 WS-TAB-FAMILIAS-V.
          02 FILLER PIC X(10) VALUE "EXECUCAO".
          02 FILLER PIC X(40) VALUE "EXECUCAO.LOG".
          02 FILLER PIC X(10) VALUE "LGPD".
          02 FILLER PIC X(40) VALUE "LGPD.LOG".
          02 FILLER PIC X(10) VALUE "MERGE".
          02 FILLER PIC X(40) VALUE "MERGE.LOG".
          02 FILLER PIC X(10) VALUE "AUDITORIA".
          02 FILLER PIC X(40) VALUE "AUDITORIA.DAT".
          02 FILLER PIC X(10) VALUE "LOGIMP".
          02 FILLER PIC X(40) VALUE "LOGS DATADOS DA IMPORTACAO".
          02 FILLER PIC X(10) VALUE "REALOC".
          02 FILLER PIC X(40) VALUE "REALOC.CSV".
          02 FILLER PIC X(10) VALUE "RELATORIO".
          02 FILLER PIC X(40) VALUE
             "COPIAS DATADAS DOS RELATORIOS EMITIDOS".
       01 WS-TAB-FAMILIAS REDEFINES WS-TAB-FAMILIAS-V.
          02 WS-FAM OCCURS 7 TIMES.
             03 WS-FAM-NOME        PIC X(10).
             03 WS-FAM-DESCRICAO   PIC X(40).
       77 WS-QTD-FAMILIAS       PIC 9(02) VALUE 7.

      * IMAGEM EM MEMORIA DOS DOIS ARQUIVOS: AS LINHAS DE PROGRAMAS OU
      * FAMILIAS FORA DAS TABELAS ACIMA SAO REGRAVADAS COMO ESTAVAM.
       01 WS-TAB-BATCH.
          02 WS-BAT-LINHA OCCURS 99 TIMES PIC X(520).

       01 WS-LINHA-PRM.
          02 WS-LPR-PROGRAMA    PIC X(10).
          02 WS-LPR-RESP OCCURS 10 TIMES.
             03 WS-LPR-SEPARADOR   PIC X(01).
             03 WS-LPR-VALOR       PIC X(50).

       01 WS-LINHA-ORIGINAL.
          02 WS-LOR-PROGRAMA    PIC X(10).
          02 WS-LOR-RESP OCCURS 10 TIMES.
             03 WS-LOR-SEPARADOR   PIC X(01).
             03 WS-LOR-VALOR       PIC X(50).

       01 WS-TAB-RETENCAO.
          02 WS-RET-LINHA OCCURS 99 TIMES PIC X(15).

       01 WS-LINHA-RET.
          02 WS-LRT-FAMILIA     PIC X(10).
          02 WS-LRT-SEPARADOR   PIC X(01).
          02 WS-LRT-DIAS        PIC X(04).

       LINKAGE SECTION.
       77 DATA-DE-HOJE          PIC 99/99/9999.

       SCREEN SECTION.
       01 LIMPA-TELA   BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.

       01 TELA-CABECALHO BLANK SCREEN
                       BACKGROUND-COLOR 1
                       FOREGROUND-COLOR 7.
          02 LINE 01 COLUMN 01 PIC X(80) FROM LINHA-TRACO.
          02 LINE 02 COLUMN 01 PIC X(10) FROM DATA-DE-HOJE.
          02 LINE 02 COLUMN 18 VALUE
             "  PARAMETROS DO BATCH E DA RETENCAO  ".
          02 LINE 02 COLUMN 73 VALUE "PROG75".
          02 LINE 03 COLUMN 01 PIC X(80) FROM LINHA-TRACO.

       01 TELA-ESCOLHA.
          02 LINE 05 COLUMN 01 VALUE
             "ARQUIVO: BATCH.PRM (B)  RETENCAO.PRM (R)  FIM (F).".
          02 LINE 07 COLUMN 01 VALUE
             "BATCH.PRM...: RESPOSTAS DOS PROGRAMAS QUE RODAM SEM TELA".
          02 LINE 08 COLUMN 01 VALUE
             "RETENCAO.PRM: DIAS DE RETENCAO DOS LOGS (PROG53)".

       PROCEDURE DIVISION USING DATA-DE-HOJE.

       INICIO.
           PERFORM LE-OPERADOR THRU F-LE-OPERADOR
           IF WS-OPERADOR-NIVEL < 3
              DISPLAY "PARAMETROS DO BATCH EXIGEM OPERADOR DE NIVEL 3"
                 AT 2401
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF
           MOVE "AUDITORIA.DAT" TO WID-ARQ-AUDITORIA
           OPEN I-O ARQ-AUDITORIA
           IF WS-RESULTADO-AUD = 35
              OPEN OUTPUT ARQ-AUDITORIA
              CLOSE ARQ-AUDITORIA
              OPEN I-O ARQ-AUDITORIA
           END-IF
           IF WS-RESULTADO-AUD NOT = 00
              DISPLAY "ERRO NA ABERTURA DO AUDITORIA.DAT - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-AUD AT 2446
              ACCEPT PAUSA AT 2478
              EXIT PROGRAM
           END-IF

           MOVE SPACES TO WS-ARQUIVO-ESCOLHIDO
           PERFORM UNTIL WS-ARQUIVO-ESCOLHIDO = "F"
              DISPLAY TELA-CABECALHO AT 0101
              DISPLAY TELA-ESCOLHA
              MOVE SPACES TO WS-ARQUIVO-ESCOLHIDO
              PERFORM UNTIL WS-ARQUIVO-ESCOLHIDO = "B" OR = "R"
                                                OR = "F"
                 ACCEPT WS-ARQUIVO-ESCOLHIDO AT 0552
              END-PERFORM
              EVALUATE WS-ARQUIVO-ESCOLHIDO
                 WHEN "B"
                    PERFORM MANUTENCAO-BATCH THRU F-MANUTENCAO-BATCH
                 WHEN "R"
                    PERFORM MANUTENCAO-RETENCAO
                       THRU F-MANUTENCAO-RETENCAO
              END-EVALUATE
           END-PERFORM

           CLOSE ARQ-AUDITORIA
           EXIT PROGRAM.

      *-----------------------------------------------------------------
      * BATCH.PRM
      *-----------------------------------------------------------------
       MANUTENCAO-BATCH.
           MOVE "BATCH.PRM" TO WS-ARQUIVO-TRAVA
           PERFORM OBTEM-TRAVA THRU F-OBTEM-TRAVA
           IF WS-RESULT-TRAVA NOT = "S"
              GO TO F-MANUTENCAO-BATCH
           END-IF
           PERFORM CARREGA-BATCH THRU F-CARREGA-BATCH
           IF WS-CARGA-OK = "S"
              MOVE SPACES TO WS-OPCAO
              PERFORM UNTIL WS-OPCAO = "F"
                 PERFORM LISTA-PROGRAMAS-BATCH
                    THRU F-LISTA-PROGRAMAS-BATCH
                 MOVE SPACES TO WS-OPCAO
                 ACCEPT WS-OPCAO AT 2237
                 IF WS-OPCAO NOT = "F"
                    PERFORM CONVERTE-OPCAO THRU F-CONVERTE-OPCAO
                    IF WS-OPCAO-NUM > ZEROS
                       AND WS-OPCAO-NUM NOT > WS-QTD-PROGRAMAS
                       MOVE WS-OPCAO-NUM TO WS-IND-PRG
                       PERFORM EDITA-PROGRAMA-BATCH
                          THRU F-EDITA-PROGRAMA-BATCH
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           PERFORM LIBERA-TRAVA THRU F-LIBERA-TRAVA.
       F-MANUTENCAO-BATCH. EXIT.

      * BATCH.PRM INTEIRO EM MEMORIA; SEM O ARQUIVO A LISTA COMECA
      * VAZIA (NENHUM PROGRAMA RODANDO SEM TELA).
       CARREGA-BATCH.
           MOVE "S"   TO WS-CARGA-OK
           MOVE ZEROS TO WS-QTD-LINHAS-BATCH
           OPEN INPUT ARQ-BATCH-PRM
           IF WS-RESULTADO-PRM = 35
              GO TO F-CARREGA-BATCH
           END-IF
           IF WS-RESULTADO-PRM NOT = 00
              DISPLAY "ERRO NA LEITURA DO BATCH.PRM - STATUS: " AT 2401
              DISPLAY WS-RESULTADO-PRM AT 2441
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-CARGA-OK
              GO TO F-CARREGA-BATCH
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-BATCH-PRM NEXT AT END
                 EXIT PERFORM
              END-READ
              IF WS-QTD-LINHAS-BATCH = 99
                 DISPLAY "BATCH.PRM COM MAIS DE 99 LINHAS - NAO EDITADO"
                    AT 2401
                 ACCEPT PAUSA AT 2478
                 MOVE "N" TO WS-CARGA-OK
                 EXIT PERFORM
              END-IF
              ADD 1 TO WS-QTD-LINHAS-BATCH
              MOVE REG-BATCH-PRM TO WS-BAT-LINHA(WS-QTD-LINHAS-BATCH)
           END-PERFORM
           CLOSE ARQ-BATCH-PRM.
       F-CARREGA-BATCH. EXIT.

       GRAVA-BATCH.
           OPEN OUTPUT ARQ-BATCH-PRM
           IF WS-RESULTADO-PRM NOT = 00
              MOVE "ERRO NA GRAVACAO DO BATCH.PRM - NADA FOI ALTERADO"
                 TO WS-MENSAGEM
              GO TO F-GRAVA-BATCH
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > WS-QTD-LINHAS-BATCH
              MOVE WS-BAT-LINHA(WS-IND) TO REG-BATCH-PRM
              WRITE REG-BATCH-PRM
           END-PERFORM
           CLOSE ARQ-BATCH-PRM.
       F-GRAVA-BATCH. EXIT.

       LISTA-PROGRAMAS-BATCH.
           DISPLAY TELA-CABECALHO AT 0101
           DISPLAY "PROGRAMAS QUE RODAM SEM TELA PELO BATCH.PRM"
              AT 0401
           DISPLAY "NR PROGRAMA   FUNCAO" AT 0501
           DISPLAY "LINHA NO BATCH" AT 0557
           MOVE 05 TO WS-LINHA-TELA
           PERFORM VARYING WS-IND-PRG FROM 1 BY 1
              UNTIL WS-IND-PRG > WS-QTD-PROGRAMAS
              ADD 1 TO WS-LINHA-TELA
              PERFORM PROCURA-LINHA-BATCH THRU F-PROCURA-LINHA-BATCH
              IF WS-IND-LINHA > ZEROS
                 MOVE "SIM" TO WS-SITUACAO-BATCH
              ELSE
                 MOVE "NAO" TO WS-SITUACAO-BATCH
              END-IF
              DISPLAY WS-IND-PRG AT LINE WS-LINHA-TELA COLUMN 01
              DISPLAY WS-PRG-NOME(WS-IND-PRG)
                 AT LINE WS-LINHA-TELA COLUMN 04
              DISPLAY WS-PRG-DESCRICAO(WS-IND-PRG)
                 AT LINE WS-LINHA-TELA COLUMN 15
              DISPLAY WS-SITUACAO-BATCH
                 AT LINE WS-LINHA-TELA COLUMN 57
           END-PERFORM
           IF WS-MENSAGEM NOT = SPACES
              DISPLAY WS-MENSAGEM AT 2301
              MOVE SPACES TO WS-MENSAGEM
           END-IF
           DISPLAY "PROGRAMA A EDITAR (NR) OU F = FIM:" AT 2201.
       F-LISTA-PROGRAMAS-BATCH. EXIT.

      * LINHA DO PROGRAMA WS-IND-PRG NO BATCH.PRM (ZERO = NAO TEM).
       PROCURA-LINHA-BATCH.
           MOVE ZEROS TO WS-IND-LINHA
           PERFORM VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > WS-QTD-LINHAS-BATCH
              IF WS-BAT-LINHA(WS-IND)(1:10) = WS-PRG-NOME(WS-IND-PRG)
                 AND WS-IND-LINHA = ZEROS
                 MOVE WS-IND TO WS-IND-LINHA
              END-IF
           END-PERFORM.
       F-PROCURA-LINHA-BATCH. EXIT.

      * RESPOSTA WS-IND DO PROGRAMA WS-IND-PRG NA TABELA DE RESPOSTAS.
       PROCURA-RESPOSTA.
           MOVE ZEROS TO WS-IND-SLT
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-QTD-RESPOSTAS
              IF WS-SLT-PROGRAMA(WS-POS) = WS-PRG-NOME(WS-IND-PRG)
                 AND WS-SLT-RESPOSTA(WS-POS) = WS-IND
                 MOVE WS-POS TO WS-IND-SLT
              END-IF
           END-PERFORM.
       F-PROCURA-RESPOSTA. EXIT.

      * EDICAO DA LINHA DE UM PROGRAMA: AS RESPOSTAS SAO ALTERADAS
      * UMA A UMA NA MEMORIA E SO VAO PARA O ARQUIVO NO GRAVAR.
       EDITA-PROGRAMA-BATCH.
           PERFORM PROCURA-LINHA-BATCH THRU F-PROCURA-LINHA-BATCH
           IF WS-IND-LINHA > ZEROS
              MOVE WS-BAT-LINHA(WS-IND-LINHA) TO WS-LINHA-PRM
              MOVE "N" TO WS-LINHA-NOVA
           ELSE
              MOVE SPACES TO WS-LINHA-PRM
              MOVE WS-PRG-NOME(WS-IND-PRG) TO WS-LPR-PROGRAMA
              PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
                 MOVE ";" TO WS-LPR-SEPARADOR(WS-IND)
              END-PERFORM
              MOVE "S" TO WS-LINHA-NOVA
           END-IF
           MOVE WS-LINHA-PRM TO WS-LINHA-ORIGINAL
           MOVE SPACES TO WS-FIM-EDICAO
           PERFORM UNTIL WS-FIM-EDICAO = "S"
              PERFORM MOSTRA-RESPOSTAS THRU F-MOSTRA-RESPOSTAS
              MOVE SPACES TO WS-OPCAO
              ACCEPT WS-OPCAO AT 2024
              EVALUATE WS-OPCAO
                 WHEN "G"
                    PERFORM GRAVA-PROGRAMA-BATCH
                       THRU F-GRAVA-PROGRAMA-BATCH
                 WHEN "E"
                    PERFORM EXCLUI-PROGRAMA-BATCH
                       THRU F-EXCLUI-PROGRAMA-BATCH
                 WHEN "F"
                    MOVE "S" TO WS-FIM-EDICAO
                 WHEN OTHER
                    PERFORM CONVERTE-OPCAO THRU F-CONVERTE-OPCAO
                    IF WS-OPCAO-NUM > ZEROS
                       AND WS-OPCAO-NUM NOT >
                           WS-PRG-QTD-RESP(WS-IND-PRG)
                       PERFORM ALTERA-RESPOSTA THRU F-ALTERA-RESPOSTA
                    END-IF
              END-EVALUATE
           END-PERFORM.
       F-EDITA-PROGRAMA-BATCH. EXIT.

       MOSTRA-RESPOSTAS.
           DISPLAY TELA-CABECALHO AT 0101
           DISPLAY "PROGRAMA:" AT 0501
           DISPLAY WS-PRG-NOME(WS-IND-PRG) AT 0511
           DISPLAY WS-PRG-DESCRICAO(WS-IND-PRG) AT 0522
           IF WS-LINHA-NOVA = "S"
              DISPLAY "SEM LINHA NO BATCH.PRM - HOJE SO RODA PELA TELA"
                 AT 0601
           ELSE
              DISPLAY "COM LINHA NO BATCH.PRM - RODA SEM TELA" AT 0601
           END-IF
           IF WS-PRG-QTD-RESP(WS-IND-PRG) = ZEROS
              DISPLAY "PROGRAMA SEM RESPOSTAS: A LINHA SO LIGA A EXECUCA
      -"O SEM TELA" AT 0801
           END-IF
           MOVE 07 TO WS-LINHA-TELA
           PERFORM VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > WS-PRG-QTD-RESP(WS-IND-PRG)
              ADD 1 TO WS-LINHA-TELA
              PERFORM PROCURA-RESPOSTA THRU F-PROCURA-RESPOSTA
              DISPLAY WS-IND AT LINE WS-LINHA-TELA COLUMN 01
              DISPLAY WS-SLT-ROTULO(WS-IND-SLT)
                 AT LINE WS-LINHA-TELA COLUMN 04
              DISPLAY WS-LPR-VALOR(WS-IND)(1:35)
                 AT LINE WS-LINHA-TELA COLUMN 46
           END-PERFORM
           DISPLAY "RESPOSTA A ALTERAR (NR), G = GRAVAR, E = EXCLUIR A L
      -"INHA DO PROGRAMA," AT 1901
           DISPLAY "F = VOLTAR SEM GRAVAR:" AT 2001
           IF WS-MENSAGEM NOT = SPACES
              DISPLAY WS-MENSAGEM AT 2301
              MOVE SPACES TO WS-MENSAGEM
           END-IF.
       F-MOSTRA-RESPOSTAS. EXIT.

       ALTERA-RESPOSTA.
           MOVE WS-OPCAO-NUM TO WS-IND
           PERFORM PROCURA-RESPOSTA THRU F-PROCURA-RESPOSTA
           MOVE WS-SLT-TIPO(WS-IND-SLT)    TO WS-VAL-TIPO
           MOVE WS-SLT-BRANCO(WS-IND-SLT)  TO WS-VAL-BRANCO
           MOVE WS-SLT-VALORES(WS-IND-SLT) TO WS-VAL-VALORES
           MOVE WS-SLT-MAXIMO(WS-IND-SLT)  TO WS-VAL-MAXIMO
           PERFORM MONTA-DICA THRU F-MONTA-DICA
           DISPLAY WS-SLT-ROTULO(WS-IND-SLT) AT 2101
           DISPLAY WS-DICA AT 2201
           IF WS-VAL-BRANCO = "S"
              DISPLAY "(VAZIO = PADRAO)" AT 2145
           END-IF
           IF WS-VAL-TIPO = "N" OR = "V"
              MOVE WS-VAL-MAXIMO TO WS-MAXIMO-EDITADO
              DISPLAY "MAXIMO:" AT 2255
              DISPLAY WS-MAXIMO-EDITADO AT 2263
           END-IF
           DISPLAY "NOVO VALOR:" AT 2401
           MOVE SPACES TO WS-VALOR-NOVO
           ACCEPT WS-VALOR-NOVO AT 2413
           MOVE "S" TO WS-CONFERE-EXISTENCIA
           PERFORM VALIDA-RESPOSTA THRU F-VALIDA-RESPOSTA
           IF WS-VALOR-OK = "S"
              MOVE WS-VALOR-NOVO TO WS-LPR-VALOR(WS-IND)
              MOVE "VALOR ACEITO - GRAVE (G) PARA VALER NO BATCH"
                 TO WS-MENSAGEM
           END-IF.
       F-ALTERA-RESPOSTA. EXIT.

       MONTA-DICA.
           MOVE SPACES TO WS-DICA
           EVALUATE WS-VAL-TIPO
              WHEN "S"
                 MOVE "RESPONDA S (SIM) OU N (NAO)" TO WS-DICA
              WHEN "O"
                 STRING "RESPONDA " WS-VAL-VALORES(1:1) " OU "
                        WS-VAL-VALORES(2:1)
                        DELIMITED BY SIZE INTO WS-DICA
              WHEN "N"
                 MOVE "NUMERO INTEIRO, SEM PONTOS" TO WS-DICA
              WHEN "V"
                 MOVE "VALOR COM ATE 2 DECIMAIS (EX. 1234,56)"
                    TO WS-DICA
              WHEN "M"
                 MOVE "COMPETENCIA AAAAMM (EX. 202609)" TO WS-DICA
              WHEN "D"
                 MOVE "DATA DD/MM/AAAA" TO WS-DICA
              WHEN "F"
                 MOVE "NOME DO ARQUIVO, SEM BRANCOS" TO WS-DICA
              WHEN OTHER
                 MOVE "TEXTO LIVRE" TO WS-DICA
           END-EVALUATE.
       F-MONTA-DICA. EXIT.

      * GRAVACAO: TODAS AS RESPOSTAS DO PROGRAMA SAO VALIDADAS DE NOVO
      * (A LINHA PODE TER VINDO DE EDICAO MANUAL) ANTES DE REGRAVAR O
      * BATCH.PRM; CADA RESPOSTA ALTERADA VAI PARA A AUDITORIA.
       GRAVA-PROGRAMA-BATCH.
           IF WS-LINHA-NOVA = "N"
              AND WS-LINHA-PRM = WS-LINHA-ORIGINAL
              MOVE "NENHUMA RESPOSTA ALTERADA ..................."
                 TO WS-MENSAGEM
              MOVE "S" TO WS-FIM-EDICAO
              GO TO F-GRAVA-PROGRAMA-BATCH
           END-IF
           MOVE "N" TO WS-CONFERE-EXISTENCIA
           PERFORM VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > WS-PRG-QTD-RESP(WS-IND-PRG)
              PERFORM PROCURA-RESPOSTA THRU F-PROCURA-RESPOSTA
              MOVE WS-SLT-TIPO(WS-IND-SLT)    TO WS-VAL-TIPO
              MOVE WS-SLT-BRANCO(WS-IND-SLT)  TO WS-VAL-BRANCO
              MOVE WS-SLT-VALORES(WS-IND-SLT) TO WS-VAL-VALORES
              MOVE WS-SLT-MAXIMO(WS-IND-SLT)  TO WS-VAL-MAXIMO
              MOVE WS-LPR-VALOR(WS-IND)       TO WS-VALOR-NOVO
              PERFORM VALIDA-RESPOSTA THRU F-VALIDA-RESPOSTA
              IF WS-VALOR-OK NOT = "S"
                 MOVE WS-IND TO WS-OPCAO-NUM
                 MOVE SPACES TO WS-DICA
                 STRING "RESPOSTA " WS-OPCAO-NUM ": " WS-MENSAGEM
                        DELIMITED BY SIZE INTO WS-DICA
                 MOVE WS-DICA TO WS-MENSAGEM
                 GO TO F-GRAVA-PROGRAMA-BATCH
              END-IF
              MOVE WS-VALOR-NOVO TO WS-LPR-VALOR(WS-IND)
           END-PERFORM
           IF WS-LINHA-NOVA = "S"
              DISPLAY "A LINHA LIGA A EXECUCAO SEM TELA DO PROGRAMA - CO
      -"NFIRMA (S/N)?" AT 2301
           ELSE
              DISPLAY "CONFIRMA A GRAVACAO DAS RESPOSTAS (S/N)?" AT 2301
           END-IF
           MOVE SPACES TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
              ACCEPT WS-CONFIRMA AT 2366
           END-PERFORM
           IF WS-CONFIRMA = "N"
              GO TO F-GRAVA-PROGRAMA-BATCH
           END-IF
           IF WS-LINHA-NOVA = "S"
              IF WS-QTD-LINHAS-BATCH = 99
                 MOVE "BATCH.PRM JA TEM 99 LINHAS - LINHA NAO INCLUIDA"
                    TO WS-MENSAGEM
                 GO TO F-GRAVA-PROGRAMA-BATCH
              END-IF
              ADD 1 TO WS-QTD-LINHAS-BATCH
              MOVE WS-QTD-LINHAS-BATCH TO WS-IND-LINHA
           END-IF
           MOVE WS-LINHA-PRM TO WS-BAT-LINHA(WS-IND-LINHA)
           PERFORM GRAVA-BATCH THRU F-GRAVA-BATCH
           IF WS-MENSAGEM NOT = SPACES
              GO TO F-GRAVA-PROGRAMA-BATCH
           END-IF

           MOVE "B"                     TO WS-TIPO-AUD
           MOVE WS-PRG-CODIGO(WS-IND-PRG) TO WS-CODIGO-AUD
           MOVE WS-PRG-NOME(WS-IND-PRG) TO WS-IMP-PROGRAMA
           IF WS-LINHA-NOVA = "S"
              MOVE "I"    TO WS-OPERACAO-AUD
              MOVE ZEROS  TO WS-IMP-RESPOSTA
              MOVE SPACES TO WS-IMAGEM-ANTES
              MOVE "LINHA INCLUIDA - PROGRAMA PASSA A RODAR SEM TELA"
                 TO WS-IMP-VALOR
              MOVE WS-IMAGEM-PARAMETRO TO WS-IMAGEM-DEPOIS
              PERFORM GRAVA-AUDITORIA THRU F-GRAVA-AUDITORIA
           ELSE
              MOVE "A" TO WS-OPERACAO-AUD
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
              IF WS-LPR-VALOR(WS-IND) NOT = WS-LOR-VALOR(WS-IND)
                 MOVE WS-IND               TO WS-IMP-RESPOSTA
                 MOVE WS-LOR-VALOR(WS-IND) TO WS-IMP-VALOR
                 MOVE WS-IMAGEM-PARAMETRO  TO WS-IMAGEM-ANTES
                 MOVE WS-LPR-VALOR(WS-IND) TO WS-IMP-VALOR
                 MOVE WS-IMAGEM-PARAMETRO  TO WS-IMAGEM-DEPOIS
                 PERFORM GRAVA-AUDITORIA THRU F-GRAVA-AUDITORIA
              END-IF
           END-PERFORM
           MOVE "PARAMETROS GRAVADOS NO BATCH.PRM ............"
              TO WS-MENSAGEM
           MOVE "S" TO WS-FIM-EDICAO.
       F-GRAVA-PROGRAMA-BATCH. EXIT.

      * EXCLUSAO DA LINHA: O PROGRAMA VOLTA A RODAR SO PELA TELA. AS
      * RESPOSTAS QUE A LINHA TINHA FICAM NA AUDITORIA.
       EXCLUI-PROGRAMA-BATCH.
           IF WS-LINHA-NOVA = "S"
              MOVE "PROGRAMA NAO TEM LINHA NO BATCH.PRM ..........."
                 TO WS-MENSAGEM
              GO TO F-EXCLUI-PROGRAMA-BATCH
           END-IF
           DISPLAY "EXCLUIR DESLIGA A EXECUCAO SEM TELA DO PROGRAMA - CO
      -"NFIRMA (S/N)?" AT 2301
           MOVE SPACES TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
              ACCEPT WS-CONFIRMA AT 2366
           END-PERFORM
           IF WS-CONFIRMA = "N"
              GO TO F-EXCLUI-PROGRAMA-BATCH
           END-IF
           PERFORM VARYING WS-IND FROM WS-IND-LINHA BY 1
              UNTIL WS-IND NOT < WS-QTD-LINHAS-BATCH
              MOVE WS-BAT-LINHA(WS-IND + 1) TO WS-BAT-LINHA(WS-IND)
           END-PERFORM
           SUBTRACT 1 FROM WS-QTD-LINHAS-BATCH
           PERFORM GRAVA-BATCH THRU F-GRAVA-BATCH
           IF WS-MENSAGEM NOT = SPACES
              GO TO F-EXCLUI-PROGRAMA-BATCH
           END-IF

           MOVE "B"                     TO WS-TIPO-AUD
           MOVE WS-PRG-CODIGO(WS-IND-PRG) TO WS-CODIGO-AUD
           MOVE "E"                     TO WS-OPERACAO-AUD
           MOVE WS-PRG-NOME(WS-IND-PRG) TO WS-IMP-PROGRAMA
           PERFORM VARYING WS-IND FROM 1 BY 1 UNTIL WS-IND > 10
              IF WS-LOR-VALOR(WS-IND) NOT = SPACES
                 MOVE WS-IND               TO WS-IMP-RESPOSTA
                 MOVE WS-LOR-VALOR(WS-IND) TO WS-IMP-VALOR
                 MOVE WS-IMAGEM-PARAMETRO  TO WS-IMAGEM-ANTES
                 MOVE SPACES               TO WS-IMAGEM-DEPOIS
                 PERFORM GRAVA-AUDITORIA THRU F-GRAVA-AUDITORIA
              END-IF
           END-PERFORM
           MOVE ZEROS  TO WS-IMP-RESPOSTA
           MOVE SPACES TO WS-IMAGEM-ANTES
           MOVE "LINHA EXCLUIDA - PROGRAMA VOLTA A RODAR SO PELA TELA"
              TO WS-IMP-VALOR
           MOVE WS-IMAGEM-PARAMETRO TO WS-IMAGEM-DEPOIS
           PERFORM GRAVA-AUDITORIA THRU F-GRAVA-AUDITORIA
           MOVE "LINHA EXCLUIDA DO BATCH.PRM .................."
              TO WS-MENSAGEM
           MOVE "S" TO WS-FIM-EDICAO.
       F-EXCLUI-PROGRAMA-BATCH. EXIT.

      *-----------------------------------------------------------------
      * RETENCAO.PRM
      *-----------------------------------------------------------------
       MANUTENCAO-RETENCAO.
           MOVE "RETENCAO.PRM" TO WS-ARQUIVO-TRAVA
           PERFORM OBTEM-TRAVA THRU F-OBTEM-TRAVA
           IF WS-RESULT-TRAVA NOT = "S"
              GO TO F-MANUTENCAO-RETENCAO
           END-IF
           PERFORM CARREGA-RETENCAO THRU F-CARREGA-RETENCAO
           IF WS-CARGA-OK = "S"
              MOVE SPACES TO WS-OPCAO
              PERFORM UNTIL WS-OPCAO = "F"
                 PERFORM LISTA-FAMILIAS THRU F-LISTA-FAMILIAS
                 MOVE SPACES TO WS-OPCAO
                 ACCEPT WS-OPCAO AT 2236
                 IF WS-OPCAO NOT = "F"
                    PERFORM CONVERTE-OPCAO THRU F-CONVERTE-OPCAO
                    IF WS-OPCAO-NUM > ZEROS
                       AND WS-OPCAO-NUM NOT > WS-QTD-FAMILIAS
                       MOVE WS-OPCAO-NUM TO WS-IND-FAM
                       PERFORM ALTERA-FAMILIA THRU F-ALTERA-FAMILIA
                    END-IF
                 END-IF
              END-PERFORM
           END-IF
           PERFORM LIBERA-TRAVA THRU F-LIBERA-TRAVA.
       F-MANUTENCAO-RETENCAO. EXIT.

       CARREGA-RETENCAO.
           MOVE "S"   TO WS-CARGA-OK
           MOVE ZEROS TO WS-QTD-LINHAS-RET
           OPEN INPUT ARQ-RETENCAO
           IF WS-RESULTADO-RET = 35
              GO TO F-CARREGA-RETENCAO
           END-IF
           IF WS-RESULTADO-RET NOT = 00
              DISPLAY "ERRO NA LEITURA DO RETENCAO.PRM - STATUS: "
                 AT 2401
              DISPLAY WS-RESULTADO-RET AT 2444
              ACCEPT PAUSA AT 2478
              MOVE "N" TO WS-CARGA-OK
              GO TO F-CARREGA-RETENCAO
           END-IF
           PERFORM UNTIL EXIT
              READ ARQ-RETENCAO AT END
                 EXIT PERFORM
              END-READ
              IF WS-QTD-LINHAS-RET = 99
                 DISPLAY "RETENCAO.PRM COM MAIS DE 99 LINHAS - NAO EDITA
      -"DO" AT 2401
                 ACCEPT PAUSA AT 2478
                 MOVE "N" TO WS-CARGA-OK
                 EXIT PERFORM
              END-IF
              ADD 1 TO WS-QTD-LINHAS-RET
              MOVE REG-RETENCAO TO WS-RET-LINHA(WS-QTD-LINHAS-RET)
           END-PERFORM
           CLOSE ARQ-RETENCAO.
       F-CARREGA-RETENCAO. EXIT.

       GRAVA-RETENCAO.
           OPEN OUTPUT ARQ-RETENCAO
           IF WS-RESULTADO-RET NOT = 00
              MOVE "ERRO NA GRAVACAO DO RETENCAO.PRM - NADA ALTERADO"
                 TO WS-MENSAGEM
              GO TO F-GRAVA-RETENCAO
           END-IF
           PERFORM VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > WS-QTD-LINHAS-RET
              MOVE WS-RET-LINHA(WS-IND) TO REG-RETENCAO
              WRITE REG-RETENCAO
           END-PERFORM
           CLOSE ARQ-RETENCAO.
       F-GRAVA-RETENCAO. EXIT.

       LISTA-FAMILIAS.
           DISPLAY TELA-CABECALHO AT 0101
           DISPLAY "DIAS DE RETENCAO DE CADA FAMILIA (PROG53)" AT 0501
           DISPLAY "NR FAMILIA     DIAS  ARQUIVOS" AT 0701
           MOVE 07 TO WS-LINHA-TELA
           PERFORM VARYING WS-IND-FAM FROM 1 BY 1
              UNTIL WS-IND-FAM > WS-QTD-FAMILIAS
              ADD 1 TO WS-LINHA-TELA
              PERFORM PEGA-DIAS-FAMILIA THRU F-PEGA-DIAS-FAMILIA
              DISPLAY WS-IND-FAM AT LINE WS-LINHA-TELA COLUMN 01
              DISPLAY WS-FAM-NOME(WS-IND-FAM)
                 AT LINE WS-LINHA-TELA COLUMN 04
              DISPLAY WS-DIAS-ATUAIS AT LINE WS-LINHA-TELA COLUMN 15
              IF WS-TEM-LINHA-RET NOT = "S"
                 DISPLAY "*" AT LINE WS-LINHA-TELA COLUMN 19
              END-IF
              DISPLAY WS-FAM-DESCRICAO(WS-IND-FAM)
                 AT LINE WS-LINHA-TELA COLUMN 21
           END-PERFORM
           DISPLAY "(*) SEM LINHA NO RETENCAO.PRM: VALE O PADRAO DE 365
      -"DIAS" AT 1701
           IF WS-MENSAGEM NOT = SPACES
              DISPLAY WS-MENSAGEM AT 2001
              MOVE SPACES TO WS-MENSAGEM
           END-IF
           DISPLAY "FAMILIA A ALTERAR (NR) OU F = FIM:" AT 2201.
       F-LISTA-FAMILIAS. EXIT.

      * RETENCAO EM VIGOR PARA A FAMILIA WS-IND-FAM.
       PEGA-DIAS-FAMILIA.
           MOVE "N" TO WS-TEM-LINHA-RET
           MOVE 365 TO WS-DIAS-ATUAIS
           PERFORM VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > WS-QTD-LINHAS-RET
              MOVE WS-RET-LINHA(WS-IND) TO WS-LINHA-RET
              IF WS-LRT-FAMILIA = WS-FAM-NOME(WS-IND-FAM)
                 MOVE "S" TO WS-TEM-LINHA-RET
                 IF WS-LRT-DIAS NUMERIC
                    AND WS-LRT-DIAS NOT < "0030"
                    MOVE WS-LRT-DIAS TO WS-DIAS-ATUAIS
                 END-IF
              END-IF
           END-PERFORM.
       F-PEGA-DIAS-FAMILIA. EXIT.

      * NOVA RETENCAO DA FAMILIA: TODAS AS LINHAS DELA SAO TROCADAS
      * POR UMA SO (OU NENHUMA, VOLTANDO AO PADRAO DE 365 DIAS).
       ALTERA-FAMILIA.
           PERFORM PEGA-DIAS-FAMILIA THRU F-PEGA-DIAS-FAMILIA
           DISPLAY WS-FAM-NOME(WS-IND-FAM) AT 1901
           DISPLAY "DIAS DE RETENCAO (MINIMO 30, VAZIO = PADRAO 365):"
              AT 2001
           MOVE SPACES TO WS-DIAS-INFORMADOS
           ACCEPT WS-DIAS-INFORMADOS AT 2051
           MOVE WS-DIAS-INFORMADOS TO WS-VALOR-NOVO
           MOVE "N"   TO WS-VAL-TIPO
           MOVE "S"   TO WS-VAL-BRANCO
           MOVE 9999  TO WS-VAL-MAXIMO
           PERFORM VALIDA-RESPOSTA THRU F-VALIDA-RESPOSTA
           IF WS-VALOR-OK NOT = "S"
              GO TO F-ALTERA-FAMILIA
           END-IF
           IF WS-VALOR-NOVO = SPACES
              MOVE 365 TO WS-DIAS-NOVOS
           ELSE
              MOVE WS-VALOR-NUM TO WS-DIAS-NOVOS
              IF WS-DIAS-NOVOS < 30
                 MOVE "RETENCAO MENOR QUE 30 DIAS E RECUSADA ........"
                    TO WS-MENSAGEM
                 GO TO F-ALTERA-FAMILIA
              END-IF
           END-IF
           DISPLAY "CONFIRMA A NOVA RETENCAO (S/N)?" AT 2301
           MOVE SPACES TO WS-CONFIRMA
           PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
              ACCEPT WS-CONFIRMA AT 2333
           END-PERFORM
           IF WS-CONFIRMA = "N"
              GO TO F-ALTERA-FAMILIA
           END-IF

           MOVE WS-FAM-NOME(WS-IND-FAM) TO WS-IMR-FAMILIA
           MOVE WS-DIAS-ATUAIS          TO WS-IMR-DIAS
           IF WS-TEM-LINHA-RET = "S"
              MOVE SPACES TO WS-IMR-OBSERVACAO
              IF WS-VALOR-NOVO = SPACES
                 MOVE "E" TO WS-OPERACAO-AUD
              ELSE
                 MOVE "A" TO WS-OPERACAO-AUD
              END-IF
           ELSE
              MOVE " (PADRAO, SEM LINHA)" TO WS-IMR-OBSERVACAO
              MOVE "I" TO WS-OPERACAO-AUD
           END-IF
           MOVE WS-IMAGEM-RETENCAO TO WS-IMAGEM-ANTES

           MOVE ZEROS TO WS-IND-LINHA
           PERFORM VARYING WS-IND FROM 1 BY 1
              UNTIL WS-IND > WS-QTD-LINHAS-RET
              MOVE WS-RET-LINHA(WS-IND) TO WS-LINHA-RET
              IF WS-LRT-FAMILIA NOT = WS-FAM-NOME(WS-IND-FAM)
                 ADD 1 TO WS-IND-LINHA
                 MOVE WS-LINHA-RET TO WS-RET-LINHA(WS-IND-LINHA)
              END-IF
           END-PERFORM
           MOVE WS-IND-LINHA TO WS-QTD-LINHAS-RET
           IF WS-VALOR-NOVO NOT = SPACES
              IF WS-QTD-LINHAS-RET = 99
                 MOVE "RETENCAO.PRM JA TEM 99 LINHAS - NAO ALTERADO"
                    TO WS-MENSAGEM
                 PERFORM CARREGA-RETENCAO THRU F-CARREGA-RETENCAO
                 GO TO F-ALTERA-FAMILIA
              END-IF
              ADD 1 TO WS-QTD-LINHAS-RET
              MOVE WS-FAM-NOME(WS-IND-FAM) TO WS-LRT-FAMILIA
              MOVE ";"                     TO WS-LRT-SEPARADOR
              MOVE WS-DIAS-NOVOS           TO WS-LRT-DIAS
              MOVE WS-LINHA-RET TO WS-RET-LINHA(WS-QTD-LINHAS-RET)
           END-IF
           PERFORM GRAVA-RETENCAO THRU F-GRAVA-RETENCAO
           IF WS-MENSAGEM NOT = SPACES
              PERFORM CARREGA-RETENCAO THRU F-CARREGA-RETENCAO
              GO TO F-ALTERA-FAMILIA
           END-IF

           MOVE WS-DIAS-NOVOS TO WS-IMR-DIAS
           IF WS-VALOR-NOVO = SPACES
              MOVE " (PADRAO, SEM LINHA)" TO WS-IMR-OBSERVACAO
           ELSE
              MOVE SPACES TO WS-IMR-OBSERVACAO
           END-IF
           MOVE WS-IMAGEM-RETENCAO TO WS-IMAGEM-DEPOIS
           MOVE "R"        TO WS-TIPO-AUD
           MOVE WS-IND-FAM TO WS-CODIGO-AUD
           PERFORM GRAVA-AUDITORIA THRU F-GRAVA-AUDITORIA
           MOVE "RETENCAO GRAVADA NO RETENCAO.PRM ............."
              TO WS-MENSAGEM.
       F-ALTERA-FAMILIA. EXIT.

      *-----------------------------------------------------------------
      * VALIDACAO DE UMA RESPOSTA EM WS-VALOR-NOVO, CONFORME WS-VAL-*.
      * DEVOLVE WS-VALOR-OK = S OU O MOTIVO DA RECUSA EM WS-MENSAGEM;
      * NUMEROS E VALORES FICAM EM WS-VALOR-NUM.
      *-----------------------------------------------------------------
       VALIDA-RESPOSTA.
           MOVE "N"    TO WS-VALOR-OK
           MOVE SPACES TO WS-MENSAGEM
           MOVE ZEROS  TO WS-VALOR-NUM
           IF WS-VAL-TIPO NOT = "F" AND NOT = "A"
              INSPECT WS-VALOR-NOVO CONVERTING
                 "abcdefghijklmnopqrstuvwxyz" TO
                 "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           END-IF
           IF WS-VALOR-NOVO = SPACES
              IF WS-VAL-BRANCO = "S"
                 MOVE "S" TO WS-VALOR-OK
              ELSE
                 MOVE "RESPOSTA OBRIGATORIA - NAO PODE FICAR VAZIA"
                    TO WS-MENSAGEM
              END-IF
              GO TO F-VALIDA-RESPOSTA
           END-IF
           IF WS-VALOR-NOVO(1:1) = SPACE
              MOVE "A RESPOSTA TEM DE COMECAR NA PRIMEIRA POSICAO"
                 TO WS-MENSAGEM
              GO TO F-VALIDA-RESPOSTA
           END-IF
           MOVE ZEROS TO WS-TAM-VALOR
           INSPECT WS-VALOR-NOVO TALLYING WS-TAM-VALOR
              FOR CHARACTERS BEFORE INITIAL SPACE
           IF WS-VAL-TIPO NOT = "A" AND WS-TAM-VALOR < 50
              IF WS-VALOR-NOVO(WS-TAM-VALOR + 1:) NOT = SPACES
                 MOVE "A RESPOSTA NAO PODE TER BRANCOS NO MEIO"
                    TO WS-MENSAGEM
                 GO TO F-VALIDA-RESPOSTA
              END-IF
           END-IF
           EVALUATE WS-VAL-TIPO
              WHEN "S"
                 PERFORM VALIDA-SIM-NAO THRU F-VALIDA-SIM-NAO
              WHEN "O"
                 PERFORM VALIDA-OPCAO THRU F-VALIDA-OPCAO
              WHEN "N"
                 PERFORM VALIDA-INTEIRO THRU F-VALIDA-INTEIRO
              WHEN "V"
                 PERFORM VALIDA-DECIMAL THRU F-VALIDA-DECIMAL
              WHEN "M"
                 PERFORM VALIDA-COMPETENCIA THRU F-VALIDA-COMPETENCIA
              WHEN "D"
                 PERFORM VALIDA-DATA THRU F-VALIDA-DATA
              WHEN "F"
                 PERFORM VALIDA-NOME-ARQUIVO
                    THRU F-VALIDA-NOME-ARQUIVO
              WHEN OTHER
                 MOVE "S" TO WS-VALOR-OK
           END-EVALUATE.
       F-VALIDA-RESPOSTA. EXIT.

       VALIDA-SIM-NAO.
           IF WS-TAM-VALOR = 1
              AND (WS-VALOR-NOVO(1:1) = "S" OR = "N")
              MOVE "S" TO WS-VALOR-OK
           ELSE
              MOVE "RESPONDA S OU N ............................."
                 TO WS-MENSAGEM
           END-IF.
       F-VALIDA-SIM-NAO. EXIT.

       VALIDA-OPCAO.
           IF WS-TAM-VALOR = 1
              AND (WS-VALOR-NOVO(1:1) = WS-VAL-VALORES(1:1)
                OR WS-VALOR-NOVO(1:1) = WS-VAL-VALORES(2:1))
              MOVE "S" TO WS-VALOR-OK
           ELSE
              STRING "RESPONDA " WS-VAL-VALORES(1:1) " OU "
                     WS-VAL-VALORES(2:1)
                     DELIMITED BY SIZE INTO WS-MENSAGEM
           END-IF.
       F-VALIDA-OPCAO. EXIT.

       VALIDA-INTEIRO.
           IF WS-TAM-VALOR > 11
              OR WS-VALOR-NOVO(1:WS-TAM-VALOR) NOT NUMERIC
              MOVE "INFORME SOMENTE DIGITOS, SEM PONTOS OU VIRGULA"
                 TO WS-MENSAGEM
              GO TO F-VALIDA-INTEIRO
           END-IF
           COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-VALOR-NOVO)
           IF WS-VALOR-NUM > WS-VAL-MAXIMO
              MOVE WS-VAL-MAXIMO TO WS-MAXIMO-EDITADO
              STRING "VALOR ACIMA DO MAXIMO ACEITO: " WS-MAXIMO-EDITADO
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              GO TO F-VALIDA-INTEIRO
           END-IF
           MOVE "S" TO WS-VALOR-OK.
       F-VALIDA-INTEIRO. EXIT.

      * DIGITOS COM NO MAXIMO UMA VIRGULA DECIMAL E DUAS CASAS.
       VALIDA-DECIMAL.
           MOVE ZEROS TO WS-QTD-VIRGULAS
           MOVE ZEROS TO WS-QTD-DECIMAIS
           MOVE ZEROS TO WS-QTD-INTEIROS
           MOVE ZEROS TO WS-QTD-INVALIDOS
           PERFORM VARYING WS-POS FROM 1 BY 1
              UNTIL WS-POS > WS-TAM-VALOR
              EVALUATE TRUE
                 WHEN WS-VALOR-NOVO(WS-POS:1) = ","
                    ADD 1 TO WS-QTD-VIRGULAS
                 WHEN WS-VALOR-NOVO(WS-POS:1) NUMERIC
                    IF WS-QTD-VIRGULAS > ZEROS
                       ADD 1 TO WS-QTD-DECIMAIS
                    ELSE
                       ADD 1 TO WS-QTD-INTEIROS
                    END-IF
                 WHEN OTHER
                    ADD 1 TO WS-QTD-INVALIDOS
              END-EVALUATE
           END-PERFORM
           IF WS-QTD-INVALIDOS > ZEROS
              OR WS-QTD-VIRGULAS > 1
              OR WS-QTD-DECIMAIS > 2
              OR WS-QTD-INTEIROS = ZEROS
              OR WS-QTD-INTEIROS > 11
              OR WS-VALOR-NOVO(WS-TAM-VALOR:1) = ","
              MOVE "INFORME UM VALOR COMO 1234,56 (VIRGULA DECIMAL)"
                 TO WS-MENSAGEM
              GO TO F-VALIDA-DECIMAL
           END-IF
           COMPUTE WS-VALOR-NUM = FUNCTION NUMVAL(WS-VALOR-NOVO)
           IF WS-VALOR-NUM > WS-VAL-MAXIMO
              MOVE WS-VAL-MAXIMO TO WS-MAXIMO-EDITADO
              STRING "VALOR ACIMA DO MAXIMO ACEITO: " WS-MAXIMO-EDITADO
                     DELIMITED BY SIZE INTO WS-MENSAGEM
              GO TO F-VALIDA-DECIMAL
           END-IF
           MOVE "S" TO WS-VALOR-OK.
       F-VALIDA-DECIMAL. EXIT.

       VALIDA-COMPETENCIA.
           IF WS-TAM-VALOR NOT = 6
              OR WS-VALOR-NOVO(1:6) NOT NUMERIC
              MOVE "INFORME A COMPETENCIA COMO AAAAMM (EX. 202609)"
                 TO WS-MENSAGEM
              GO TO F-VALIDA-COMPETENCIA
           END-IF
           MOVE WS-VALOR-NOVO(1:4) TO WS-ANO
           MOVE WS-VALOR-NOVO(5:2) TO WS-MES
           IF WS-ANO < 2000 OR WS-MES < 1 OR WS-MES > 12
              MOVE "COMPETENCIA INVALIDA - ANO OU MES FORA DA FAIXA"
                 TO WS-MENSAGEM
              GO TO F-VALIDA-COMPETENCIA
           END-IF
           MOVE "S" TO WS-VALOR-OK.
       F-VALIDA-COMPETENCIA. EXIT.

       VALIDA-DATA.
           IF WS-TAM-VALOR NOT = 10
              OR WS-VALOR-NOVO(3:1) NOT = "/"
              OR WS-VALOR-NOVO(6:1) NOT = "/"
              OR WS-VALOR-NOVO(1:2) NOT NUMERIC
              OR WS-VALOR-NOVO(4:2) NOT NUMERIC
              OR WS-VALOR-NOVO(7:4) NOT NUMERIC
              MOVE "INFORME A DATA COMO DD/MM/AAAA ..............."
                 TO WS-MENSAGEM
              GO TO F-VALIDA-DATA
           END-IF
           MOVE WS-VALOR-NOVO(1:2) TO WS-DIA
           MOVE WS-VALOR-NOVO(4:2) TO WS-MES
           MOVE WS-VALOR-NOVO(7:4) TO WS-ANO
           IF WS-ANO < 2000 OR WS-MES < 1 OR WS-MES > 12
              OR WS-DIA < 1 OR WS-DIA > 31
              OR (WS-DIA > 30
                  AND (WS-MES = 4 OR = 6 OR = 9 OR = 11))
              OR (WS-MES = 2 AND WS-DIA > 29)
              MOVE "DATA INVALIDA ..............................."
                 TO WS-MENSAGEM
              GO TO F-VALIDA-DATA
           END-IF
           MOVE "S" TO WS-VALOR-OK.
       F-VALIDA-DATA. EXIT.

      * NOME DE ARQUIVO: SEM CARACTERES QUE O SISTEMA DE ARQUIVOS
      * RECUSA. NA DIGITACAO CONFERE SE O ARQUIVO EXISTE; O DE
      * IMPORTACAO PODE AINDA NAO TER CHEGADO, ENTAO O OPERADOR
      * CONFIRMA.
       VALIDA-NOME-ARQUIVO.
           MOVE ZEROS TO WS-QTD-INVALIDOS
           INSPECT WS-VALOR-NOVO TALLYING WS-QTD-INVALIDOS
              FOR ALL ";" ALL "*" ALL "?" ALL QUOTE
                  ALL "<" ALL ">" ALL "|"
           IF WS-QTD-INVALIDOS > ZEROS
              MOVE "NOME DE ARQUIVO COM CARACTER INVALIDO"
                 TO WS-MENSAGEM
              GO TO F-VALIDA-NOME-ARQUIVO
           END-IF
           IF WS-CONFERE-EXISTENCIA = "S"
              MOVE WS-VALOR-NOVO TO WS-LOCAL-ARQ-VERIFICA
              OPEN INPUT ARQ-VERIFICA
              IF WS-RESULTADO-VER = 00
                 CLOSE ARQ-VERIFICA
              ELSE
                 DISPLAY "ARQUIVO NAO ENCONTRADO AGORA - MANTEM ASSIM ME
      -"SMO (S/N)?" AT 2301
                 MOVE SPACES TO WS-CONFIRMA
                 PERFORM UNTIL WS-CONFIRMA = "S" OR = "N"
                    ACCEPT WS-CONFIRMA AT 2363
                 END-PERFORM
                 IF WS-CONFIRMA = "N"
                    MOVE "NOME DE ARQUIVO NAO ACEITO ................."
                       TO WS-MENSAGEM
                    GO TO F-VALIDA-NOME-ARQUIVO
                 END-IF
              END-IF
           END-IF
           MOVE "S" TO WS-VALOR-OK.
       F-VALIDA-NOME-ARQUIVO. EXIT.

      * NUMERO DIGITADO COM UM OU DOIS ALGARISMOS (ZERO = INVALIDO).
       CONVERTE-OPCAO.
           MOVE ZEROS TO WS-OPCAO-NUM
           IF WS-OPCAO NUMERIC
              MOVE WS-OPCAO TO WS-OPCAO-NUM
           ELSE
              IF WS-OPCAO(1:1) NUMERIC AND WS-OPCAO(2:1) = SPACE
                 MOVE WS-OPCAO(1:1) TO WS-OPCAO-NUM
              END-IF
           END-IF.
       F-CONVERTE-OPCAO. EXIT.

      *-----------------------------------------------------------------
      * TRAVA, AUDITORIA E OPERADOR
      *-----------------------------------------------------------------
       OBTEM-TRAVA.
           MOVE "O" TO WS-ACAO-TRAVA
           CALL "TRAVA-ARQUIVO" USING WS-ACAO-TRAVA
                                      WS-ARQUIVO-TRAVA
                                      WS-PROGRAMA-TRAVA
                                      WS-OPERADOR-ATUAL
                                      DATA-DE-HOJE
                                      WS-RESULT-TRAVA
                                      WS-DETENTOR-TRAVA
           IF WS-RESULT-TRAVA NOT = "S"
              DISPLAY "ARQUIVO EM EDICAO EM OUTRA ESTACAO ..........."
                 AT 2001
              DISPLAY WS-DETENTOR-TRAVA AT 2101
              ACCEPT PAUSA AT 2478
           END-IF.
       F-OBTEM-TRAVA. EXIT.

       LIBERA-TRAVA.
           MOVE "L"    TO WS-ACAO-TRAVA
           MOVE SPACES TO WS-ARQUIVO-TRAVA
           CALL "TRAVA-ARQUIVO" USING WS-ACAO-TRAVA
                                      WS-ARQUIVO-TRAVA
                                      WS-PROGRAMA-TRAVA
                                      WS-OPERADOR-ATUAL
                                      DATA-DE-HOJE
                                      WS-RESULT-TRAVA
                                      WS-DETENTOR-TRAVA.
       F-LIBERA-TRAVA. EXIT.

      * PROXIMA SEQUENCIA DE WS-TIPO-AUD/WS-CODIGO-AUD NA TRILHA.
       GRAVA-AUDITORIA.
           MOVE ZEROS TO WS-PROXIMA-SEQ-AUD
           MOVE WS-TIPO-AUD   TO AUD-TIPO
           MOVE WS-CODIGO-AUD TO AUD-CODIGO
           MOVE ZEROS         TO AUD-SEQUENCIA
           START ARQ-AUDITORIA KEY NOT LESS AUD-CHAVE
           IF WS-RESULTADO-AUD = 00
              PERFORM UNTIL EXIT
                 READ ARQ-AUDITORIA NEXT AT END
                    EXIT PERFORM
                 END-READ
                 IF AUD-TIPO NOT = WS-TIPO-AUD
                    OR AUD-CODIGO NOT = WS-CODIGO-AUD
                    EXIT PERFORM
                 END-IF
                 MOVE AUD-SEQUENCIA TO WS-PROXIMA-SEQ-AUD
              END-PERFORM
           END-IF
           ADD 1 TO WS-PROXIMA-SEQ-AUD
           MOVE WS-TIPO-AUD        TO AUD-TIPO
           MOVE WS-CODIGO-AUD      TO AUD-CODIGO
           MOVE WS-PROXIMA-SEQ-AUD TO AUD-SEQUENCIA
           MOVE WS-OPERACAO-AUD    TO AUD-OPERACAO
           MOVE DATA-DE-HOJE       TO AUD-DATA
           ACCEPT AUD-HORA FROM TIME
           MOVE WS-OPERADOR-ATUAL  TO AUD-OPERADOR
           MOVE WS-IMAGEM-ANTES    TO AUD-IMAGEM-ANTES
           MOVE WS-IMAGEM-DEPOIS   TO AUD-IMAGEM-DEPOIS
           WRITE REGISTRO-AUDITORIA.
       F-GRAVA-AUDITORIA. EXIT.

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
