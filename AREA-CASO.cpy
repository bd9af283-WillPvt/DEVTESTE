000010*-------------------------------------------------------------*
000020* AREA DE COMUNICACAO COM O SUBPROGRAMA GRAVA-CASO            *
000030* CASO-ACAO: A = ABRIR CASO (DEVOLVE A SEQUENCIA E O PRAZO),  *
000040*            H = REGISTRAR EVENTO NUM CASO EXISTENTE.         *
000050* CASO-EVENTO (ACAO H): N = ANDAMENTO, E = ENCERRAMENTO.      *
000060* NO ANDAMENTO, SITUACAO E RESPONSAVEL EM BRANCO SAO MANTIDOS.*
000070* CASO-RESULTADO: S = GRAVADO, N = CASO INEXISTENTE OU JA     *
000080* ENCERRADO, R = RESPONSAVEL NAO CADASTRADO, E = ERRO NO      *
000090* ARQUIVO.                                                    *
000100*-------------------------------------------------------------*
000110 01  AREA-CASO.
000120     02 CASO-ACAO             PIC X(01).
000130     02 CASO-DATA             PIC X(10).
000140     02 CASO-OPERADOR         PIC X(08).
000150     02 CASO-CLI-CODIGO       PIC 9(07).
000160     02 CASO-SEQUENCIA        PIC 9(03).
000170     02 CASO-ITR-SEQUENCIA    PIC 9(05).
000180     02 CASO-CATEGORIA        PIC X(01).
000190     02 CASO-GRAVIDADE        PIC 9(01).
000200     02 CASO-RESP-TIPO        PIC X(01).
000210     02 CASO-RESP-CODIGO      PIC X(08).
000220     02 CASO-EVENTO           PIC X(01).
000230     02 CASO-SITUACAO         PIC X(01).
000240     02 CASO-TEXTO            PIC X(60).
000250     02 CASO-PRAZO            PIC X(10).
000260     02 CASO-RESULTADO        PIC X(01).
