000010*-------------------------------------------------------------*
000020* AREA DE COMUNICACAO COM O SUBPROGRAMA ARQUIVA-RELATORIO     *
000030* CHAMADO LOGO DEPOIS DO CLOSE DO RELATORIO PELO PROGRAMA QUE *
000040* O EMITIU. RLA-PAGINAS = ZERO: A ROTINA ESTIMA PELAS LINHAS. *
000050* RLA-PARAMETROS: RESUMO DO QUE FOI INFORMADO NA EMISSAO.     *
000060* RLA-RESULTADO: S = ARQUIVADO (COPIA DEVOLVIDA EM            *
000070* RLA-ARQUIVO-COPIA), N = RELATORIO NAO ENCONTRADO, E = ERRO  *
000080* NA COPIA OU NO CATALOGO.                                    *
000090*-------------------------------------------------------------*
000100 01  AREA-RELARQ.
000110     02 RLA-PROGRAMA          PIC X(10).
000120     02 RLA-ARQUIVO           PIC X(20).
000130     02 RLA-DATA              PIC X(10).
000140     02 RLA-PARAMETROS        PIC X(60).
000150     02 RLA-PAGINAS           PIC 9(04).
000160     02 RLA-ARQUIVO-COPIA     PIC X(40).
000170     02 RLA-RESULTADO         PIC X(01).
