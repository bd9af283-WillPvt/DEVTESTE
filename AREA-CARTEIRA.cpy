000010*-------------------------------------------------------------*
000020* AREA DE COMUNICACAO COM O SUBPROGRAMA VERIFICA-CARTEIRA     *
000030* CART-ACAO: I = INICIAR (LE A SESSAO E MONTA A CARTEIRA DO   *
000040*            OPERADOR; CHAMAR UMA VEZ NO INICIO DO PROGRAMA), *
000050*            V = VERIFICAR O CLIENTE SEM REGISTRAR,           *
000060*            C = VERIFICAR E REGISTRAR A RECUSA NO            *
000070*            ACESSONEG.LOG (CONSULTA DE UM CLIENTE PEDIDO).   *
000080* CART-VEN-TITULAR: TITULAR JA CONHECIDO (DIST.CSV); ZERO =   *
000090* A ROTINA BUSCA O TITULAR NO DISTMEST.DAT.                   *
000100* CART-RESTRITO (DEVOLVIDO SEMPRE): S = OPERADOR DE NIVEL 1   *
000110* VINCULADO A UMA CARTEIRA, N = VE TODOS OS CLIENTES.         *
000120* CART-RESULTADO (ACOES V E C): S = CLIENTE LIBERADO, N =     *
000130* CLIENTE FORA DA CARTEIRA DO OPERADOR.                       *
000140*-------------------------------------------------------------*
000150 01  AREA-CARTEIRA.
000160     02 CART-ACAO             PIC X(01).
000170     02 CART-DATA             PIC X(10).
000180     02 CART-PROGRAMA         PIC X(08).
000190     02 CART-CLI-CODIGO       PIC 9(07).
000200     02 CART-VEN-TITULAR      PIC 9(03).
000210     02 CART-OPERADOR         PIC X(08).
000220     02 CART-RESTRITO         PIC X(01).
000230     02 CART-RESULTADO        PIC X(01).
