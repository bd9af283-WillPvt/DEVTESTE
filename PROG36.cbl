             02 MRT-VALOR             PIC 9(09)V9(02).
             02 MRT-SITUACAO          PIC X(01).
             02 MRT-DATA-PGTO         PIC X(10).
      * VENDEDOR DE REGISTRO DO PEDIDO; EM BRANCO NAS GERACOES
      * ARQUIVADAS ANTES DESTE CAMPO.
             02 MRT-VEN-CODIGO        PIC 9(03).
      * EMPRESA DO PEDIDO; EM BRANCO NAS GERACOES ARQUIVADAS ANTES
      * DESTE CAMPO (VALEM COMO EMPRESA 01).
             02 MRT-EMPRESA           PIC 9(02).

       WORKING-STORAGE SECTION.
       77 LINHA-TRACO           PIC X(80) VALUE ALL '-'.
