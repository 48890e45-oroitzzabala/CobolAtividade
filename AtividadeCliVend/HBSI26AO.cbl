      *----------------------------------------------------------------*
      *    ROTINA PARA DECIDIR SE O REGISTRO DE AUDITORIA PERTENCE AO  *
      *    CLIENTE OU VENDEDOR PESQUISADO. PARA REGISTROS DE           *
      *    ATRIBUICAO A CHAVE E O CLIENTE E A CHAVE 2 E O VENDEDOR.    *
      *    CLIENTE: TIPOS C (CLIENTE), A (ATRIBUICAO) E P (PEDIDO)     *
      *----------------------------------------------------------------*
       2010-SELECIONA-AUD              SECTION.
      *----------------------------------------------------------------*
           MOVE "N"                    TO WRK-SELECIONA
           EVALUATE WRK-TIPO-PESQ
               WHEN "C"
                   IF (FS-AUD-TIPO-REG EQUAL "C"
                      OR FS-AUD-TIPO-REG EQUAL "A"
                      OR FS-AUD-TIPO-REG EQUAL "P")
                      AND FS-AUD-COD-CHAVE EQUAL WRK-COD-PESQ
                       MOVE "S"         TO WRK-SELECIONA
                   END-IF
