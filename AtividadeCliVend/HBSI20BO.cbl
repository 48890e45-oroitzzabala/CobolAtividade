           05 VALUE "06 - REATIVAR"                      LINE  9 COL  2.
           05 VALUE "07 - CONSULTAR"                     LINE 10 COL  2.
           05 VALUE "08 - TAXA DE COMISSAO"              LINE 11 COL  2.
           05 VALUE "09 - SUPERVISOR DO VENDEDOR"        LINE 12 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 14 COL  2.
           05 OPCAO                                      LINE 14 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-ADD-VENDEDOR.
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-VENDEDOR
                  END-IF
              WHEN "09"
                  CALL "HBSI20OO" USING LKS-AREA-OPERADOR
                  PERFORM 2010-MENU-VENDEDOR
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
