      *                  AUTORIZACAO POR FUNCAO. A SENHA TEM VALIDADE  *
      *                  COM TROCA OBRIGATORIA, HISTORICO DAS ULTIMAS  *
      *                  SENHAS E BLOQUEIO NO TERCEIRO ERRO            *
      *                  CONSECUTIVO. DA ACESSO TAMBEM AO CADASTRO DE  *
      *                  FORNECEDORES, AOS PEDIDOS DE COMPRA, AO       *
      *                  CADASTRO DE REGIOES E SUPERVISORES E A        *
      *                  SITUACAO/REABERTURA DO FECHAMENTO MENSAL      *
      *================================================================*
      *
      *================================================================*
           05 VALUE "08 - METAS DE VENDA"                LINE 11 COL  2.
           05 VALUE "09 - VISITAS"                       LINE 12 COL  2.
           05 VALUE "10 - CALENDARIO"                    LINE 13 COL  2.
           05 VALUE "11 - REGRAS FISCAIS"                LINE 14 COL  2.
           05 VALUE "12 - FORNECEDORES"                  LINE 15 COL  2.
           05 VALUE "13 - PEDIDOS DE COMPRA"             LINE 16 COL  2.
           05 VALUE "14 - REGIOES E SUPERVISORES"        LINE 17 COL  2.
           05 VALUE "15 - FECHAMENTO DE PERIODO"         LINE 18 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 19 COL  2.
           05 OPCAO                                      LINE 19 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
      *================================================================*
                      PERFORM 2020-SEM-AUTORIZACAO
                  END-IF
                  PERFORM 2010-MENU-PRINCIPAL
              WHEN "11"
                  IF WRK-OPE-AUT-ADMI EQUAL "S"
                      CALL "HBSI20HO" USING WRK-AREA-OPERADOR
                  ELSE
                      PERFORM 2020-SEM-AUTORIZACAO
                  END-IF
                  PERFORM 2010-MENU-PRINCIPAL
              WHEN "12"
                  IF WRK-OPE-AUT-CONS EQUAL "S"
                     OR WRK-OPE-AUT-ATUA EQUAL "S"
                      CALL "HBSI20JO" USING WRK-AREA-OPERADOR
                  ELSE
                      PERFORM 2020-SEM-AUTORIZACAO
                  END-IF
                  PERFORM 2010-MENU-PRINCIPAL
              WHEN "13"
                  IF WRK-OPE-AUT-CONS EQUAL "S"
                     OR WRK-OPE-AUT-ATUA EQUAL "S"
                     OR WRK-OPE-AUT-ADMI EQUAL "S"
                      CALL "HBSI20LO" USING WRK-AREA-OPERADOR
                  ELSE
                      PERFORM 2020-SEM-AUTORIZACAO
                  END-IF
                  PERFORM 2010-MENU-PRINCIPAL
              WHEN "14"
                  IF WRK-OPE-AUT-CONS EQUAL "S"
                     OR WRK-OPE-AUT-ATUA EQUAL "S"
                      CALL "HBSI20MO" USING WRK-AREA-OPERADOR
                  ELSE
                      PERFORM 2020-SEM-AUTORIZACAO
                  END-IF
                  PERFORM 2010-MENU-PRINCIPAL
              WHEN "15"
                  IF WRK-OPE-AUT-CONS EQUAL "S"
                     OR WRK-OPE-AUT-ADMI EQUAL "S"
                      CALL "HBSI20PO" USING WRK-AREA-OPERADOR
                  ELSE
                      PERFORM 2020-SEM-AUTORIZACAO
                  END-IF
                  PERFORM 2010-MENU-PRINCIPAL
              WHEN OTHER
                  PERFORM 2010-MENU-PRINCIPAL
           END-EVALUATE.
