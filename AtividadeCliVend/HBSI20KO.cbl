      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI20KO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI20KO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: PRODUTOS FORNECIDOS POR FORNECEDOR (ARQFPR01, *
      *                  CHAVE FORNECEDOR + PRODUTO) COM CUSTO DE      *
      *                  COMPRA, LOTE MINIMO DE COMPRA E INDICADOR DE  *
      *                  FORNECEDOR PREFERENCIAL DO PRODUTO (UM SO POR *
      *                  PRODUTO: MARCAR UM DESMARCA OS DEMAIS). A     *
      *                  SUGESTAO DE COMPRA (HBSI46AO) USA O           *
      *                  FORNECEDOR PREFERENCIAL. CHAMADO PELO         *
      *                  CADASTRO DE FORNECEDORES (HBSI20JO)           *
      *================================================================*
      *
      *================================================================*
       ENVIRONMENT                     DIVISION.
      *================================================================*
      *                                                                *
      *----------------------------------------------------------------*
       CONFIGURATION                   SECTION.
      *----------------------------------------------------------------*
      *
       SPECIAL-NAMES.
           DECIMAL-POINT               IS COMMA.
      *
      *----------------------------------------------------------------*
       INPUT-OUTPUT                    SECTION.
      *----------------------------------------------------------------*
      *
       FILE-CONTROL.
      *
              SELECT ARQFPR01 ASSIGN   TO UT-S-ARQFPR01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-FPR
                       ALTERNATE KEY   IS FS-COD-PROD-FPR
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQFPR01.
      *
              SELECT ARQFOR01 ASSIGN   TO UT-S-ARQFOR01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-FOR
                       ALTERNATE KEY   IS FS-CNPJ-FOR
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQFOR01.
      *
              SELECT ARQPRD01 ASSIGN   TO UT-S-ARQPRD01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRD01.
      *
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
      *    I-O    : PRODUTOS POR FORNECEDOR                            *
      *               ORG. DINAMICA - LRECL = 0040                     *
      *               CHAVE: FORNECEDOR + PRODUTO                      *
      *               ALTERNATIVA: PRODUTO (COM DUPLICIDADE)           *
      *               PREFERENCIAL: S=FORNECEDOR PREFERENCIAL          *
      *----------------------------------------------------------------*
      *
       FD ARQFPR01
          RECORD CONTAINS 40 CHARACTERS.
       01 FD-FOR-PRODUTO.
          05 FS-CHAVE-FPR.
             10 FS-COD-FOR-FPR     PIC 9(007).
             10 FS-COD-PROD-FPR    PIC 9(007).
          05 FS-CUSTO-FPR          PIC 9(007)V9(002).
          05 FS-LOTE-MIN-FPR       PIC 9(007).
          05 FS-PREF-FPR           PIC X(001).
          05 FS-DATA-CAD-FPR       PIC 9(008).
          05 FILLER                PIC X(001).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO MESTRE DE FORNECEDORES                     *
      *               ORG. DINAMICA - LRECL = 0120                     *
      *----------------------------------------------------------------*
      *
       FD ARQFOR01
          RECORD CONTAINS 120 CHARACTERS.
       01 FD-FORNECEDOR.
          05 FS-COD-FOR                PIC 9(007).
          05 FS-CNPJ-FOR               PIC 9(014).
          05 FS-RAZ-SOCI-FOR           PIC X(040).
          05 FS-FONE-FOR               PIC 9(011).
          05 FS-CONT-FOR               PIC X(030).
          05 FS-PRAZO-FOR              PIC 9(003).
          05 FS-STATUS-FOR             PIC X(001).
          05 FS-DATA-CAD-FOR           PIC 9(008).
          05 FILLER                    PIC X(006).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO MESTRE DE PRODUTOS                         *
      *               ORG. DINAMICA - LRECL = 0064                     *
      *----------------------------------------------------------------*
      *
       FD ARQPRD01
          RECORD CONTAINS 64 CHARACTERS.
       01 FD-PRODUTO.
          05 FS-COD-PROD              PIC 9(007).
          05 FS-DESC-PROD             PIC X(040).
          05 FS-UNID-PROD             PIC X(003).
          05 FS-PRECO-PROD            PIC 9(007)V9(002).
          05 FS-STATUS-PROD           PIC X(001).
          05 FS-CLAS-FISC-PROD        PIC X(004).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20KO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-OPCAO                PIC X(002)      VALUE SPACES.
           05 WRK-SIM-NAO              PIC X(001)      VALUE SPACES.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-COD-FOR              PIC 9(007)      VALUE ZEROS.
           05 WRK-RAZ-SOCI-FOR         PIC X(040)      VALUE SPACES.
           05 WRK-COD-PROD             PIC 9(007)      VALUE ZEROS.
           05 WRK-DESC-PROD            PIC X(040)      VALUE SPACES.
           05 WRK-CUSTO                PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-LOTE-MIN             PIC 9(007)      VALUE ZEROS.
           05 WRK-PREF                 PIC X(001)      VALUE SPACES.
           05 WRK-VINCULO-OK           PIC X(001)      VALUE "N".
           05 WRK-IDX-LIN              PIC 9(002)      VALUE ZEROS.
           05 WRK-FIM-PREF             PIC X(001)      VALUE "N".
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQFPR01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQFOR01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
      *
       01  WRK-LIN-VINCULO.
           05 WRK-LIV-COD-PROD         PIC 9(007).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-LIV-DESC-PROD        PIC X(025).
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-LIV-CUSTO            PIC ZZZZZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-LIV-LOTE-MIN         PIC ZZZZZZ9.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-LIV-PREF             PIC X(001).
      *
       01  WRK-PAG-VINCULOS.
           05 WRK-LIN-V01              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-V02              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-V03              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-V04              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-V05              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-V06              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-V07              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-V08              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-V09              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-V10              PIC X(060)      VALUE SPACES.
       01  WRK-PAG-VINCULOS-R          REDEFINES WRK-PAG-VINCULOS.
           05 WRK-LIN-VIN              PIC X(060)
                                       OCCURS 10 TIMES.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20KO - FIM DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01  LKS-AREA-OPERADOR.
           05 LKS-OPE-CODIGO           PIC X(008).
           05 LKS-OPE-AUT-CONS         PIC X(001).
           05 LKS-OPE-AUT-ATUA         PIC X(001).
           05 LKS-OPE-AUT-IMPO         PIC X(001).
           05 LKS-OPE-AUT-ATRI         PIC X(001).
           05 LKS-OPE-AUT-ADMI         PIC X(001).
      *
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      *
       01  TELA-VINCULO.
           05 VALUE "PRODUTOS DO FORNECEDOR"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - INCLUIR PRODUTO"               LINE  4 COL  2.
           05 VALUE "02 - ALTERAR PRODUTO"               LINE  5 COL  2.
           05 VALUE "03 - EXCLUIR PRODUTO"               LINE  6 COL  2.
           05 VALUE "04 - CONSULTAR PRODUTOS"            LINE  7 COL  2.
           05 VALUE "05 - RETORNAR AO MENU ANTERIOR"     LINE  8 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 10 COL  2.
           05 OPCAO                                      LINE 10 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-BUSCA-VINCULO.
           05 VALUE "PRODUTOS DO FORNECEDOR"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "FORNECEDOR...:"                     LINE  4 COL  2.
           05 COD-FOR-FPR                                LINE  4 COL 17
                                       PIC 9(007) TO WRK-COD-FOR.
           05 VALUE "PRODUTO......:"                     LINE  5 COL  2.
           05 COD-PROD-FPR                               LINE  5 COL 17
                                       PIC 9(007) TO WRK-COD-PROD.
      *
       01  TELA-DADOS-VINCULO.
           05 VALUE "PRODUTOS DO FORNECEDOR"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "FORNECEDOR...:"                     LINE  4 COL  2.
           05 COD-FOR-FPR                                LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-FOR.
           05 RAZAO-FPR                                  LINE  4 COL 26
                                       PIC X(040) FROM WRK-RAZ-SOCI-FOR.
           05 VALUE "PRODUTO......:"                     LINE  5 COL  2.
           05 COD-PROD-FPR                               LINE  5 COL 17
                                       PIC 9(007) FROM WRK-COD-PROD.
           05 DESC-FPR                                   LINE  5 COL 26
                                       PIC X(040) FROM WRK-DESC-PROD.
           05 VALUE "CUSTO COMPRA.:"                     LINE  7 COL  2.
           05 CUSTO-FPR                                  LINE  7 COL 17
                                       PIC 9(007)V9(002)
                                                      FROM WRK-CUSTO
                                                        TO WRK-CUSTO.
           05 VALUE "LOTE MINIMO..:"                     LINE  8 COL  2.
           05 LOTE-FPR                                   LINE  8 COL 17
                                       PIC 9(007) FROM WRK-LOTE-MIN
                                                    TO WRK-LOTE-MIN.
           05 VALUE "PREFERENCIAL.:"                     LINE  9 COL  2.
           05 PREF-FPR                                   LINE  9 COL 17
                                       PIC X(001) FROM WRK-PREF
                                                    TO WRK-PREF.
           05 VALUE "(S/N)"                              LINE  9 COL 19.
           05 VALUE "GRAVAR? (S/N):"                     LINE 11 COL  2.
           05 CONFIRMA                                   LINE 11 COL 17
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-EXC-VINCULO.
           05 VALUE "PRODUTOS DO FORNECEDOR - EXCLUSAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "FORNECEDOR...:"                     LINE  4 COL  2.
           05 COD-FOR-FPR                                LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-FOR.
           05 RAZAO-FPR                                  LINE  4 COL 26
                                       PIC X(040) FROM WRK-RAZ-SOCI-FOR.
           05 VALUE "PRODUTO......:"                     LINE  5 COL  2.
           05 COD-PROD-FPR                               LINE  5 COL 17
                                       PIC 9(007) FROM WRK-COD-PROD.
           05 DESC-FPR                                   LINE  5 COL 26
                                       PIC X(040) FROM WRK-DESC-PROD.
           05 VALUE "EXCLUIR PRODUTO DO FORNECEDOR? (S/N):"
                                                         LINE  7 COL  2.
           05 CONFIRMA                                   LINE  7 COL 40
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-BUSCA-LISTA.
           05 VALUE "CONSULTA DE PRODUTOS DO FORNECEDOR"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "FORNECEDOR...:"                     LINE  4 COL  2.
           05 COD-FOR-FPR                                LINE  4 COL 17
                                       PIC 9(007) TO WRK-COD-FOR.
           05 VALUE "A PARTIR DO PRODUTO:"               LINE  5 COL  2.
           05 COD-PROD-FPR                               LINE  5 COL 23
                                       PIC 9(007) TO WRK-COD-PROD.
           05 VALUE "(ZEROS = DESDE O INICIO)"           LINE  5 COL 31.
      *
       01  TELA-CONS-VINCULO.
           05 VALUE "CONSULTA DE PRODUTOS DO FORNECEDOR"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "FORNECEDOR...:"                     LINE  3 COL  2.
           05 COD-FOR-FPR                                LINE  3 COL 17
                                       PIC 9(007) FROM WRK-COD-FOR.
           05 RAZAO-FPR                                  LINE  3 COL 26
                                       PIC X(040) FROM WRK-RAZ-SOCI-FOR.
           05 VALUE
              "PRODUTO  DESCRICAO                      CUSTO    LOTE MIN
      -       "  PREF"                                   LINE  5 COL  2.
           05 LIN-V01                                    LINE  6 COL  2
                                       PIC X(060) FROM WRK-LIN-V01.
           05 LIN-V02                                    LINE  7 COL  2
                                       PIC X(060) FROM WRK-LIN-V02.
           05 LIN-V03                                    LINE  8 COL  2
                                       PIC X(060) FROM WRK-LIN-V03.
           05 LIN-V04                                    LINE  9 COL  2
                                       PIC X(060) FROM WRK-LIN-V04.
           05 LIN-V05                                    LINE 10 COL  2
                                       PIC X(060) FROM WRK-LIN-V05.
           05 LIN-V06                                    LINE 11 COL  2
                                       PIC X(060) FROM WRK-LIN-V06.
           05 LIN-V07                                    LINE 12 COL  2
                                       PIC X(060) FROM WRK-LIN-V07.
           05 LIN-V08                                    LINE 13 COL  2
                                       PIC X(060) FROM WRK-LIN-V08.
           05 LIN-V09                                    LINE 14 COL  2
                                       PIC X(060) FROM WRK-LIN-V09.
           05 LIN-V10                                    LINE 15 COL  2
                                       PIC X(060) FROM WRK-LIN-V10.
           05 VALUE "PARA VER MAIS, INFORME UM PRODUTO INICIAL MAIOR"
                                                         LINE 17 COL  2.
           05 VALUE "CONTINUAR? (S/N):"                  LINE 19 COL  2.
           05 CONFIRMA                                   LINE 19 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-FPR-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
           05 WRK-MSG-FPR                                LINE  6 COL  2
                                       PIC X(050).
           05 VALUE "CONTINUAR? (S/N):"                  LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-SEM-AUTORIZACAO.
           05 VALUE "OPERADOR SEM AUTORIZACAO PARA ESTA FUNCAO"
                                       BLANK SCREEN      LINE  6 COL  2.
           05 VALUE "CONTINUAR? (S/N):"                  LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
      *================================================================*
       PROCEDURE DIVISION USING LKS-AREA-OPERADOR.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2000-PROCESSAR
           PERFORM 3000-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL DO PROGRAMA                         *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2010-MENU-VINCULO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O MENU DE PRODUTOS DO FORNECEDOR. A     *
      *    CONSULTA E LIVRE; AS DEMAIS OPCOES EXIGEM AUTORIZACAO DE    *
      *    ATUALIZACAO                                                 *
      *----------------------------------------------------------------*
       2010-MENU-VINCULO               SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-VINCULO
           ACCEPT TELA-VINCULO.
           EVALUATE WRK-OPCAO
              WHEN "01"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2100-MENU-INCLUI-FPR
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-VINCULO
                  END-IF
              WHEN "02"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2200-MENU-ALTERA-FPR
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-VINCULO
                  END-IF
              WHEN "03"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2300-MENU-EXCLUI-FPR
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-VINCULO
                  END-IF
              WHEN "04"
                  PERFORM 2500-MENU-CONSULTA-FPR
              WHEN "05"
                  PERFORM 3000-FINALIZAR
              WHEN OTHER
                  PERFORM 2010-MENU-VINCULO
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA AVISAR QUE O OPERADOR NAO TEM AUTORIZACAO       *
      *----------------------------------------------------------------*
       2015-SEM-AUTORIZACAO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-SEM-AUTORIZACAO
           ACCEPT TELA-SEM-AUTORIZACAO.
      *
      *----------------------------------------------------------------*
       2015-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PEDIR FORNECEDOR + PRODUTO E CONFERIR OS DOIS   *
      *    NOS MESTRES. O FORNECEDOR E O PRODUTO PRECISAM ESTAR ATIVOS *
      *----------------------------------------------------------------*
       2020-BUSCA-VINCULO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-VINCULO-OK
           MOVE ZEROS                  TO WRK-COD-FOR
                                          WRK-COD-PROD
           DISPLAY TELA-BUSCA-VINCULO
           ACCEPT TELA-BUSCA-VINCULO
           MOVE WRK-COD-FOR            TO FS-COD-FOR
           READ ARQFOR01               KEY IS FS-COD-FOR
           MOVE WRK-COD-PROD           TO FS-COD-PROD
           READ ARQPRD01               KEY IS FS-COD-PROD
           EVALUATE TRUE
               WHEN WRK-FS-ARQFOR01 NOT EQUAL "00"
                OR FS-STATUS-FOR NOT EQUAL "A"
                   MOVE "FORNECEDOR NAO ENCONTRADO OU INATIVO"
                                       TO WRK-MSG-FPR
               WHEN WRK-FS-ARQPRD01 NOT EQUAL "00"
                OR FS-STATUS-PROD NOT EQUAL "A"
                   MOVE "PRODUTO NAO ENCONTRADO OU INATIVO"
                                       TO WRK-MSG-FPR
               WHEN OTHER
                   MOVE "S"            TO WRK-VINCULO-OK
                   MOVE FS-RAZ-SOCI-FOR TO WRK-RAZ-SOCI-FOR
                   MOVE FS-DESC-PROD   TO WRK-DESC-PROD
           END-EVALUATE
           IF WRK-VINCULO-OK EQUAL "N"
               DISPLAY TELA-FPR-MSG
               ACCEPT TELA-FPR-MSG
           END-IF.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS DADOS DIGITADOS DO VINCULO           *
      *----------------------------------------------------------------*
       2030-VALIDA-VINCULO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-VINCULO-OK
           MOVE FUNCTION UPPER-CASE(WRK-PREF) TO WRK-PREF
           EVALUATE TRUE
               WHEN WRK-CUSTO EQUAL ZEROS
                   MOVE "CUSTO DE COMPRA NAO INFORMADO" TO WRK-MSG-FPR
               WHEN WRK-PREF NOT EQUAL "S"
                AND WRK-PREF NOT EQUAL "N"
                   MOVE "PREFERENCIAL DEVE SER S OU N" TO WRK-MSG-FPR
               WHEN OTHER
                   MOVE "S"            TO WRK-VINCULO-OK
           END-EVALUATE
           IF WRK-VINCULO-OK EQUAL "N"
               DISPLAY TELA-FPR-MSG
               ACCEPT TELA-FPR-MSG
           END-IF.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOVER OS CAMPOS DA TELA PARA O REGISTRO         *
      *----------------------------------------------------------------*
       2040-MOVE-CAMPOS                SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           MOVE WRK-COD-FOR            TO FS-COD-FOR-FPR
           MOVE WRK-COD-PROD           TO FS-COD-PROD-FPR
           MOVE WRK-CUSTO              TO FS-CUSTO-FPR
           MOVE WRK-LOTE-MIN           TO FS-LOTE-MIN-FPR
           MOVE WRK-PREF               TO FS-PREF-FPR
           MOVE WRK-DATA-DIA           TO FS-DATA-CAD-FPR.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA DESMARCAR O PREFERENCIAL DOS OUTROS             *
      *    FORNECEDORES DO PRODUTO, PERCORRENDO A CHAVE ALTERNATIVA    *
      *    POR PRODUTO. O REGISTRO CORRENTE E REGRAVADO DEPOIS         *
      *----------------------------------------------------------------*
       2050-DESMARCA-PREFERENCIAL      SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-FIM-PREF
           MOVE WRK-COD-PROD           TO FS-COD-PROD-FPR
           START ARQFPR01 KEY IS NOT LESS FS-COD-PROD-FPR
           IF WRK-FS-ARQFPR01 NOT EQUAL "00"
               MOVE "S"                TO WRK-FIM-PREF
           END-IF
           PERFORM UNTIL WRK-FIM-PREF EQUAL "S"
               READ ARQFPR01 NEXT RECORD
               IF WRK-FS-ARQFPR01 NOT EQUAL "00"
                  OR FS-COD-PROD-FPR NOT EQUAL WRK-COD-PROD
                   MOVE "S"            TO WRK-FIM-PREF
               ELSE
                   IF FS-COD-FOR-FPR NOT EQUAL WRK-COD-FOR
                      AND FS-PREF-FPR EQUAL "S"
                       MOVE "N"        TO FS-PREF-FPR
                       REWRITE FD-FOR-PRODUTO
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE INCLUSAO DE PRODUTO NO FORNECEDOR     *
      *----------------------------------------------------------------*
       2100-MENU-INCLUI-FPR            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQFPR01
           IF WRK-FS-ARQFPR01 EQUAL "35"
               OPEN OUTPUT ARQFPR01
               CLOSE ARQFPR01
               OPEN I-O ARQFPR01
           END-IF
           OPEN INPUT ARQFOR01
           OPEN INPUT ARQPRD01
           PERFORM 2020-BUSCA-VINCULO
           IF WRK-VINCULO-OK EQUAL "S"
               MOVE WRK-COD-FOR        TO FS-COD-FOR-FPR
               MOVE WRK-COD-PROD       TO FS-COD-PROD-FPR
               READ ARQFPR01           KEY IS FS-CHAVE-FPR
               IF WRK-FS-ARQFPR01 EQUAL "00"
                   MOVE "PRODUTO JA CADASTRADO PARA O FORNECEDOR"
                                       TO WRK-MSG-FPR
                   DISPLAY TELA-FPR-MSG
                   ACCEPT TELA-FPR-MSG
               ELSE
                   MOVE ZEROS          TO WRK-CUSTO
                                          WRK-LOTE-MIN
                   MOVE "N"            TO WRK-PREF
                   DISPLAY TELA-DADOS-VINCULO
                   ACCEPT TELA-DADOS-VINCULO
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       PERFORM 2030-VALIDA-VINCULO
                       IF WRK-VINCULO-OK EQUAL "S"
                           IF WRK-PREF EQUAL "S"
                               PERFORM 2050-DESMARCA-PREFERENCIAL
                           END-IF
                           PERFORM 2040-MOVE-CAMPOS
                           WRITE FD-FOR-PRODUTO
                           IF WRK-FS-ARQFPR01 NOT EQUAL "00"
                               MOVE "ERRO AO GRAVAR O PRODUTO"
                                       TO WRK-MSG-FPR
                               DISPLAY TELA-FPR-MSG
                               ACCEPT TELA-FPR-MSG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE ARQFPR01
           CLOSE ARQFOR01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-VINCULO.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE ALTERACAO DO PRODUTO NO FORNECEDOR    *
      *----------------------------------------------------------------*
       2200-MENU-ALTERA-FPR            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQFPR01
           OPEN INPUT ARQFOR01
           OPEN INPUT ARQPRD01
           PERFORM 2020-BUSCA-VINCULO
           IF WRK-VINCULO-OK EQUAL "S"
               MOVE WRK-COD-FOR        TO FS-COD-FOR-FPR
               MOVE WRK-COD-PROD       TO FS-COD-PROD-FPR
               READ ARQFPR01           KEY IS FS-CHAVE-FPR
               IF WRK-FS-ARQFPR01 NOT EQUAL "00"
                   MOVE "PRODUTO NAO CADASTRADO PARA O FORNECEDOR"
                                       TO WRK-MSG-FPR
                   DISPLAY TELA-FPR-MSG
                   ACCEPT TELA-FPR-MSG
               ELSE
                   MOVE FS-CUSTO-FPR   TO WRK-CUSTO
                   MOVE FS-LOTE-MIN-FPR TO WRK-LOTE-MIN
                   MOVE FS-PREF-FPR    TO WRK-PREF
                   DISPLAY TELA-DADOS-VINCULO
                   ACCEPT TELA-DADOS-VINCULO
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       PERFORM 2030-VALIDA-VINCULO
                       IF WRK-VINCULO-OK EQUAL "S"
                           IF WRK-PREF EQUAL "S"
                               PERFORM 2050-DESMARCA-PREFERENCIAL
                           END-IF
                           MOVE WRK-COD-FOR  TO FS-COD-FOR-FPR
                           MOVE WRK-COD-PROD TO FS-COD-PROD-FPR
                           READ ARQFPR01     KEY IS FS-CHAVE-FPR
                           PERFORM 2040-MOVE-CAMPOS
                           REWRITE FD-FOR-PRODUTO
                           IF WRK-FS-ARQFPR01 NOT EQUAL "00"
                               MOVE "ERRO AO GRAVAR ALTERACAO"
                                       TO WRK-MSG-FPR
                               DISPLAY TELA-FPR-MSG
                               ACCEPT TELA-FPR-MSG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE ARQFPR01
           CLOSE ARQFOR01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-VINCULO.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE EXCLUSAO DO PRODUTO NO FORNECEDOR.    *
      *    OS PEDIDOS DE COMPRA JA EMITIDOS NAO SAO AFETADOS           *
      *----------------------------------------------------------------*
       2300-MENU-EXCLUI-FPR            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQFPR01
           OPEN INPUT ARQFOR01
           OPEN INPUT ARQPRD01
           MOVE ZEROS                  TO WRK-COD-FOR
                                          WRK-COD-PROD
           DISPLAY TELA-BUSCA-VINCULO
           ACCEPT TELA-BUSCA-VINCULO
           MOVE WRK-COD-FOR            TO FS-COD-FOR-FPR
           MOVE WRK-COD-PROD           TO FS-COD-PROD-FPR
           READ ARQFPR01               KEY IS FS-CHAVE-FPR
           IF WRK-FS-ARQFPR01 NOT EQUAL "00"
               MOVE "PRODUTO NAO CADASTRADO PARA O FORNECEDOR"
                                       TO WRK-MSG-FPR
               DISPLAY TELA-FPR-MSG
               ACCEPT TELA-FPR-MSG
           ELSE
               MOVE WRK-COD-FOR        TO FS-COD-FOR
               READ ARQFOR01           KEY IS FS-COD-FOR
               IF WRK-FS-ARQFOR01 EQUAL "00"
                   MOVE FS-RAZ-SOCI-FOR TO WRK-RAZ-SOCI-FOR
               ELSE
                   MOVE SPACES         TO WRK-RAZ-SOCI-FOR
               END-IF
               MOVE WRK-COD-PROD       TO FS-COD-PROD
               READ ARQPRD01           KEY IS FS-COD-PROD
               IF WRK-FS-ARQPRD01 EQUAL "00"
                   MOVE FS-DESC-PROD   TO WRK-DESC-PROD
               ELSE
                   MOVE SPACES         TO WRK-DESC-PROD
               END-IF
               DISPLAY TELA-EXC-VINCULO
               ACCEPT TELA-EXC-VINCULO
               IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                   DELETE ARQFPR01 RECORD
               END-IF
           END-IF
           CLOSE ARQFPR01
           CLOSE ARQFOR01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-VINCULO.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DOS PRODUTOS DE UM FORNECEDOR, ATE 10    *
      *    PRODUTOS A PARTIR DO PRODUTO INFORMADO - SOMENTE LEITURA    *
      *----------------------------------------------------------------*
       2500-MENU-CONSULTA-FPR          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQFPR01
           OPEN INPUT ARQFOR01
           OPEN INPUT ARQPRD01
           MOVE ZEROS                  TO WRK-COD-FOR
                                          WRK-COD-PROD
           DISPLAY TELA-BUSCA-LISTA
           ACCEPT TELA-BUSCA-LISTA
           MOVE WRK-COD-FOR            TO FS-COD-FOR
           READ ARQFOR01               KEY IS FS-COD-FOR
           IF WRK-FS-ARQFOR01 NOT EQUAL "00"
               MOVE "FORNECEDOR NAO ENCONTRADO" TO WRK-MSG-FPR
               DISPLAY TELA-FPR-MSG
               ACCEPT TELA-FPR-MSG
           ELSE
               MOVE FS-RAZ-SOCI-FOR    TO WRK-RAZ-SOCI-FOR
               PERFORM 2510-MONTA-VINCULOS
               IF WRK-IDX-LIN EQUAL ZEROS
                   MOVE "NENHUM PRODUTO CADASTRADO PARA O FORNECEDOR"
                                       TO WRK-MSG-FPR
                   DISPLAY TELA-FPR-MSG
                   ACCEPT TELA-FPR-MSG
               ELSE
                   DISPLAY TELA-CONS-VINCULO
                   ACCEPT TELA-CONS-VINCULO
               END-IF
           END-IF
           CLOSE ARQFPR01
           CLOSE ARQFOR01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-VINCULO.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR AS LINHAS DA CONSULTA, LENDO OS PRODUTOS *
      *    DO FORNECEDOR EM ORDEM DE CODIGO                            *
      *----------------------------------------------------------------*
       2510-MONTA-VINCULOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-PAG-VINCULOS
           MOVE ZEROS                  TO WRK-IDX-LIN
           MOVE WRK-COD-FOR            TO FS-COD-FOR-FPR
           MOVE WRK-COD-PROD           TO FS-COD-PROD-FPR
           START ARQFPR01 KEY IS NOT LESS FS-CHAVE-FPR
           PERFORM UNTIL WRK-FS-ARQFPR01 NOT EQUAL "00"
                   OR WRK-IDX-LIN NOT LESS 10
               READ ARQFPR01 NEXT RECORD
               IF WRK-FS-ARQFPR01 EQUAL "00"
                   IF FS-COD-FOR-FPR EQUAL WRK-COD-FOR
                       ADD 1           TO WRK-IDX-LIN
                       MOVE FS-COD-PROD-FPR TO WRK-LIV-COD-PROD
                                               FS-COD-PROD
                       READ ARQPRD01   KEY IS FS-COD-PROD
                       IF WRK-FS-ARQPRD01 EQUAL "00"
                           MOVE FS-DESC-PROD TO WRK-LIV-DESC-PROD
                       ELSE
                           MOVE SPACES TO WRK-LIV-DESC-PROD
                       END-IF
                       MOVE FS-CUSTO-FPR    TO WRK-LIV-CUSTO
                       MOVE FS-LOTE-MIN-FPR TO WRK-LIV-LOTE-MIN
                       MOVE FS-PREF-FPR     TO WRK-LIV-PREF
                       MOVE WRK-LIN-VINCULO
                                       TO WRK-LIN-VIN (WRK-IDX-LIN)
                   ELSE
                       MOVE "10"       TO WRK-FS-ARQFPR01
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA FINALIZAR PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
