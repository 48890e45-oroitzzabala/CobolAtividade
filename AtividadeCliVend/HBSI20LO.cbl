      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI20LO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI20LO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: PEDIDOS DE COMPRA (ARQPCO01 CABECALHO E       *
      *                  ARQPCI01 ITENS). CONSULTA DE UM PEDIDO,       *
      *                  INCLUSAO MANUAL (SO PRODUTOS LIGADOS AO       *
      *                  FORNECEDOR NO ARQFPR01, COM O CUSTO DE COMPRA *
      *                  DELE), APROVACAO DOS PEDIDOS SUGERIDOS PELO   *
      *                  HBSI46AO (S PARA A, SO ADMINISTRADOR) E       *
      *                  CANCELAMENTO DE PEDIDO SUGERIDO OU ABERTO QUE *
      *                  AINDA NAO TEVE RECEBIMENTO. OS RECEBIMENTOS   *
      *                  SAO BAIXADOS NA ENTRADA DE ESTOQUE (HBSI44AO) *
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
              SELECT ARQPCO01 ASSIGN   TO UT-S-ARQPCO01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-NUM-PCO
                       ALTERNATE KEY   IS FS-COD-FOR-PCO
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPCO01.
      *
              SELECT ARQPCI01 ASSIGN   TO UT-S-ARQPCI01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PCI
                       ALTERNATE KEY   IS FS-COD-PROD-PCI
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPCI01.
      *
              SELECT ARQFOR01 ASSIGN   TO UT-S-ARQFOR01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-FOR
                       ALTERNATE KEY   IS FS-CNPJ-FOR
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQFOR01.
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
      *    I-O    : PEDIDOS DE COMPRA - CABECALHO                      *
      *               ORG. DINAMICA - LRECL = 0080                     *
      *               STATUS: S=SUGERIDO A=ABERTO P=PARCIAL            *
      *                       F=FECHADO  C=CANCELADO                   *
      *               ORIGEM: S=SUGESTAO BATCH M=MANUAL                *
      *----------------------------------------------------------------*
      *
       FD ARQPCO01
          RECORD CONTAINS 80 CHARACTERS.
       01 FD-PED-COMPRA.
          05 FS-NUM-PCO                PIC 9(007).
          05 FS-COD-FOR-PCO            PIC 9(007).
          05 FS-DATA-EMIS-PCO          PIC 9(008).
          05 FS-DATA-PREV-PCO          PIC 9(008).
          05 FS-STATUS-PCO             PIC X(001).
          05 FS-QTD-ITENS-PCO          PIC 9(003).
          05 FS-VAL-TOT-PCO            PIC 9(009)V9(002).
          05 FS-OPE-PCO                PIC X(008).
          05 FS-DATA-FECH-PCO          PIC 9(008).
          05 FS-ORIGEM-PCO             PIC X(001).
          05 FILLER                    PIC X(018).
      *
      *----------------------------------------------------------------*
      *    I-O    : PEDIDOS DE COMPRA - ITENS                          *
      *               ORG. DINAMICA - LRECL = 0050                     *
      *               CHAVE: PEDIDO + ITEM                             *
      *               ALTERNATIVA: PRODUTO (COM DUPLICIDADE)           *
      *               STATUS: A=ABERTO F=FECHADO C=CANCELADO           *
      *----------------------------------------------------------------*
      *
       FD ARQPCI01
          RECORD CONTAINS 50 CHARACTERS.
       01 FD-ITEM-COMPRA.
          05 FS-CHAVE-PCI.
             10 FS-NUM-PCI             PIC 9(007).
             10 FS-NUM-ITEM-PCI        PIC 9(003).
          05 FS-COD-PROD-PCI           PIC 9(007).
          05 FS-QTD-PED-PCI            PIC 9(007).
          05 FS-QTD-REC-PCI            PIC 9(007).
          05 FS-CUSTO-PCI              PIC 9(007)V9(002).
          05 FS-STATUS-PCI             PIC X(001).
          05 FILLER                    PIC X(009).
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
      *    INPUT  : PRODUTOS POR FORNECEDOR                            *
      *               ORG. DINAMICA - LRECL = 0040                     *
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
           ' HBSI20LO - INICIO DA AREA DE WORKING '.
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
           05 WRK-INT-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-NUM-PCO              PIC 9(007)      VALUE ZEROS.
           05 WRK-COD-FOR              PIC 9(007)      VALUE ZEROS.
           05 WRK-RAZ-SOCI-FOR         PIC X(040)      VALUE SPACES.
           05 WRK-COD-PROD             PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-PED              PIC 9(007)      VALUE ZEROS.
           05 WRK-NUM-ITEM             PIC 9(003)      VALUE ZEROS.
           05 WRK-VAL-ITEM             PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-DESC-STATUS          PIC X(010)      VALUE SPACES.
           05 WRK-PED-OK               PIC X(001)      VALUE "N".
           05 WRK-PED-LIVRE            PIC X(001)      VALUE "N".
           05 WRK-FIM-ITENS            PIC X(001)      VALUE "N".
           05 WRK-TEM-RECEBIMENTO      PIC X(001)      VALUE "N".
           05 WRK-IDX-LIN              PIC 9(002)      VALUE ZEROS.
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPCO01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPCI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQFOR01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQFPR01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-NUM.
           05 WRK-NUM-TIPO             PIC X(001)      VALUE SPACES.
           05 WRK-NUM-CODIGO           PIC 9(007)      VALUE ZEROS.
           05 WRK-NUM-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-DADOS-PCO.
           05 WRK-PCO-EMIS        PIC 9999/99/99.
           05 WRK-PCO-PREV        PIC 9999/99/99.
           05 WRK-PCO-FECH        PIC 9999/99/99.
           05 WRK-PCO-VAL-TOT          PIC ZZZ.ZZZ.ZZ9,99.
           05 WRK-PCO-ITENS        PIC ZZ9.
           05 WRK-PCO-OPE              PIC X(008).
      *
       01  WRK-LIN-ITEM.
           05 WRK-LII-NUM-ITEM         PIC ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-LII-COD-PROD         PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-LII-DESC-PROD        PIC X(020).
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-LII-QTD-PED          PIC ZZZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-LII-QTD-REC          PIC ZZZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-LII-CUSTO            PIC ZZZZZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-LII-STATUS           PIC X(001).
      *
       01  WRK-PAG-ITENS.
           05 WRK-LIN-I01              PIC X(065)      VALUE SPACES.
           05 WRK-LIN-I02              PIC X(065)      VALUE SPACES.
           05 WRK-LIN-I03              PIC X(065)      VALUE SPACES.
           05 WRK-LIN-I04              PIC X(065)      VALUE SPACES.
           05 WRK-LIN-I05              PIC X(065)      VALUE SPACES.
           05 WRK-LIN-I06              PIC X(065)      VALUE SPACES.
           05 WRK-LIN-I07              PIC X(065)      VALUE SPACES.
           05 WRK-LIN-I08              PIC X(065)      VALUE SPACES.
           05 WRK-LIN-I09              PIC X(065)      VALUE SPACES.
           05 WRK-LIN-I10              PIC X(065)      VALUE SPACES.
       01  WRK-PAG-ITENS-R             REDEFINES WRK-PAG-ITENS.
           05 WRK-LIN-ITE              PIC X(065)
                                       OCCURS 10 TIMES.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20LO - FIM DA AREA DE WORKING '.
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
       01  TELA-PED-COMPRA.
           05 VALUE "PEDIDOS DE COMPRA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - CONSULTAR PEDIDO"              LINE  4 COL  2.
           05 VALUE "02 - INCLUIR PEDIDO"                LINE  5 COL  2.
           05 VALUE "03 - APROVAR PEDIDO SUGERIDO"       LINE  6 COL  2.
           05 VALUE "04 - CANCELAR PEDIDO"               LINE  7 COL  2.
           05 VALUE "05 - RETORNAR AO MENU PRINCIPAL"    LINE  8 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 10 COL  2.
           05 OPCAO                                      LINE 10 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-BUSCA-PCO.
           05 VALUE "PEDIDOS DE COMPRA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "NUMERO DO PEDIDO:"                  LINE  4 COL  2.
           05 NUM-PCO                                    LINE  4 COL 20
                                       PIC 9(007) TO WRK-NUM-PCO.
      *
       01  TELA-CONS-PCO.
           05 VALUE "PEDIDO DE COMPRA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 NUM-PCO                                    LINE  2 COL 20
                                       PIC 9(007) FROM WRK-NUM-PCO.
           05 VALUE "SITUACAO:"                          LINE  2 COL 30.
           05 STATUS-PCO                                 LINE  2 COL 40
                                       PIC X(010) FROM WRK-DESC-STATUS.
           05 VALUE "FORNECEDOR:"                        LINE  3 COL  2.
           05 COD-FOR-PCO                                LINE  3 COL 14
                                       PIC 9(007) FROM WRK-COD-FOR.
           05 RAZAO-PCO                                  LINE  3 COL 22
                                       PIC X(040) FROM WRK-RAZ-SOCI-FOR.
           05 VALUE "EMISSAO:"                           LINE  4 COL  2.
           05 EMIS-PCO                                   LINE  4 COL 11
                                       PIC X(010) FROM WRK-PCO-EMIS.
           05 VALUE "PREVISAO:"                          LINE  4 COL 23.
           05 PREV-PCO                                   LINE  4 COL 33
                                       PIC X(010) FROM WRK-PCO-PREV.
           05 VALUE "FECHAMENTO:"                        LINE  4 COL 45.
           05 FECH-PCO                                   LINE  4 COL 57
                                       PIC X(010) FROM WRK-PCO-FECH.
           05 VALUE "ITENS:"                             LINE  5 COL  2.
           05 ITENS-PCO                                  LINE  5 COL  9
                                       PIC X(003) FROM WRK-PCO-ITENS.
           05 VALUE "VALOR:"                             LINE  5 COL 14.
           05 VALOR-PCO                                  LINE  5 COL 21
                                       PIC X(014) FROM WRK-PCO-VAL-TOT.
           05 VALUE "OPERADOR:"                          LINE  5 COL 37.
           05 OPE-PCO                                    LINE  5 COL 47
                                       PIC X(008) FROM WRK-PCO-OPE.
           05 VALUE
              "IT  PRODUTO DESCRICAO              PEDIDO   RECEB.
      -       "  CUSTO    S"                             LINE  7 COL  2.
           05 LIN-I01                                    LINE  8 COL  2
                                       PIC X(065) FROM WRK-LIN-I01.
           05 LIN-I02                                    LINE  9 COL  2
                                       PIC X(065) FROM WRK-LIN-I02.
           05 LIN-I03                                    LINE 10 COL  2
                                       PIC X(065) FROM WRK-LIN-I03.
           05 LIN-I04                                    LINE 11 COL  2
                                       PIC X(065) FROM WRK-LIN-I04.
           05 LIN-I05                                    LINE 12 COL  2
                                       PIC X(065) FROM WRK-LIN-I05.
           05 LIN-I06                                    LINE 13 COL  2
                                       PIC X(065) FROM WRK-LIN-I06.
           05 LIN-I07                                    LINE 14 COL  2
                                       PIC X(065) FROM WRK-LIN-I07.
           05 LIN-I08                                    LINE 15 COL  2
                                       PIC X(065) FROM WRK-LIN-I08.
           05 LIN-I09                                    LINE 16 COL  2
                                       PIC X(065) FROM WRK-LIN-I09.
           05 LIN-I10                                    LINE 17 COL  2
                                       PIC X(065) FROM WRK-LIN-I10.
           05 VALUE "CONFIRMA? (S/N):"                   LINE 19 COL  2.
           05 CONFIRMA                                   LINE 19 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-FOR-PCO.
           05 VALUE "INCLUSAO DE PEDIDO DE COMPRA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "FORNECEDOR...:"                     LINE  4 COL  2.
           05 COD-FOR-PCO                                LINE  4 COL 17
                                       PIC 9(007) TO WRK-COD-FOR.
      *
       01  TELA-ITEM-PCO.
           05 VALUE "INCLUSAO DE PEDIDO DE COMPRA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "PEDIDO.......:"                     LINE  4 COL  2.
           05 NUM-PCO                                    LINE  4 COL 17
                                       PIC 9(007) FROM WRK-NUM-PCO.
           05 VALUE "FORNECEDOR...:"                     LINE  5 COL  2.
           05 COD-FOR-PCO                                LINE  5 COL 17
                                       PIC 9(007) FROM WRK-COD-FOR.
           05 RAZAO-PCO                                  LINE  5 COL 26
                                       PIC X(040) FROM WRK-RAZ-SOCI-FOR.
           05 VALUE "ITEM.........:"                     LINE  7 COL  2.
           05 ITEM-PCO                                   LINE  7 COL 17
                                       PIC 9(003) FROM WRK-NUM-ITEM.
           05 VALUE "PRODUTO......:"                     LINE  8 COL  2.
           05 PROD-PCO                                   LINE  8 COL 17
                                       PIC 9(007) TO WRK-COD-PROD.
           05 VALUE "(ZEROS = ENCERRA O PEDIDO)"         LINE  8 COL 26.
           05 VALUE "QUANTIDADE...:"                     LINE  9 COL  2.
           05 QTD-PCO                                    LINE  9 COL 17
                                       PIC 9(007) TO WRK-QTD-PED.
      *
       01  TELA-PCO-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
           05 WRK-MSG-PCO                                LINE  6 COL  2
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
           PERFORM 2010-MENU-PED-COMPRA.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O MENU DE PEDIDOS DE COMPRA. INCLUIR E  *
      *    CANCELAR EXIGEM AUTORIZACAO DE ATUALIZACAO; APROVAR O       *
      *    PEDIDO SUGERIDO EXIGE AUTORIZACAO DE ADMINISTRADOR          *
      *----------------------------------------------------------------*
       2010-MENU-PED-COMPRA            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-PED-COMPRA
           ACCEPT TELA-PED-COMPRA.
           EVALUATE WRK-OPCAO
              WHEN "01"
                  PERFORM 2100-MENU-CONSULTA-PCO
              WHEN "02"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2200-MENU-INCLUI-PCO
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-PED-COMPRA
                  END-IF
              WHEN "03"
                  IF LKS-OPE-AUT-ADMI EQUAL "S"
                      PERFORM 2300-MENU-APROVA-PCO
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-PED-COMPRA
                  END-IF
              WHEN "04"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2400-MENU-CANCELA-PCO
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-PED-COMPRA
                  END-IF
              WHEN "05"
                  PERFORM 3000-FINALIZAR
              WHEN OTHER
                  PERFORM 2010-MENU-PED-COMPRA
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
      *    ROTINA PARA PEDIR O NUMERO DO PEDIDO, LER O CABECALHO E     *
      *    MONTAR A TELA DE CONSULTA COM OS 10 PRIMEIROS ITENS         *
      *----------------------------------------------------------------*
       2020-BUSCA-PCO                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-PED-OK
           MOVE ZEROS                  TO WRK-NUM-PCO
           DISPLAY TELA-BUSCA-PCO
           ACCEPT TELA-BUSCA-PCO
           MOVE WRK-NUM-PCO            TO FS-NUM-PCO
           READ ARQPCO01               KEY IS FS-NUM-PCO
           IF WRK-FS-ARQPCO01 NOT EQUAL "00"
               MOVE "PEDIDO DE COMPRA NAO ENCONTRADO" TO WRK-MSG-PCO
               DISPLAY TELA-PCO-MSG
               ACCEPT TELA-PCO-MSG
           ELSE
               MOVE "S"                TO WRK-PED-OK
               MOVE FS-COD-FOR-PCO     TO WRK-COD-FOR
                                          FS-COD-FOR
               READ ARQFOR01           KEY IS FS-COD-FOR
               IF WRK-FS-ARQFOR01 EQUAL "00"
                   MOVE FS-RAZ-SOCI-FOR TO WRK-RAZ-SOCI-FOR
               ELSE
                   MOVE SPACES         TO WRK-RAZ-SOCI-FOR
               END-IF
               EVALUATE FS-STATUS-PCO
                   WHEN "S"
                       MOVE "SUGERIDO" TO WRK-DESC-STATUS
                   WHEN "A"
                       MOVE "ABERTO"   TO WRK-DESC-STATUS
                   WHEN "P"
                       MOVE "PARCIAL"  TO WRK-DESC-STATUS
                   WHEN "F"
                       MOVE "FECHADO"  TO WRK-DESC-STATUS
                   WHEN "C"
                       MOVE "CANCELADO" TO WRK-DESC-STATUS
                   WHEN OTHER
                       MOVE SPACES     TO WRK-DESC-STATUS
               END-EVALUATE
               MOVE FS-DATA-EMIS-PCO   TO WRK-PCO-EMIS
               MOVE FS-DATA-PREV-PCO   TO WRK-PCO-PREV
               MOVE FS-DATA-FECH-PCO   TO WRK-PCO-FECH
               MOVE FS-QTD-ITENS-PCO   TO WRK-PCO-ITENS
               MOVE FS-VAL-TOT-PCO     TO WRK-PCO-VAL-TOT
               MOVE FS-OPE-PCO         TO WRK-PCO-OPE
               PERFORM 2030-MONTA-ITENS
           END-IF.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR AS LINHAS DE ITENS DO PEDIDO CORRENTE E  *
      *    VERIFICAR SE ALGUM ITEM JA TEVE RECEBIMENTO                 *
      *----------------------------------------------------------------*
       2030-MONTA-ITENS                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-PAG-ITENS
           MOVE ZEROS                  TO WRK-IDX-LIN
           MOVE "N"                    TO WRK-TEM-RECEBIMENTO
           MOVE "N"                    TO WRK-FIM-ITENS
           MOVE WRK-NUM-PCO            TO FS-NUM-PCI
           MOVE ZEROS                  TO FS-NUM-ITEM-PCI
           START ARQPCI01 KEY IS NOT LESS FS-CHAVE-PCI
           IF WRK-FS-ARQPCI01 NOT EQUAL "00"
               MOVE "S"                TO WRK-FIM-ITENS
           END-IF
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ ARQPCI01 NEXT RECORD
               IF WRK-FS-ARQPCI01 NOT EQUAL "00"
                  OR FS-NUM-PCI NOT EQUAL WRK-NUM-PCO
                   MOVE "S"            TO WRK-FIM-ITENS
               ELSE
                   IF FS-QTD-REC-PCI GREATER ZEROS
                       MOVE "S"        TO WRK-TEM-RECEBIMENTO
                   END-IF
                   IF WRK-IDX-LIN LESS 10
                       ADD 1           TO WRK-IDX-LIN
                       MOVE FS-NUM-ITEM-PCI TO WRK-LII-NUM-ITEM
                       MOVE FS-COD-PROD-PCI TO WRK-LII-COD-PROD
                                               FS-COD-PROD
                       READ ARQPRD01   KEY IS FS-COD-PROD
                       IF WRK-FS-ARQPRD01 EQUAL "00"
                           MOVE FS-DESC-PROD TO WRK-LII-DESC-PROD
                       ELSE
                           MOVE SPACES TO WRK-LII-DESC-PROD
                       END-IF
                       MOVE FS-QTD-PED-PCI  TO WRK-LII-QTD-PED
                       MOVE FS-QTD-REC-PCI  TO WRK-LII-QTD-REC
                       MOVE FS-CUSTO-PCI    TO WRK-LII-CUSTO
                       MOVE FS-STATUS-PCI   TO WRK-LII-STATUS
                       MOVE WRK-LIN-ITEM
                                       TO WRK-LIN-ITE (WRK-IDX-LIN)
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DE UM PEDIDO DE COMPRA - SOMENTE LEITURA *
      *----------------------------------------------------------------*
       2100-MENU-CONSULTA-PCO          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPCO01
           OPEN INPUT ARQPCI01
           OPEN INPUT ARQFOR01
           OPEN INPUT ARQPRD01
           PERFORM 2020-BUSCA-PCO
           IF WRK-PED-OK EQUAL "S"
               DISPLAY TELA-CONS-PCO
               ACCEPT TELA-CONS-PCO
           END-IF
           CLOSE ARQPCO01
           CLOSE ARQPCI01
           CLOSE ARQFOR01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-PED-COMPRA.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR UM PEDIDO DE COMPRA MANUAL. O PEDIDO    *
      *    NASCE ABERTO (A), COM PREVISAO DE ENTREGA PELO PRAZO DO     *
      *    FORNECEDOR. OS ITENS SAO DIGITADOS UM A UM ATE PRODUTO      *
      *    ZERO; O CABECALHO SO E GRAVADO SE HOUVER ITEM               *
      *----------------------------------------------------------------*
       2200-MENU-INCLUI-PCO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQPCO01
           IF WRK-FS-ARQPCO01 EQUAL "35"
               OPEN OUTPUT ARQPCO01
               CLOSE ARQPCO01
               OPEN I-O ARQPCO01
           END-IF
           OPEN I-O ARQPCI01
           IF WRK-FS-ARQPCI01 EQUAL "35"
               OPEN OUTPUT ARQPCI01
               CLOSE ARQPCI01
               OPEN I-O ARQPCI01
           END-IF
           OPEN INPUT ARQFOR01
           OPEN INPUT ARQFPR01
           OPEN INPUT ARQPRD01
      *
           MOVE ZEROS                  TO WRK-COD-FOR
           DISPLAY TELA-FOR-PCO
           ACCEPT TELA-FOR-PCO
           MOVE WRK-COD-FOR            TO FS-COD-FOR
           READ ARQFOR01               KEY IS FS-COD-FOR
           IF WRK-FS-ARQFOR01 NOT EQUAL "00"
              OR FS-STATUS-FOR NOT EQUAL "A"
               MOVE "FORNECEDOR NAO ENCONTRADO OU INATIVO"
                                       TO WRK-MSG-PCO
               DISPLAY TELA-PCO-MSG
               ACCEPT TELA-PCO-MSG
           ELSE
               MOVE FS-RAZ-SOCI-FOR    TO WRK-RAZ-SOCI-FOR
               PERFORM 2210-ATRIBUI-NUMERO-PCO
               IF WRK-NUM-PCO EQUAL ZEROS
                   MOVE "ERRO NO CONTROLE DE NUMERACAO AUTOMATICA"
                                       TO WRK-MSG-PCO
                   DISPLAY TELA-PCO-MSG
                   ACCEPT TELA-PCO-MSG
               ELSE
                   ACCEPT WRK-DATA-DIA FROM DATE YYYYMMDD
                   INITIALIZE FD-PED-COMPRA
                   MOVE WRK-NUM-PCO    TO FS-NUM-PCO
                   MOVE WRK-COD-FOR    TO FS-COD-FOR-PCO
                   MOVE WRK-DATA-DIA   TO FS-DATA-EMIS-PCO
                   COMPUTE WRK-INT-DATA =
                           FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA)
                           + FS-PRAZO-FOR
                   COMPUTE FS-DATA-PREV-PCO =
                           FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
                   MOVE "A"            TO FS-STATUS-PCO
                   MOVE ZEROS          TO FS-QTD-ITENS-PCO
                                          FS-VAL-TOT-PCO
                                          FS-DATA-FECH-PCO
                   MOVE LKS-OPE-CODIGO TO FS-OPE-PCO
                   MOVE "M"            TO FS-ORIGEM-PCO
                   MOVE ZEROS          TO WRK-NUM-ITEM
                   MOVE "N"            TO WRK-FIM-ITENS
                   PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
                       PERFORM 2220-DIGITA-ITEM
                   END-PERFORM
                   IF FS-QTD-ITENS-PCO EQUAL ZEROS
                       MOVE "PEDIDO SEM ITENS NAO FOI GRAVADO"
                                       TO WRK-MSG-PCO
                   ELSE
                       WRITE FD-PED-COMPRA
                       IF WRK-FS-ARQPCO01 EQUAL "00"
                           MOVE "PEDIDO DE COMPRA GRAVADO"
                                       TO WRK-MSG-PCO
                       ELSE
                           MOVE "ERRO AO GRAVAR O PEDIDO DE COMPRA"
                                       TO WRK-MSG-PCO
                       END-IF
                   END-IF
                   DISPLAY TELA-PCO-MSG
                   ACCEPT TELA-PCO-MSG
               END-IF
           END-IF
           CLOSE ARQPCO01
           CLOSE ARQPCI01
           CLOSE ARQFOR01
           CLOSE ARQFPR01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-PED-COMPRA.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ATRIBUIR O PROXIMO NUMERO LIVRE DE PEDIDO DE    *
      *    COMPRA VIA CONTROLE DE NUMERACAO (HBSI30BO, TIPO O),        *
      *    PULANDO OS NUMEROS JA OCUPADOS                              *
      *----------------------------------------------------------------*
       2210-ATRIBUI-NUMERO-PCO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-NUM-PCO
           MOVE "N"                    TO WRK-PED-LIVRE
           PERFORM UNTIL WRK-PED-LIVRE EQUAL "S"
               MOVE "O"                TO WRK-NUM-TIPO
               MOVE ZEROS              TO WRK-NUM-CODIGO
                                          WRK-NUM-RETORNO
               CALL "HBSI30BO" USING WRK-PARM-NUM
               IF WRK-NUM-RETORNO NOT EQUAL ZEROS
                   MOVE "S"            TO WRK-PED-LIVRE
               ELSE
                   MOVE WRK-NUM-CODIGO TO FS-NUM-PCO
                   READ ARQPCO01       KEY IS FS-NUM-PCO
                   IF WRK-FS-ARQPCO01 NOT EQUAL "00"
                       MOVE "S"        TO WRK-PED-LIVRE
                       MOVE WRK-NUM-CODIGO TO WRK-NUM-PCO
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA DIGITAR UM ITEM DO PEDIDO MANUAL. O PRODUTO     *
      *    PRECISA ESTAR ATIVO E LIGADO AO FORNECEDOR; O CUSTO VEM DO  *
      *    ARQFPR01. PRODUTO ZERO ENCERRA A DIGITACAO                  *
      *----------------------------------------------------------------*
       2220-DIGITA-ITEM                SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-NUM-ITEM = FS-QTD-ITENS-PCO + 1
           MOVE ZEROS                  TO WRK-COD-PROD
                                          WRK-QTD-PED
           DISPLAY TELA-ITEM-PCO
           ACCEPT TELA-ITEM-PCO
           IF WRK-COD-PROD EQUAL ZEROS
              OR FS-QTD-ITENS-PCO NOT LESS 999
               MOVE "S"                TO WRK-FIM-ITENS
           ELSE
               MOVE WRK-COD-FOR        TO FS-COD-FOR-FPR
               MOVE WRK-COD-PROD       TO FS-COD-PROD-FPR
               READ ARQFPR01           KEY IS FS-CHAVE-FPR
               MOVE WRK-COD-PROD       TO FS-COD-PROD
               READ ARQPRD01           KEY IS FS-COD-PROD
               EVALUATE TRUE
                   WHEN WRK-FS-ARQPRD01 NOT EQUAL "00"
                    OR FS-STATUS-PROD NOT EQUAL "A"
                       MOVE "PRODUTO NAO ENCONTRADO OU INATIVO"
                                       TO WRK-MSG-PCO
                   WHEN WRK-FS-ARQFPR01 NOT EQUAL "00"
                       MOVE "PRODUTO NAO CADASTRADO PARA O FORNECEDOR"
                                       TO WRK-MSG-PCO
                   WHEN WRK-QTD-PED EQUAL ZEROS
                       MOVE "QUANTIDADE NAO INFORMADA" TO WRK-MSG-PCO
                   WHEN OTHER
                       INITIALIZE FD-ITEM-COMPRA
                       MOVE WRK-NUM-PCO     TO FS-NUM-PCI
                       MOVE WRK-NUM-ITEM    TO FS-NUM-ITEM-PCI
                       MOVE WRK-COD-PROD    TO FS-COD-PROD-PCI
                       MOVE WRK-QTD-PED     TO FS-QTD-PED-PCI
                       MOVE ZEROS           TO FS-QTD-REC-PCI
                       MOVE FS-CUSTO-FPR    TO FS-CUSTO-PCI
                       MOVE "A"             TO FS-STATUS-PCI
                       WRITE FD-ITEM-COMPRA
                       IF WRK-FS-ARQPCI01 EQUAL "00"
                           ADD 1       TO FS-QTD-ITENS-PCO
                           COMPUTE WRK-VAL-ITEM = WRK-QTD-PED *
                                                  FS-CUSTO-FPR
                           ADD WRK-VAL-ITEM TO FS-VAL-TOT-PCO
                           MOVE "ITEM INCLUIDO NO PEDIDO"
                                       TO WRK-MSG-PCO
                       ELSE
                           MOVE "ERRO AO GRAVAR O ITEM"
                                       TO WRK-MSG-PCO
                       END-IF
               END-EVALUATE
               DISPLAY TELA-PCO-MSG
               ACCEPT TELA-PCO-MSG
           END-IF.
      *
      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA APROVAR UM PEDIDO SUGERIDO (S PARA A). O        *
      *    OPERADOR DA APROVACAO FICA GRAVADO NO PEDIDO                *
      *----------------------------------------------------------------*
       2300-MENU-APROVA-PCO            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQPCO01
           OPEN INPUT ARQPCI01
           OPEN INPUT ARQFOR01
           OPEN INPUT ARQPRD01
           PERFORM 2020-BUSCA-PCO
           IF WRK-PED-OK EQUAL "S"
               IF FS-STATUS-PCO NOT EQUAL "S"
                   MOVE "SO PEDIDO SUGERIDO PODE SER APROVADO"
                                       TO WRK-MSG-PCO
                   DISPLAY TELA-PCO-MSG
                   ACCEPT TELA-PCO-MSG
               ELSE
                   DISPLAY TELA-CONS-PCO
                   ACCEPT TELA-CONS-PCO
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       MOVE WRK-NUM-PCO TO FS-NUM-PCO
                       READ ARQPCO01   KEY IS FS-NUM-PCO
                       MOVE "A"        TO FS-STATUS-PCO
                       MOVE LKS-OPE-CODIGO TO FS-OPE-PCO
                       REWRITE FD-PED-COMPRA
                       IF WRK-FS-ARQPCO01 EQUAL "00"
                           MOVE "PEDIDO DE COMPRA APROVADO"
                                       TO WRK-MSG-PCO
                       ELSE
                           MOVE "ERRO AO GRAVAR A APROVACAO"
                                       TO WRK-MSG-PCO
                       END-IF
                       DISPLAY TELA-PCO-MSG
                       ACCEPT TELA-PCO-MSG
                   END-IF
               END-IF
           END-IF
           CLOSE ARQPCO01
           CLOSE ARQPCI01
           CLOSE ARQFOR01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-PED-COMPRA.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CANCELAR UM PEDIDO SUGERIDO OU ABERTO QUE       *
      *    AINDA NAO TEVE RECEBIMENTO. CABECALHO E ITENS FICAM C       *
      *----------------------------------------------------------------*
       2400-MENU-CANCELA-PCO           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQPCO01
           OPEN I-O ARQPCI01
           OPEN INPUT ARQFOR01
           OPEN INPUT ARQPRD01
           PERFORM 2020-BUSCA-PCO
           IF WRK-PED-OK EQUAL "S"
               EVALUATE TRUE
                   WHEN FS-STATUS-PCO NOT EQUAL "S"
                    AND FS-STATUS-PCO NOT EQUAL "A"
                       MOVE "SO PEDIDO SUGERIDO OU ABERTO PODE SER CANCE
      -                     "LADO"     TO WRK-MSG-PCO
                       DISPLAY TELA-PCO-MSG
                       ACCEPT TELA-PCO-MSG
                   WHEN WRK-TEM-RECEBIMENTO EQUAL "S"
                       MOVE "PEDIDO JA TEVE RECEBIMENTO"
                                       TO WRK-MSG-PCO
                       DISPLAY TELA-PCO-MSG
                       ACCEPT TELA-PCO-MSG
                   WHEN OTHER
                       DISPLAY TELA-CONS-PCO
                       ACCEPT TELA-CONS-PCO
                       IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                           PERFORM 2410-CANCELA-ITENS
                           ACCEPT WRK-DATA-DIA FROM DATE YYYYMMDD
                           MOVE WRK-NUM-PCO TO FS-NUM-PCO
                           READ ARQPCO01 KEY IS FS-NUM-PCO
                           MOVE "C"    TO FS-STATUS-PCO
                           MOVE WRK-DATA-DIA TO FS-DATA-FECH-PCO
                           MOVE LKS-OPE-CODIGO TO FS-OPE-PCO
                           REWRITE FD-PED-COMPRA
                           IF WRK-FS-ARQPCO01 EQUAL "00"
                               MOVE "PEDIDO DE COMPRA CANCELADO"
                                       TO WRK-MSG-PCO
                           ELSE
                               MOVE "ERRO AO GRAVAR O CANCELAMENTO"
                                       TO WRK-MSG-PCO
                           END-IF
                           DISPLAY TELA-PCO-MSG
                           ACCEPT TELA-PCO-MSG
                       END-IF
               END-EVALUATE
           END-IF
           CLOSE ARQPCO01
           CLOSE ARQPCI01
           CLOSE ARQFOR01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-PED-COMPRA.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MARCAR COMO CANCELADOS OS ITENS DO PEDIDO       *
      *----------------------------------------------------------------*
       2410-CANCELA-ITENS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-FIM-ITENS
           MOVE WRK-NUM-PCO            TO FS-NUM-PCI
           MOVE ZEROS                  TO FS-NUM-ITEM-PCI
           START ARQPCI01 KEY IS NOT LESS FS-CHAVE-PCI
           IF WRK-FS-ARQPCI01 NOT EQUAL "00"
               MOVE "S"                TO WRK-FIM-ITENS
           END-IF
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ ARQPCI01 NEXT RECORD
               IF WRK-FS-ARQPCI01 NOT EQUAL "00"
                  OR FS-NUM-PCI NOT EQUAL WRK-NUM-PCO
                   MOVE "S"            TO WRK-FIM-ITENS
               ELSE
                   MOVE "C"            TO FS-STATUS-PCI
                   REWRITE FD-ITEM-COMPRA
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
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
