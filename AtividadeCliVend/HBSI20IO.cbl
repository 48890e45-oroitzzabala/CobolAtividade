      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI20IO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI20IO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CONTAGEM FISICA DO INVENTARIO. DIGITACAO DA   *
      *                  QUANTIDADE CONTADA NA LINHA DO PRODUTO DA     *
      *                  FOLHA ARQINV01 EM ABERTO (CONGELADA PELO      *
      *                  HBSI45BO), SEM MOSTRAR O SALDO DO SISTEMA     *
      *                  (CONTAGEM CEGA), E APROVACAO DAS CONTAGENS    *
      *                  PELO ADMINISTRADOR, UMA A UMA (MOSTRANDO A    *
      *                  DIVERGENCIA) OU TODAS DE UMA VEZ. SOMENTE AS  *
      *                  CONTAGENS APROVADAS SAO LANCADAS NO ESTOQUE   *
      *                  PELO HBSI45EO                                 *
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
              SELECT ARQINV01 ASSIGN   TO UT-S-ARQINV01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD-INV
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQINV01.
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
      *    I-O    : FOLHA DE CONTAGEM DO INVENTARIO FISICO             *
      *               ORG. DINAMICA - LRECL = 0060                     *
      *               CHAVE: CODIGO DO PRODUTO                         *
      *               STATUS: A=EM ABERTO L=LANCADO/ENCERRADO          *
      *----------------------------------------------------------------*
      *
       FD ARQINV01
          RECORD CONTAINS 60 CHARACTERS.
       01 FD-INVENTARIO.
          05 FS-COD-PROD-INV           PIC 9(007).
          05 FS-DATA-CONG-INV          PIC 9(008).
          05 FS-HORA-CONG-INV          PIC 9(006).
          05 FS-QTD-SIST-INV           PIC 9(007).
          05 FS-QTD-CONT-INV           PIC 9(007).
          05 FS-IND-CONT-INV           PIC X(001).
          05 FS-APROV-INV              PIC X(001).
          05 FS-STATUS-INV             PIC X(001).
          05 FS-OPE-CONT-INV           PIC X(008).
          05 FS-OPE-APROV-INV          PIC X(008).
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
           ' HBSI20IO - INICIO DA AREA DE WORKING '.
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
           05 WRK-COD-PROD             PIC 9(007)      VALUE ZEROS.
           05 WRK-DESC-PROD            PIC X(040)      VALUE SPACES.
           05 WRK-UNID-PROD            PIC X(003)      VALUE SPACES.
           05 WRK-DATA-CONG            PIC 9(008)      VALUE ZEROS.
           05 WRK-QTD-SIST             PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-CONT             PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-DIF              PIC S9(007)     VALUE ZEROS.
           05 WRK-OPE-CONT             PIC X(008)      VALUE SPACES.
           05 WRK-LINHA-OK             PIC X(001)      VALUE "N".
           05 WRK-QTD-APROVADAS        PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQINV01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
      *
       01  WRK-MSG-APROVADAS.
           05 FILLER                   PIC X(021)      VALUE
              'CONTAGENS APROVADAS: '.
           05 WRK-MSA-QTD              PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20IO - FIM DA AREA DE WORKING '.
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
       01  TELA-CONTAGEM.
           05 VALUE "CONTAGEM FISICA DO INVENTARIO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - DIGITAR CONTAGEM"              LINE  4 COL  2.
           05 VALUE "02 - APROVAR CONTAGEM DE UM PRODUTO"
                                                         LINE  5 COL  2.
           05 VALUE "03 - APROVAR TODAS AS CONTAGENS"    LINE  6 COL  2.
           05 VALUE "04 - RETORNAR AO MENU ANTERIOR"     LINE  7 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE  9 COL  2.
           05 OPCAO                                      LINE  9 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-BUSCA-PRODUTO.
           05 VALUE "BUSCAR PRODUTO"   BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "DIGITE O CODIGO DO PRODUTO:"        LINE  6 COL  2.
           05 COD-BUSCA-PRD                              LINE  6 COL 30
                                       PIC 9(007) TO WRK-COD-PROD.
      *
       01  TELA-DIG-CONTAGEM.
           05 VALUE "CONTAGEM FISICA - DIGITACAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-INV                                 LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-PROD.
           05 DESC-INV                                   LINE  4 COL 26
                                       PIC X(040) FROM WRK-DESC-PROD.
           05 VALUE "UNIDADE......:"                     LINE  5 COL  2.
           05 UNID-INV                                   LINE  5 COL 17
                                       PIC X(003) FROM WRK-UNID-PROD.
           05 VALUE "CONGELADO EM.:"                     LINE  6 COL  2.
           05 DATA-CONG-INV                              LINE  6 COL 17
                                       PIC 9999/99/99 FROM
                                                          WRK-DATA-CONG.
           05 VALUE "QTD. CONTADA.:"                     LINE  8 COL  2.
           05 QTD-CONT-INV                               LINE  8 COL 17
                                       PIC 9(007) FROM WRK-QTD-CONT
                                                    TO WRK-QTD-CONT.
           05 VALUE "GRAVAR CONTAGEM? (S/N):"            LINE 10 COL  2.
           05 CONFIRMA                                   LINE 10 COL 26
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-APR-CONTAGEM.
           05 VALUE "CONTAGEM FISICA - APROVACAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-INV                                 LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-PROD.
           05 DESC-INV                                   LINE  4 COL 26
                                       PIC X(040) FROM WRK-DESC-PROD.
           05 VALUE "QTD. SISTEMA.:"                     LINE  6 COL  2.
           05 QTD-SIST-INV                               LINE  6 COL 17
                                       PIC ZZZZZZ9 FROM WRK-QTD-SIST.
           05 VALUE "QTD. CONTADA.:"                     LINE  7 COL  2.
           05 QTD-CONT-INV                               LINE  7 COL 17
                                       PIC ZZZZZZ9 FROM WRK-QTD-CONT.
           05 VALUE "DIFERENCA....:"                     LINE  8 COL  2.
           05 QTD-DIF-INV                                LINE  8 COL 16
                                       PIC -ZZZZZZ9 FROM WRK-QTD-DIF.
           05 VALUE "CONTADOR.....:"                     LINE  9 COL  2.
           05 OPE-CONT-INV                               LINE  9 COL 17
                                       PIC X(008) FROM WRK-OPE-CONT.
           05 VALUE "APROVAR CONTAGEM? (S/N):"           LINE 11 COL  2.
           05 CONFIRMA                                   LINE 11 COL 27
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-APR-TODAS.
           05 VALUE "CONTAGEM FISICA - APROVACAO GERAL"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "APROVA TODAS AS CONTAGENS DIGITADAS E AINDA NAO"
                                                         LINE  4 COL  2.
           05 VALUE "APROVADAS DA FOLHA EM ABERTO. CONFIRA ANTES O"
                                                         LINE  5 COL  2.
           05 VALUE "RELATORIO DE DIVERGENCIAS (HBSI45DO)."
                                                         LINE  6 COL  2.
           05 VALUE "APROVAR TODAS? (S/N):"              LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 24
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-INV-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
           05 WRK-MSG-INV                                LINE  6 COL  2
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
           PERFORM 2010-MENU-CONTAGEM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O MENU DA CONTAGEM FISICA. DIGITAR      *
      *    EXIGE AUTORIZACAO DE ATUALIZACAO; APROVAR EXIGE A DE        *
      *    ADMINISTRADOR                                               *
      *----------------------------------------------------------------*
       2010-MENU-CONTAGEM              SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-CONTAGEM
           ACCEPT TELA-CONTAGEM.
           EVALUATE WRK-OPCAO
              WHEN "01"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2100-MENU-DIGITA-CONT
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-CONTAGEM
                  END-IF
              WHEN "02"
                  IF LKS-OPE-AUT-ADMI EQUAL "S"
                      PERFORM 2200-MENU-APROVA-CONT
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-CONTAGEM
                  END-IF
              WHEN "03"
                  IF LKS-OPE-AUT-ADMI EQUAL "S"
                      PERFORM 2300-MENU-APROVA-TODAS
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-CONTAGEM
                  END-IF
              WHEN "04"
                  PERFORM 3000-FINALIZAR
              WHEN OTHER
                  PERFORM 2010-MENU-CONTAGEM
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
      *    ROTINA PARA LER A LINHA EM ABERTO DO PRODUTO INFORMADO NA   *
      *    FOLHA DE CONTAGEM E A DESCRICAO NO MESTRE. A LINHA SO PODE  *
      *    SER MEXIDA ENQUANTO A CONTAGEM NAO FOR APROVADA             *
      *----------------------------------------------------------------*
       2020-BUSCA-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-LINHA-OK
           MOVE ZEROS                  TO WRK-COD-PROD
           DISPLAY TELA-BUSCA-PRODUTO
           ACCEPT TELA-BUSCA-PRODUTO
           MOVE WRK-COD-PROD           TO FS-COD-PROD-INV
           READ ARQINV01               KEY IS FS-COD-PROD-INV
           EVALUATE TRUE
               WHEN WRK-FS-ARQINV01 NOT EQUAL "00"
                   MOVE "PRODUTO FORA DA FOLHA DE CONTAGEM"
                                       TO WRK-MSG-INV
               WHEN FS-STATUS-INV NOT EQUAL "A"
                   MOVE "FOLHA DE CONTAGEM JA ENCERRADA"
                                       TO WRK-MSG-INV
               WHEN FS-APROV-INV EQUAL "S"
                   MOVE "CONTAGEM JA APROVADA"
                                       TO WRK-MSG-INV
               WHEN OTHER
                   MOVE "S"            TO WRK-LINHA-OK
                   MOVE FS-DATA-CONG-INV TO WRK-DATA-CONG
                   MOVE FS-QTD-SIST-INV  TO WRK-QTD-SIST
                   MOVE FS-QTD-CONT-INV  TO WRK-QTD-CONT
                   MOVE FS-OPE-CONT-INV  TO WRK-OPE-CONT
                   MOVE WRK-COD-PROD   TO FS-COD-PROD
                   READ ARQPRD01       KEY IS FS-COD-PROD
                   IF WRK-FS-ARQPRD01 EQUAL "00"
                       MOVE FS-DESC-PROD TO WRK-DESC-PROD
                       MOVE FS-UNID-PROD TO WRK-UNID-PROD
                   ELSE
                       MOVE SPACES     TO WRK-DESC-PROD
                                          WRK-UNID-PROD
                   END-IF
           END-EVALUATE
           IF WRK-LINHA-OK EQUAL "N"
               DISPLAY TELA-INV-MSG
               ACCEPT TELA-INV-MSG
           END-IF.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA DIGITAR A QUANTIDADE CONTADA DE UM PRODUTO.     *
      *    UMA NOVA DIGITACAO SUBSTITUI A ANTERIOR                     *
      *----------------------------------------------------------------*
       2100-MENU-DIGITA-CONT           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O   ARQINV01
           OPEN INPUT ARQPRD01
           IF WRK-FS-ARQINV01 NOT EQUAL "00"
               MOVE "NAO HA FOLHA DE CONTAGEM CONGELADA" TO WRK-MSG-INV
               DISPLAY TELA-INV-MSG
               ACCEPT TELA-INV-MSG
           ELSE
               PERFORM 2020-BUSCA-LINHA
               IF WRK-LINHA-OK EQUAL "S"
                   DISPLAY TELA-DIG-CONTAGEM
                   ACCEPT TELA-DIG-CONTAGEM
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       MOVE WRK-QTD-CONT   TO FS-QTD-CONT-INV
                       MOVE "S"            TO FS-IND-CONT-INV
                       MOVE LKS-OPE-CODIGO TO FS-OPE-CONT-INV
                       REWRITE FD-INVENTARIO
                       IF WRK-FS-ARQINV01 NOT EQUAL "00"
                           MOVE "ERRO AO GRAVAR A CONTAGEM"
                                           TO WRK-MSG-INV
                       ELSE
                           MOVE "CONTAGEM GRAVADA COM SUCESSO"
                                           TO WRK-MSG-INV
                       END-IF
                       DISPLAY TELA-INV-MSG
                       ACCEPT TELA-INV-MSG
                   END-IF
               END-IF
           END-IF
           CLOSE ARQINV01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-CONTAGEM.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA APROVAR A CONTAGEM DE UM PRODUTO, MOSTRANDO O   *
      *    SALDO CONGELADO E A DIVERGENCIA                             *
      *----------------------------------------------------------------*
       2200-MENU-APROVA-CONT           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O   ARQINV01
           OPEN INPUT ARQPRD01
           IF WRK-FS-ARQINV01 NOT EQUAL "00"
               MOVE "NAO HA FOLHA DE CONTAGEM CONGELADA" TO WRK-MSG-INV
               DISPLAY TELA-INV-MSG
               ACCEPT TELA-INV-MSG
           ELSE
               PERFORM 2020-BUSCA-LINHA
               IF WRK-LINHA-OK EQUAL "S"
                   IF FS-IND-CONT-INV NOT EQUAL "S"
                       MOVE "PRODUTO AINDA NAO CONTADO" TO WRK-MSG-INV
                       DISPLAY TELA-INV-MSG
                       ACCEPT TELA-INV-MSG
                   ELSE
                       COMPUTE WRK-QTD-DIF = WRK-QTD-CONT -
                                             WRK-QTD-SIST
                       DISPLAY TELA-APR-CONTAGEM
                       ACCEPT TELA-APR-CONTAGEM
                       IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                           PERFORM 2210-GRAVA-APROVACAO
                           IF WRK-FS-ARQINV01 NOT EQUAL "00"
                               MOVE "ERRO AO APROVAR A CONTAGEM"
                                           TO WRK-MSG-INV
                           ELSE
                               MOVE "CONTAGEM APROVADA COM SUCESSO"
                                           TO WRK-MSG-INV
                           END-IF
                           DISPLAY TELA-INV-MSG
                           ACCEPT TELA-INV-MSG
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE ARQINV01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-CONTAGEM.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MARCAR A LINHA CORRENTE COMO APROVADA PELO      *
      *    OPERADOR                                                    *
      *----------------------------------------------------------------*
       2210-GRAVA-APROVACAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO FS-APROV-INV
           MOVE LKS-OPE-CODIGO         TO FS-OPE-APROV-INV
           REWRITE FD-INVENTARIO.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA APROVAR TODAS AS CONTAGENS DIGITADAS E AINDA    *
      *    NAO APROVADAS DA FOLHA EM ABERTO                            *
      *----------------------------------------------------------------*
       2300-MENU-APROVA-TODAS          SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-APR-TODAS
           ACCEPT TELA-APR-TODAS
           IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
               MOVE ZEROS              TO WRK-QTD-APROVADAS
               OPEN I-O ARQINV01
               IF WRK-FS-ARQINV01 NOT EQUAL "00"
                   MOVE "NAO HA FOLHA DE CONTAGEM CONGELADA"
                                       TO WRK-MSG-INV
               ELSE
                   MOVE ZEROS          TO FS-COD-PROD-INV
                   START ARQINV01 KEY IS NOT LESS FS-COD-PROD-INV
                   PERFORM UNTIL WRK-FS-ARQINV01 NOT EQUAL "00"
                       READ ARQINV01 NEXT RECORD
                       IF WRK-FS-ARQINV01 EQUAL "00"
                          AND FS-STATUS-INV EQUAL "A"
                          AND FS-IND-CONT-INV EQUAL "S"
                          AND FS-APROV-INV NOT EQUAL "S"
                           PERFORM 2210-GRAVA-APROVACAO
                           IF WRK-FS-ARQINV01 EQUAL "00"
                               ADD 1   TO WRK-QTD-APROVADAS
                           END-IF
                       END-IF
                   END-PERFORM
                   MOVE WRK-QTD-APROVADAS TO WRK-MSA-QTD
                   MOVE WRK-MSG-APROVADAS TO WRK-MSG-INV
               END-IF
               CLOSE ARQINV01
               DISPLAY TELA-INV-MSG
               ACCEPT TELA-INV-MSG
           END-IF
           PERFORM 2010-MENU-CONTAGEM.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA RETORNAR AO MENU ANTERIOR                       *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
