      *----------------------------------------------------------------*
      *    OBJETIVO....: PROGRAMA PARA CADASTRO DE PRODUTOS COM        *
      *                  DESCRICAO, UNIDADE DE MEDIDA, PRECO DE        *
      *                  VENDA CORRENTE E STATUS. O PRECO INFORMADO NA *
      *                  INCLUSAO OU ALTERACAO VALE A PARTIR DE HOJE E *
      *                  FICA REGISTRADO NO HISTORICO DE PRECOS        *
      *                  ARQPRC01. PRECOS FUTUROS SAO PROGRAMADOS NA   *
      *                  OPCAO 08 (HBSI20GO). OS PEDIDOS USAM O PRECO  *
      *                  VIGENTE NA DATA DO PEDIDO (HBSI30EO). A       *
      *                  CLASSE FISCAL DO PRODUTO DEVE TER AO MENOS    *
      *                  UMA REGRA NO ARQTRB01 (CALCULO DOS IMPOSTOS). *
      *                  TODA ALTERACAO DE SALDO NA OPCAO 06 E GRAVADA *
      *                  NO KARDEX (ARQMOV01). A DIGITACAO E A         *
      *                  APROVACAO DA CONTAGEM FISICA DO INVENTARIO    *
      *                  FICAM NA OPCAO 09 (HBSI20IO)                  *
      *================================================================*
      *
      *================================================================*
                          RECORD KEY   IS FS-COD-PROD-EST
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQEST01.
      *
              SELECT ARQPRC01 ASSIGN   TO UT-S-ARQPRC01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PRC
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRC01.
      *
              SELECT ARQTRB01 ASSIGN   TO UT-S-ARQTRB01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-TRB
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQTRB01.
      *
              SELECT ARQMOV01 ASSIGN   TO UT-S-ARQMOV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQMOV01.
      *
      *================================================================*
       DATA                            DIVISION.
      *                                                                *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO MESTRE DE PRODUTOS                         *
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
      *    I-O    : ARQUIVO DE SALDO DE ESTOQUE POR PRODUTO            *
          05 FS-QTD-SALDO-EST          PIC 9(007).
          05 FS-QTD-MIN-EST            PIC 9(005).
      *
      *----------------------------------------------------------------*
      *    I-O    : HISTORICO DE PRECOS DE VENDA POR VIGENCIA          *
      *               ORG. DINAMICA - LRECL = 0040                     *
      *               CHAVE: PRODUTO + DATA DE VIGENCIA                *
      *----------------------------------------------------------------*
      *
       FD ARQPRC01
          RECORD CONTAINS 40 CHARACTERS.
       01 FD-PRECO.
          05 FS-CHAVE-PRC.
             10 FS-COD-PROD-PRC    PIC 9(007).
             10 FS-DATA-VIG-PRC    PIC 9(008).
          05 FS-PRECO-PRC          PIC 9(007)V9(002).
          05 FS-DATA-CAD-PRC       PIC 9(008).
          05 FS-OPE-CAD-PRC        PIC X(008).
      *
      *----------------------------------------------------------------*
      *    INPUT  : REGRAS FISCAIS POR CLASSE FISCAL E UF DE DESTINO   *
      *               ORG. DINAMICA - LRECL = 0040                     *
      *               CHAVE: CLASSE FISCAL + UF                        *
      *----------------------------------------------------------------*
      *
       FD ARQTRB01
          RECORD CONTAINS 40 CHARACTERS.
       01 FD-TRIBUTO.
          05 FS-CHAVE-TRB.
             10 FS-CLAS-FISC-TRB   PIC X(004).
             10 FS-UF-TRB          PIC X(002).
          05 FS-ALIQ-ICMS-TRB      PIC 9(002)V9(002).
          05 FS-ALIQ-IPI-TRB       PIC 9(002)V9(002).
          05 FS-IND-ST-TRB         PIC X(001).
          05 FS-MVA-ST-TRB         PIC 9(003)V9(002).
          05 FS-ALIQ-ST-TRB        PIC 9(002)V9(002).
          05 FS-DATA-CAD-TRB       PIC 9(008).
          05 FS-OPE-CAD-TRB        PIC X(008).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : MOVIMENTOS DE ESTOQUE (KARDEX)                     *
      *               ORG. SEQUENCIAL - LRECL = 0080                   *
      *               SENTIDO: E=ENTRADA S=SAIDA                       *
      *               TIPO: SI=SALDO INICIAL EN=ENTRADA DEPOSITO       *
      *                     RP=RESERVA PEDIDO AP=ALTERACAO PEDIDO      *
      *                     CP=CANCELAMENTO PEDIDO ER=ESTORNO RETORNO  *
      *                     AM=AJUSTE MANUAL AI=AJUSTE INVENTARIO      *
      *----------------------------------------------------------------*
      *
       FD ARQMOV01
          RECORD CONTAINS 80 CHARACTERS.
       01 FD-MOVIMENTO.
          05 FS-COD-PROD-MOV           PIC 9(007).
          05 FS-DATA-MOV               PIC 9(008).
          05 FS-HORA-MOV               PIC 9(006).
          05 FS-TIPO-MOV               PIC X(002).
          05 FS-SENTIDO-MOV            PIC X(001).
          05 FS-QTD-MOV                PIC 9(007).
          05 FS-SALDO-MOV              PIC 9(007).
          05 FS-PROGRAMA-MOV           PIC X(008).
          05 FS-DOCUMENTO-MOV          PIC X(018).
          05 FS-OPERADOR-MOV           PIC X(008).
          05 FILLER                    PIC X(008).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           05 WRK-DESC-PROD            PIC X(040)      VALUE SPACES.
           05 WRK-UNID-PROD            PIC X(003)      VALUE SPACES.
           05 WRK-PRECO-PROD           PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-PRECO-ANT            PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-CLAS-FISC            PIC X(004)      VALUE SPACES.
           05 WRK-CLASSE-OK            PIC X(001)      VALUE "N".
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQEST01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRC01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQTRB01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMOV01          PIC X(002)      VALUE "00".
      *
       01  WRK-AREA-MOV.
           05 WRK-MOV-TIPO             PIC X(002)      VALUE SPACES.
           05 WRK-MOV-SALDO-ANT        PIC 9(007)      VALUE ZEROS.
           05 WRK-MOV-DOCUMENTO        PIC X(018)      VALUE SPACES.
           05 WRK-MOV-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-MOV-HORA             PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-AREA-ESTOQUE.
           05 WRK-QTD-SALDO-EST        PIC 9(007)      VALUE ZEROS.
           05 VALUE "05 - CONSULTAR"                     LINE  8 COL  2.
           05 VALUE "06 - ESTOQUE"                       LINE  9 COL  2.
           05 VALUE "07 - RETORNAR AO MENU ANTERIOR"     LINE 10 COL  2.
           05 VALUE "08 - PRECOS PROGRAMADOS"            LINE 11 COL  2.
           05 VALUE "09 - CONTAGEM FISICA"               LINE 12 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 14 COL  2.
           05 OPCAO                                      LINE 14 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-ADD-PRODUTO.
           05 PRECO-PRD                                  LINE  7 COL 17
                                       PIC 9(007)V9(002) TO
                                                         WRK-PRECO-PROD.
           05 VALUE "CLASSE FISCAL:"                     LINE  8 COL  2.
           05 CLAS-FISC-PRD                              LINE  8 COL 17
                                       PIC X(004) TO WRK-CLAS-FISC.
           05 VALUE "INCLUIR PRODUTO? (S/N):"            LINE 10 COL  2.
           05 CONFIRMA                                   LINE 10 COL 26
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-ALT-PRODUTO.
                                       PIC 9(007)V9(002)
                                                  FROM WRK-PRECO-PROD
                                                    TO WRK-PRECO-PROD.
           05 VALUE "CLASSE FISCAL:"                     LINE  8 COL  2.
           05 CLAS-FISC-PRD                              LINE  8 COL 17
                                       PIC X(004) FROM WRK-CLAS-FISC
                                                    TO WRK-CLAS-FISC.
           05 VALUE "GRAVAR ALTERACAO? (S/N):"           LINE 10 COL  2.
           05 CONFIRMA                                   LINE 10 COL 27
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-BUSCA-PRODUTO.
           05 VALUE "STATUS.......:"                     LINE  8 COL  2.
           05 STATUS-PRD                                 LINE  8 COL 17
                                       PIC X(001) FROM FS-STATUS-PROD.
           05 VALUE "CLASSE FISCAL:"                     LINE  9 COL  2.
           05 CLAS-FISC-PRD                              LINE  9 COL 17
                                       PIC X(004) FROM WRK-CLAS-FISC.
           05 VALUE "CONTINUAR? (S/N):"                  LINE 11 COL  2.
           05 CONFIRMA                                   LINE 11 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-EST-PRODUTO.
                  END-IF
              WHEN "07"
                  PERFORM 3000-FINALIZAR
              WHEN "08"
                  CALL "HBSI20GO" USING LKS-AREA-OPERADOR
                  PERFORM 2010-MENU-PRODUTO
              WHEN "09"
                  CALL "HBSI20IO" USING LKS-AREA-OPERADOR
                  PERFORM 2010-MENU-PRODUTO
              WHEN OTHER
                  PERFORM 2010-MENU-PRODUTO
           END-EVALUATE.
                                          WRK-PRECO-PROD
           MOVE SPACES                 TO WRK-DESC-PROD
                                          WRK-UNID-PROD
                                          WRK-CLAS-FISC
           DISPLAY TELA-ADD-PRODUTO
           ACCEPT TELA-ADD-PRODUTO
           EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
               MOVE "PRECO DE VENDA NAO INFORMADO" TO WRK-MSG-PRD
               DISPLAY TELA-PRD-MSG
               ACCEPT TELA-PRD-MSG
           ELSE
           PERFORM 2130-VALIDA-CLASSE
           IF WRK-CLASSE-OK EQUAL "N"
               MOVE "CLASSE FISCAL SEM REGRA FISCAL CADASTRADA"
                                       TO WRK-MSG-PRD
               DISPLAY TELA-PRD-MSG
               ACCEPT TELA-PRD-MSG
           ELSE
               IF WRK-ARQ-PRD-NOVO EQUAL "S"
                   OPEN OUTPUT ARQPRD01
                                       TO FS-UNID-PROD
               MOVE WRK-PRECO-PROD     TO FS-PRECO-PROD
               MOVE "A"                TO FS-STATUS-PROD
               MOVE WRK-CLAS-FISC      TO FS-CLAS-FISC-PROD
               WRITE FD-PRODUTO
               IF WRK-FS-ARQPRD01 NOT EQUAL "00"
                   MOVE "PRODUTO JA EXISTE" TO WRK-MSG-PRD
                   DISPLAY TELA-PRD-MSG
                   ACCEPT TELA-PRD-MSG
               ELSE
                   PERFORM 2120-GRAVA-HISTORICO
               END-IF
           END-IF
           END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REGISTRAR NO HISTORICO ARQPRC01 O PRECO DO      *
      *    MESTRE COM VIGENCIA A PARTIR DE HOJE. SE JA HOUVER PRECO    *
      *    COM VIGENCIA HOJE ELE E REGRAVADO                           *
      *----------------------------------------------------------------*
       2120-GRAVA-HISTORICO            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           OPEN I-O ARQPRC01
           IF WRK-FS-ARQPRC01 EQUAL "35"
               OPEN OUTPUT ARQPRC01
           END-IF
           MOVE WRK-COD-PROD           TO FS-COD-PROD-PRC
           MOVE WRK-DATA-DIA           TO FS-DATA-VIG-PRC
           READ ARQPRC01               KEY IS FS-CHAVE-PRC
           MOVE WRK-PRECO-PROD         TO FS-PRECO-PRC
           MOVE WRK-DATA-DIA           TO FS-DATA-CAD-PRC
           MOVE LKS-OPE-CODIGO         TO FS-OPE-CAD-PRC
           IF WRK-FS-ARQPRC01 EQUAL "00"
               REWRITE FD-PRECO
           ELSE
               MOVE WRK-COD-PROD       TO FS-COD-PROD-PRC
               MOVE WRK-DATA-DIA       TO FS-DATA-VIG-PRC
               WRITE FD-PRECO
           END-IF
           IF WRK-FS-ARQPRC01 NOT EQUAL "00"
               MOVE "ERRO AO GRAVAR O HISTORICO DE PRECOS"
                                       TO WRK-MSG-PRD
               DISPLAY TELA-PRD-MSG
               ACCEPT TELA-PRD-MSG
           END-IF
           CLOSE ARQPRC01.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR SE A CLASSE FISCAL INFORMADA TEM AO    *
      *    MENOS UMA REGRA (QUALQUER UF) NO ARQTRB01                   *
      *----------------------------------------------------------------*
       2130-VALIDA-CLASSE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-CLASSE-OK
           MOVE FUNCTION UPPER-CASE(WRK-CLAS-FISC)
                                       TO WRK-CLAS-FISC
           IF WRK-CLAS-FISC NOT EQUAL SPACES
               OPEN INPUT ARQTRB01
               IF WRK-FS-ARQTRB01 EQUAL "00"
                   MOVE WRK-CLAS-FISC TO FS-CLAS-FISC-TRB
                   MOVE LOW-VALUES     TO FS-UF-TRB
                   START ARQTRB01 KEY IS NOT LESS FS-CHAVE-TRB
                   IF WRK-FS-ARQTRB01 EQUAL "00"
                       READ ARQTRB01 NEXT RECORD
                       IF WRK-FS-ARQTRB01 EQUAL "00"
                          AND FS-CLAS-FISC-TRB EQUAL WRK-CLAS-FISC
                           MOVE "S"    TO WRK-CLASSE-OK
                       END-IF
                   END-IF
                   CLOSE ARQTRB01
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE ALTERACAO DO PRODUTO                  *
      *----------------------------------------------------------------*
       2200-MENU-ALTERA-PRD            SECTION.
               MOVE FS-DESC-PROD       TO WRK-DESC-PROD
               MOVE FS-UNID-PROD       TO WRK-UNID-PROD
               MOVE FS-PRECO-PROD      TO WRK-PRECO-PROD
                                          WRK-PRECO-ANT
               MOVE FS-CLAS-FISC-PROD  TO WRK-CLAS-FISC
               DISPLAY TELA-ALT-PRODUTO
               ACCEPT TELA-ALT-PRODUTO
               EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
       2210-ALTERAR-PRD                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2130-VALIDA-CLASSE
           IF WRK-CLASSE-OK EQUAL "N"
               MOVE "CLASSE FISCAL SEM REGRA FISCAL CADASTRADA"
                                       TO WRK-MSG-PRD
               DISPLAY TELA-PRD-MSG
               ACCEPT TELA-PRD-MSG
           ELSE
           MOVE WRK-DESC-PROD          TO FS-DESC-PROD
           MOVE FUNCTION UPPER-CASE(WRK-UNID-PROD)
                                       TO FS-UNID-PROD
           MOVE WRK-PRECO-PROD         TO FS-PRECO-PROD
           MOVE "A"                    TO FS-STATUS-PROD
           MOVE WRK-CLAS-FISC          TO FS-CLAS-FISC-PROD
           REWRITE FD-PRODUTO
           IF WRK-FS-ARQPRD01 NOT EQUAL "00"
               MOVE "ERRO AO GRAVAR ALTERACAO" TO WRK-MSG-PRD
               DISPLAY TELA-PRD-MSG
               ACCEPT TELA-PRD-MSG
           ELSE
               IF WRK-PRECO-PROD NOT EQUAL WRK-PRECO-ANT
                   PERFORM 2120-GRAVA-HISTORICO
               END-IF
           END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
               MOVE FS-DESC-PROD       TO WRK-DESC-PROD
               MOVE FS-UNID-PROD       TO WRK-UNID-PROD
               MOVE FS-PRECO-PROD      TO WRK-PRECO-PROD
               MOVE FS-CLAS-FISC-PROD  TO WRK-CLAS-FISC
               DISPLAY TELA-CONS-PRODUTO
               ACCEPT TELA-CONS-PRODUTO
           END-IF
      *----------------------------------------------------------------*
      *    ROTINA PARA MANTER O SALDO E O ESTOQUE MINIMO DO PRODUTO    *
      *    NO ARQEST01. O SALDO TAMBEM E MOVIMENTADO PELA ENTRADA DO   *
      *    DEPOSITO (HBSI44AO), PELA RESERVA DOS PEDIDOS E PELO AJUSTE *
      *    DO INVENTARIO (HBSI45EO)                                    *
      *----------------------------------------------------------------*
       2600-MENU-ESTOQUE-PRD           SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR OU REGRAVAR O SALDO E O MINIMO DO        *
      *    PRODUTO. A DIFERENCA NO SALDO E GRAVADA NO KARDEX           *
      *    (ARQMOV01) COMO AJUSTE MANUAL (AM)                          *
      *----------------------------------------------------------------*
       2610-GRAVA-ESTOQUE-PRD          SECTION.
      *----------------------------------------------------------------*
               MOVE "ERRO AO GRAVAR O ESTOQUE" TO WRK-MSG-PRD
               DISPLAY TELA-PRD-MSG
               ACCEPT TELA-PRD-MSG
           ELSE
               MOVE "AM"               TO WRK-MOV-TIPO
               MOVE WRK-QTD-SALDO-EST  TO WRK-MOV-SALDO-ANT
               MOVE SPACES             TO WRK-MOV-DOCUMENTO
               PERFORM 2910-GRAVA-MOVIMENTO
           END-IF.
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O MOVIMENTO DE ESTOQUE (KARDEX) DO       *
      *    PRODUTO CORRENTE DO ARQEST01. A QUANTIDADE E A DIFERENCA    *
      *    ENTRE O SALDO ANTERIOR E O SALDO GRAVADO; SEM DIFERENCA     *
      *    NAO HA MOVIMENTO                                            *
      *----------------------------------------------------------------*
       2910-GRAVA-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-QTD-SALDO-EST NOT EQUAL WRK-MOV-SALDO-ANT
               ACCEPT WRK-MOV-DATA     FROM DATE YYYYMMDD
               ACCEPT WRK-MOV-HORA     FROM TIME
               OPEN EXTEND ARQMOV01
               IF WRK-FS-ARQMOV01 EQUAL "35"
                   OPEN OUTPUT ARQMOV01
               END-IF
               INITIALIZE FD-MOVIMENTO
               MOVE FS-COD-PROD-EST    TO FS-COD-PROD-MOV
               MOVE WRK-MOV-DATA       TO FS-DATA-MOV
               MOVE WRK-MOV-HORA (1:6) TO FS-HORA-MOV
               MOVE WRK-MOV-TIPO       TO FS-TIPO-MOV
               IF FS-QTD-SALDO-EST GREATER WRK-MOV-SALDO-ANT
                   MOVE "E"            TO FS-SENTIDO-MOV
                   COMPUTE FS-QTD-MOV = FS-QTD-SALDO-EST -
                                        WRK-MOV-SALDO-ANT
               ELSE
                   MOVE "S"            TO FS-SENTIDO-MOV
                   COMPUTE FS-QTD-MOV = WRK-MOV-SALDO-ANT -
                                        FS-QTD-SALDO-EST
               END-IF
               MOVE FS-QTD-SALDO-EST   TO FS-SALDO-MOV
               MOVE "HBSI20DO"         TO FS-PROGRAMA-MOV
               MOVE WRK-MOV-DOCUMENTO  TO FS-DOCUMENTO-MOV
               MOVE LKS-OPE-CODIGO     TO FS-OPERADOR-MOV
               WRITE FD-MOVIMENTO
               CLOSE ARQMOV01
           END-IF.
      *
      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA FINALIZAR PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
