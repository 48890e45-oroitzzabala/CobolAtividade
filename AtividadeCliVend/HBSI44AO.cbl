      *                  CADA QUANTIDADE AO SALDO DO PRODUTO NO        *
      *                  ARQEST01 (CRIANDO O REGISTRO NA PRIMEIRA      *
      *                  ENTRADA). PRODUTO INEXISTENTE OU INATIVO NO   *
      *                  MESTRE SAI NO RELATORIO DE EXCECOES. CADA     *
      *                  ENTRADA LANCADA E GRAVADA NO KARDEX           *
      *                  (ARQMOV01). O RECEBIMENTO E CONFERIDO CONTRA  *
      *                  OS ITENS EM ABERTO DOS PEDIDOS DE COMPRA      *
      *                  APROVADOS (ARQPCO01/ARQPCI01), DO MAIS ANTIGO *
      *                  PARA O MAIS NOVO, FILTRANDO PELO PEDIDO E     *
      *                  PELO FORNECEDOR QUANDO INFORMADOS. EXCESSO    *
      *                  ACIMA DA TOLERANCIA DO SYSIN E RECUSADO;      *
      *                  DENTRO DA TOLERANCIA VAI PARA O ULTIMO ITEM E *
      *                  SAI COMO ALERTA. RECEBIMENTO SEM PEDIDO E     *
      *                  RECUSADO OU ACEITO COM ALERTA CONFORME O      *
      *                  SYSIN. PEDIDO COM TODOS OS ITENS RECEBIDOS E  *
      *                  FECHADO (F); COM RECEBIMENTO PARCIAL FICA P   *
      *    SYSIN.......: TOLERANCIA DE EXCESSO EM % (3 POSICOES) E     *
      *                  RECEBIMENTO SEM PEDIDO (R=RECUSA A=ACEITA,    *
      *                  BRANCO = RECUSA)                              *
      *================================================================*
      *
      *================================================================*
                          RECORD KEY   IS FS-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRD01.
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
              SELECT RELENT01 ASSIGN   TO UT-S-RELENT01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELENT01.
      *
              SELECT ARQMOV01 ASSIGN   TO UT-S-ARQMOV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQMOV01.
      *
              SELECT ARQCTRL ASSIGN    TO UT-S-ARQCTRL
                        ORGANIZATION   IS SEQUENTIAL
      *                                                                *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE RECEBIMENTOS DO DEPOSITO                *
      *               ORG. SEQUENCIAL - LRECL = 0028                   *
      *               PEDIDO E FORNECEDOR OPCIONAIS (ZEROS = SEM)      *
      *----------------------------------------------------------------*
      *
       FD ARQIMPES
          RECORD CONTAINS 28 CHARACTERS.
       01 FD-IMP-ENTRADA.
          05 FS-IMP-COD-PROD           PIC 9(007).
          05 FS-IMP-QTD-ENT            PIC 9(007).
          05 FS-IMP-NUM-PCO            PIC 9(007).
          05 FS-IMP-COD-FOR            PIC 9(007).
      *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO DE SALDO DE ESTOQUE POR PRODUTO            *
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
      *    I-O    : PEDIDOS DE COMPRA - CABECALHO                      *
      *               ORG. DINAMICA - LRECL = 0080                     *
      *               STATUS: S=SUGERIDO A=ABERTO P=PARCIAL            *
      *                       F=FECHADO  C=CANCELADO                   *
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
      *    OUTPUT : RELATORIO - EXCECOES DA ENTRADA DE ESTOQUE         *
       01 REL-LINHA-ENT                PIC X(132).
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
      *    OUTPUT : ARQUIVO DE TOTAIS DE CONTROLE DOS PROGRAMAS BATCH  *
      *               ORG. SEQUENCIAL - LRECL = 0043                   *
      *----------------------------------------------------------------*
           05 WRK-FS-ARQEST01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELENT01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMOV01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPCO01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPCI01          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-PCT-TOLERANCIA       PIC 9(003)      VALUE ZEROS.
           05 WRK-SEM-PEDIDO           PIC X(001)      VALUE SPACES.
      *
       01  WRK-AREA-PCO.
           05 WRK-QTD-ABERTA           PIC 9(009)      VALUE ZEROS.
           05 WRK-QTD-EXCESSO          PIC 9(009)      VALUE ZEROS.
           05 WRK-QTD-TOLERADA         PIC 9(009)      VALUE ZEROS.
           05 WRK-QTD-RESTANTE         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-ALOCAR           PIC 9(007)      VALUE ZEROS.
           05 WRK-ULT-CHAVE-PCI        PIC X(010)      VALUE SPACES.
           05 WRK-PCO-DOC              PIC 9(007)      VALUE ZEROS.
           05 WRK-ENTRADA-OK           PIC X(001)      VALUE "N".
           05 WRK-ITEM-OK              PIC X(001)      VALUE "N".
           05 WRK-FIM-ITENS            PIC X(001)      VALUE "N".
           05 WRK-PCO-FECHADO          PIC X(001)      VALUE "N".
           05 WRK-ALERTA               PIC X(035)      VALUE SPACES.
           05 WRK-QTD-PCO-TAB          PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-PCO              PIC 9(004)      VALUE ZEROS.
           05 WRK-ACHOU-PCO            PIC X(001)      VALUE "N".
      *
       01  WRK-TAB-PEDIDOS.
           05 WRK-TAB-NUM-PCO          PIC 9(007)
                                       OCCURS 500 TIMES.
      *
       01  WRK-AREA-MOV.
           05 WRK-MOV-TIPO             PIC X(002)      VALUE SPACES.
           05 WRK-MOV-SALDO-ANT        PIC 9(007)      VALUE ZEROS.
           05 WRK-MOV-DOCUMENTO        PIC X(018)      VALUE SPACES.
           05 WRK-MOV-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-MOV-HORA             PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDO-ENT         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-GRAV-ENT         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-EXC-ENT          PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-ALERTA-ENT       PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-PCO-FECH         PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           05 WRK-DET-QTD-ENT          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-MOTIVO           PIC X(035).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-NUM-PCO          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-COD-FOR          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(020)      VALUE
           05 FILLER                   PIC X(020)      VALUE
              'ENTRADAS LANCADAS..:'.
           05 WRK-ROD-QTD-LANC         PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(020)      VALUE
              'ENTRADAS RECUSADAS.:'.
           05 WRK-ROD-QTD-EXC          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(020)      VALUE
              'LANCADAS C/ ALERTA.:'.
           05 WRK-ROD-QTD-ALERTA       PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-05.
           05 FILLER                   PIC X(020)      VALUE
              'PEDIDOS FECHADOS...:'.
           05 WRK-ROD-QTD-PCO-FECH     PIC ZZZZZZ9.
      *
       01  WRK-AREA-CONTROLE.
           05 WRK-FS-ARQCTRL           PIC X(002)      VALUE "00".
      *----------------------------------------------------------------*
      *
           DISPLAY "HBSI44AO - INICIO DA ENTRADA DE ESTOQUE"
           ACCEPT WRK-PARM-SYSIN
           IF WRK-PCT-TOLERANCIA NOT NUMERIC
               MOVE ZEROS              TO WRK-PCT-TOLERANCIA
           END-IF
           IF WRK-SEM-PEDIDO NOT EQUAL "A"
               MOVE "R"                TO WRK-SEM-PEDIDO
           END-IF
           OPEN INPUT  ARQIMPES
           OPEN I-O ARQEST01
           IF WRK-FS-ARQEST01 EQUAL "35"
               OPEN I-O ARQEST01
           END-IF
           OPEN INPUT  ARQPRD01
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
           OPEN OUTPUT RELENT01
           OPEN EXTEND ARQMOV01
           IF WRK-FS-ARQMOV01 EQUAL "35"
               OPEN OUTPUT ARQMOV01
           END-IF
      *
           WRITE REL-LINHA-ENT         FROM WRK-CAB-01
           MOVE SPACES                 TO REL-LINHA-ENT
               ADD 1                   TO WRK-QTD-LIDO-ENT
               PERFORM 2010-LANCA-ENTRADA
               READ ARQIMPES
           END-PERFORM
           PERFORM 2060-SITUACAO-PEDIDOS.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UM RECEBIMENTO AO SALDO DO PRODUTO. A     *
      *    PRIMEIRA ENTRADA DE UM PRODUTO CRIA O REGISTRO DE SALDO.    *
      *    SO ENTRA O RECEBIMENTO ACEITO NA CONFERENCIA COM OS PEDIDOS *
      *    DE COMPRA, QUE SAO BAIXADOS EM SEGUIDA. CADA ENTRADA GRAVA  *
      *    O MOVIMENTO EN NO KARDEX (ARQMOV01)                         *
      *----------------------------------------------------------------*
       2010-LANCA-ENTRADA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-ENTRADA-OK
           MOVE SPACES                 TO WRK-ALERTA
           MOVE ZEROS                  TO WRK-PCO-DOC
           IF FS-IMP-NUM-PCO NOT NUMERIC
               MOVE ZEROS              TO FS-IMP-NUM-PCO
           END-IF
           IF FS-IMP-COD-FOR NOT NUMERIC
               MOVE ZEROS              TO FS-IMP-COD-FOR
           END-IF
           IF FS-IMP-QTD-ENT NOT NUMERIC
              OR FS-IMP-QTD-ENT EQUAL ZEROS
               MOVE "QUANTIDADE INVALIDA" TO WRK-DET-MOTIVO
                                       TO WRK-DET-MOTIVO
                   PERFORM 2020-IMPRIME-EXCECAO
               ELSE
                   PERFORM 2030-CONFERE-PEDIDO
               END-IF
           END-IF
           IF WRK-ENTRADA-OK EQUAL "S"
               MOVE FS-IMP-COD-PROD TO FS-COD-PROD-EST
               MOVE ZEROS              TO WRK-MOV-SALDO-ANT
               READ ARQEST01           KEY IS FS-COD-PROD-EST
               IF WRK-FS-ARQEST01 EQUAL "00"
                   MOVE FS-QTD-SALDO-EST TO WRK-MOV-SALDO-ANT
                   ADD FS-IMP-QTD-ENT TO FS-QTD-SALDO-EST
                   REWRITE FD-ESTOQUE
               ELSE
                   INITIALIZE FD-ESTOQUE
                   MOVE FS-IMP-COD-PROD TO FS-COD-PROD-EST
                   MOVE FS-IMP-QTD-ENT TO FS-QTD-SALDO-EST
                   MOVE ZEROS          TO FS-QTD-MIN-EST
                   WRITE FD-ESTOQUE
               END-IF
               IF WRK-FS-ARQEST01 EQUAL "00"
                   ADD 1               TO WRK-QTD-GRAV-ENT
                   PERFORM 2040-BAIXA-PEDIDOS
                   MOVE "EN"           TO WRK-MOV-TIPO
                   MOVE SPACES         TO WRK-MOV-DOCUMENTO
                   IF WRK-PCO-DOC NOT EQUAL ZEROS
                       MOVE "PC"       TO WRK-MOV-DOCUMENTO (1:2)
                       MOVE WRK-PCO-DOC
                                       TO WRK-MOV-DOCUMENTO (3:7)
                   END-IF
                   PERFORM 2910-GRAVA-MOVIMENTO
                   IF WRK-ALERTA NOT EQUAL SPACES
                       MOVE WRK-ALERTA TO WRK-DET-MOTIVO
                       PERFORM 2025-IMPRIME-ALERTA
                   END-IF
               ELSE
                   MOVE "ERRO AO GRAVAR O SALDO"
                                       TO WRK-DET-MOTIVO
                   PERFORM 2020-IMPRIME-EXCECAO
               END-IF
           END-IF.
      *
      *
           MOVE FS-IMP-COD-PROD        TO WRK-DET-COD-PROD
           MOVE FS-IMP-QTD-ENT         TO WRK-DET-QTD-ENT
           MOVE FS-IMP-NUM-PCO         TO WRK-DET-NUM-PCO
           MOVE FS-IMP-COD-FOR         TO WRK-DET-COD-FOR
           WRITE REL-LINHA-ENT         FROM WRK-DET-ENT
           ADD 1                       TO WRK-QTD-EXC-ENT.
      *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM RECEBIMENTO LANCADO COM ALERTA      *
      *    (SEM PEDIDO OU ACIMA DO PEDIDO DENTRO DA TOLERANCIA)        *
      *----------------------------------------------------------------*
       2025-IMPRIME-ALERTA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-IMP-COD-PROD        TO WRK-DET-COD-PROD
           MOVE FS-IMP-QTD-ENT         TO WRK-DET-QTD-ENT
           MOVE WRK-PCO-DOC            TO WRK-DET-NUM-PCO
           MOVE FS-IMP-COD-FOR         TO WRK-DET-COD-FOR
           WRITE REL-LINHA-ENT         FROM WRK-DET-ENT
           ADD 1                       TO WRK-QTD-ALERTA-ENT.
      *
      *----------------------------------------------------------------*
       2025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR O RECEBIMENTO CONTRA OS PEDIDOS DE     *
      *    COMPRA: SOMA O SALDO A RECEBER DOS ITENS ELEGIVEIS DO       *
      *    PRODUTO E DECIDE SE A ENTRADA E ACEITA (WRK-ENTRADA-OK)     *
      *----------------------------------------------------------------*
       2030-CONFERE-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-ABERTA
           MOVE "N"                    TO WRK-FIM-ITENS
           MOVE FS-IMP-COD-PROD        TO FS-COD-PROD-PCI
           START ARQPCI01 KEY IS NOT LESS FS-COD-PROD-PCI
           IF WRK-FS-ARQPCI01 NOT EQUAL "00"
               MOVE "S"                TO WRK-FIM-ITENS
           END-IF
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ ARQPCI01 NEXT RECORD
               IF WRK-FS-ARQPCI01 NOT EQUAL "00"
                  OR FS-COD-PROD-PCI NOT EQUAL FS-IMP-COD-PROD
                   MOVE "S"            TO WRK-FIM-ITENS
               ELSE
                   PERFORM 2050-ITEM-ELEGIVEL
                   IF WRK-ITEM-OK EQUAL "S"
                       COMPUTE WRK-QTD-ABERTA = WRK-QTD-ABERTA +
                               FS-QTD-PED-PCI - FS-QTD-REC-PCI
                   END-IF
               END-IF
           END-PERFORM
      *
           EVALUATE TRUE
               WHEN WRK-QTD-ABERTA EQUAL ZEROS
                AND WRK-SEM-PEDIDO EQUAL "R"
                   MOVE "SEM PEDIDO DE COMPRA EM ABERTO"
                                       TO WRK-DET-MOTIVO
                   PERFORM 2020-IMPRIME-EXCECAO
               WHEN WRK-QTD-ABERTA EQUAL ZEROS
                   MOVE "S"            TO WRK-ENTRADA-OK
                   MOVE "ACEITO SEM PEDIDO DE COMPRA"
                                       TO WRK-ALERTA
               WHEN FS-IMP-QTD-ENT NOT GREATER WRK-QTD-ABERTA
                   MOVE "S"            TO WRK-ENTRADA-OK
               WHEN OTHER
                   COMPUTE WRK-QTD-EXCESSO = FS-IMP-QTD-ENT -
                                             WRK-QTD-ABERTA
                   COMPUTE WRK-QTD-TOLERADA =
                           (WRK-QTD-ABERTA * WRK-PCT-TOLERANCIA) / 100
                   IF WRK-QTD-EXCESSO GREATER WRK-QTD-TOLERADA
                       MOVE "RECEBIDO ACIMA DA TOLERANCIA"
                                       TO WRK-DET-MOTIVO
                       PERFORM 2020-IMPRIME-EXCECAO
                   ELSE
                       MOVE "S"        TO WRK-ENTRADA-OK
                       MOVE "ACEITO ACIMA DO PEDIDO (TOLERANCIA)"
                                       TO WRK-ALERTA
                   END-IF
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA BAIXAR O RECEBIMENTO ACEITO NOS ITENS           *
      *    ELEGIVEIS, NA ORDEM DE GRAVACAO (PEDIDO MAIS ANTIGO         *
      *    PRIMEIRO). O EXCESSO TOLERADO FICA NO ULTIMO ITEM BAIXADO.  *
      *    O PRIMEIRO PEDIDO BAIXADO VAI COMO DOCUMENTO NO KARDEX      *
      *----------------------------------------------------------------*
       2040-BAIXA-PEDIDOS              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-QTD-ABERTA EQUAL ZEROS
               MOVE ZEROS              TO WRK-QTD-RESTANTE
               MOVE "S"                TO WRK-FIM-ITENS
           ELSE
               MOVE FS-IMP-QTD-ENT     TO WRK-QTD-RESTANTE
               MOVE SPACES             TO WRK-ULT-CHAVE-PCI
               MOVE "N"                TO WRK-FIM-ITENS
               MOVE FS-IMP-COD-PROD    TO FS-COD-PROD-PCI
               START ARQPCI01 KEY IS NOT LESS FS-COD-PROD-PCI
               IF WRK-FS-ARQPCI01 NOT EQUAL "00"
                   MOVE "S"            TO WRK-FIM-ITENS
               END-IF
           END-IF
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
                   OR WRK-QTD-RESTANTE EQUAL ZEROS
               READ ARQPCI01 NEXT RECORD
               IF WRK-FS-ARQPCI01 NOT EQUAL "00"
                  OR FS-COD-PROD-PCI NOT EQUAL FS-IMP-COD-PROD
                   MOVE "S"            TO WRK-FIM-ITENS
               ELSE
                   PERFORM 2050-ITEM-ELEGIVEL
                   IF WRK-ITEM-OK EQUAL "S"
                       COMPUTE WRK-QTD-ALOCAR = FS-QTD-PED-PCI -
                                                FS-QTD-REC-PCI
                       IF WRK-QTD-ALOCAR GREATER WRK-QTD-RESTANTE
                           MOVE WRK-QTD-RESTANTE TO WRK-QTD-ALOCAR
                       END-IF
                       ADD WRK-QTD-ALOCAR TO FS-QTD-REC-PCI
                       SUBTRACT WRK-QTD-ALOCAR FROM WRK-QTD-RESTANTE
                       IF FS-QTD-REC-PCI NOT LESS FS-QTD-PED-PCI
                           MOVE "F"    TO FS-STATUS-PCI
                       END-IF
                       REWRITE FD-ITEM-COMPRA
                       MOVE FS-CHAVE-PCI TO WRK-ULT-CHAVE-PCI
                       IF WRK-PCO-DOC EQUAL ZEROS
                           MOVE FS-NUM-PCI TO WRK-PCO-DOC
                       END-IF
                       PERFORM 2055-GUARDA-PEDIDO
                   END-IF
               END-IF
           END-PERFORM
      *
           IF WRK-QTD-RESTANTE GREATER ZEROS
              AND WRK-ULT-CHAVE-PCI NOT EQUAL SPACES
               MOVE WRK-ULT-CHAVE-PCI  TO FS-CHAVE-PCI
               READ ARQPCI01           KEY IS FS-CHAVE-PCI
               IF WRK-FS-ARQPCI01 EQUAL "00"
                   ADD WRK-QTD-RESTANTE TO FS-QTD-REC-PCI
                   MOVE "F"            TO FS-STATUS-PCI
                   REWRITE FD-ITEM-COMPRA
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VER SE O ITEM CORRENTE PODE RECEBER: ITEM       *
      *    ABERTO COM SALDO A RECEBER, PEDIDO APROVADO (A OU P) E,     *
      *    QUANDO INFORMADOS NO RECEBIMENTO, MESMO PEDIDO E MESMO      *
      *    FORNECEDOR                                                  *
      *----------------------------------------------------------------*
       2050-ITEM-ELEGIVEL              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-ITEM-OK
           IF FS-STATUS-PCI EQUAL "A"
              AND FS-QTD-PED-PCI GREATER FS-QTD-REC-PCI
              AND (FS-IMP-NUM-PCO EQUAL ZEROS
                   OR FS-IMP-NUM-PCO EQUAL FS-NUM-PCI)
               MOVE FS-NUM-PCI         TO FS-NUM-PCO
               READ ARQPCO01           KEY IS FS-NUM-PCO
               IF WRK-FS-ARQPCO01 EQUAL "00"
                  AND (FS-STATUS-PCO EQUAL "A"
                       OR FS-STATUS-PCO EQUAL "P")
                  AND (FS-IMP-COD-FOR EQUAL ZEROS
                       OR FS-IMP-COD-FOR EQUAL FS-COD-FOR-PCO)
                   MOVE "S"            TO WRK-ITEM-OK
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GUARDAR O PEDIDO DO ITEM BAIXADO NA TABELA DE   *
      *    PEDIDOS MOVIMENTADOS, PARA ATUALIZAR A SITUACAO NO FIM      *
      *----------------------------------------------------------------*
       2055-GUARDA-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-ACHOU-PCO
           PERFORM VARYING WRK-IDX-PCO FROM 1 BY 1
                   UNTIL WRK-IDX-PCO GREATER WRK-QTD-PCO-TAB
                      OR WRK-ACHOU-PCO EQUAL "S"
               IF WRK-TAB-NUM-PCO (WRK-IDX-PCO) EQUAL FS-NUM-PCI
                   MOVE "S"            TO WRK-ACHOU-PCO
               END-IF
           END-PERFORM
           IF WRK-ACHOU-PCO EQUAL "N"
              AND WRK-QTD-PCO-TAB LESS 500
               ADD 1                   TO WRK-QTD-PCO-TAB
               MOVE FS-NUM-PCI         TO WRK-TAB-NUM-PCO
                                          (WRK-QTD-PCO-TAB)
           END-IF.
      *
      *----------------------------------------------------------------*
       2055-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ATUALIZAR A SITUACAO DOS PEDIDOS MOVIMENTADOS:  *
      *    TODOS OS ITENS FECHADOS OU CANCELADOS FECHA O PEDIDO (F,    *
      *    COM A DATA DE FECHAMENTO); SENAO O PEDIDO FICA PARCIAL (P)  *
      *----------------------------------------------------------------*
       2060-SITUACAO-PEDIDOS           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-MOV-DATA         FROM DATE YYYYMMDD
           PERFORM VARYING WRK-IDX-PCO FROM 1 BY 1
                   UNTIL WRK-IDX-PCO GREATER WRK-QTD-PCO-TAB
               MOVE "S"                TO WRK-PCO-FECHADO
               MOVE "N"                TO WRK-FIM-ITENS
               MOVE WRK-TAB-NUM-PCO (WRK-IDX-PCO) TO FS-NUM-PCI
               MOVE ZEROS              TO FS-NUM-ITEM-PCI
               START ARQPCI01 KEY IS NOT LESS FS-CHAVE-PCI
               IF WRK-FS-ARQPCI01 NOT EQUAL "00"
                   MOVE "S"            TO WRK-FIM-ITENS
               END-IF
               PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
                   READ ARQPCI01 NEXT RECORD
                   IF WRK-FS-ARQPCI01 NOT EQUAL "00"
                      OR FS-NUM-PCI NOT EQUAL
                         WRK-TAB-NUM-PCO (WRK-IDX-PCO)
                       MOVE "S"        TO WRK-FIM-ITENS
                   ELSE
                       IF FS-STATUS-PCI EQUAL "A"
                           MOVE "N"    TO WRK-PCO-FECHADO
                       END-IF
                   END-IF
               END-PERFORM
               MOVE WRK-TAB-NUM-PCO (WRK-IDX-PCO) TO FS-NUM-PCO
               READ ARQPCO01           KEY IS FS-NUM-PCO
               IF WRK-FS-ARQPCO01 EQUAL "00"
                   IF WRK-PCO-FECHADO EQUAL "S"
                       MOVE "F"        TO FS-STATUS-PCO
                       MOVE WRK-MOV-DATA TO FS-DATA-FECH-PCO
                       ADD 1           TO WRK-QTD-PCO-FECH
                   ELSE
                       MOVE "P"        TO FS-STATUS-PCO
                   END-IF
                   REWRITE FD-PED-COMPRA
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
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
               MOVE "HBSI44AO"         TO FS-PROGRAMA-MOV
               MOVE WRK-MOV-DOCUMENTO  TO FS-DOCUMENTO-MOV
               MOVE "BATCH"            TO FS-OPERADOR-MOV
               WRITE FD-MOVIMENTO
           END-IF.
      *
      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O REGISTRO DE TOTAIS DA EXECUCAO NO     *
      *    ARQUIVO DE CONTROLE DOS PROGRAMAS BATCH                    *
      *----------------------------------------------------------------*
           WRITE REL-LINHA-ENT
           WRITE REL-LINHA-ENT          FROM WRK-RODAPE-01
           WRITE REL-LINHA-ENT          FROM WRK-RODAPE-02
           MOVE WRK-QTD-EXC-ENT         TO WRK-ROD-QTD-EXC
           MOVE WRK-QTD-ALERTA-ENT      TO WRK-ROD-QTD-ALERTA
           MOVE WRK-QTD-PCO-FECH        TO WRK-ROD-QTD-PCO-FECH
           WRITE REL-LINHA-ENT          FROM WRK-RODAPE-03
           WRITE REL-LINHA-ENT          FROM WRK-RODAPE-04
           WRITE REL-LINHA-ENT          FROM WRK-RODAPE-05
      *
           CLOSE ARQIMPES
           CLOSE ARQEST01
           CLOSE ARQPRD01
           CLOSE ARQPCO01
           CLOSE ARQPCI01
           CLOSE RELENT01
           CLOSE ARQMOV01
      *
           MOVE WRK-QTD-LIDO-ENT        TO WRK-CTR-LIDOS
           MOVE WRK-QTD-GRAV-ENT        TO WRK-CTR-GRAVADOS
