      *                  DATA E VENDEDOR EM UM PEDIDO, APLICA AS       *
      *                  MESMAS VALIDACOES DA ENTRADA HBSI27AO         *
      *                  (CLIENTE ATIVO, VENDEDOR DA ATRIBUICAO,       *
      *                  PRODUTO ATIVO COM O PRECO VIGENTE NA DATA DO  *
      *                  PEDIDO PELO HISTORICO ARQPRC01 VIA HBSI30EO,  *
      *                  OU O DO MESTRE SEM HISTORICO) E GRAVA         *
      *                  NO ARQPED01/ARQPDI01 COM OS IMPOSTOS (ICMS,   *
      *                  IPI E ICMS-ST) DA REGRA FISCAL DA CLASSE DO   *
      *                  PRODUTO NA UF DO CLIENTE VIA HBSI30FO. O      *
      *                  SALDO DE CREDITO SOMA O VALOR BRUTO. OS       *
      *                  REGISTROS REJEITADOS SAEM NO ARQREJPD COM O   *
      *                  MOTIVO. A RESERVA DE ESTOQUE DE CADA ITEM E   *
      *                  GRAVADA NO KARDEX (ARQMOV01). PEDIDO DATADO   *
      *                  EM PERIODO JA FECHADO (HBSI30HO) E REJEITADO  *
      *================================================================*
      *
      *================================================================*
                          RECORD KEY   IS FS-COD-CLI-CRD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCRD01.
      *
              SELECT ARQMOV01 ASSIGN   TO UT-S-ARQMOV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQMOV01.
      *
              SELECT ARQCTRL ASSIGN    TO UT-S-ARQCTRL
                        ORGANIZATION   IS SEQUENTIAL
      *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO DE PEDIDOS DE VENDA - CABECALHO            *
      *               ORG. DINAMICA - LRECL = 0084                     *
      *----------------------------------------------------------------*
      *
       FD ARQPED01
          RECORD CONTAINS 84 CHARACTERS.
       01 FD-PEDIDO.
          05 FS-CHAVE-PED.
             10 FS-COD-CLI-PED     PIC 9(007).
          05 FS-QTD-ITENS-PED      PIC 9(003).
          05 FS-VAL-TOT-PED        PIC 9(009)V9(002).
          05 FS-STATUS-PED         PIC X(001).
          05 FS-VAL-ICMS-PED       PIC 9(009)V9(002).
          05 FS-VAL-IPI-PED        PIC 9(009)V9(002).
          05 FS-VAL-ST-PED         PIC 9(009)V9(002).
          05 FS-VAL-BRUTO-PED      PIC 9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO DE ITENS DE PEDIDO - UM REGISTRO POR ITEM  *
      *               ORG. DINAMICA - LRECL = 0075                     *
      *----------------------------------------------------------------*
      *
       FD ARQPDI01
          RECORD CONTAINS 75 CHARACTERS.
       01 FD-PED-ITEM.
          05 FS-CHAVE-PDI.
             10 FS-COD-CLI-PDI     PIC 9(007).
          05 FS-COD-PROD-PDI       PIC 9(007).
          05 FS-QTD-PROD-PDI       PIC 9(005).
          05 FS-VAL-UNIT-PDI       PIC 9(007)V9(002).
          05 FS-VAL-ICMS-PDI       PIC 9(009)V9(002).
          05 FS-VAL-IPI-PDI        PIC 9(009)V9(002).
          05 FS-VAL-ST-PDI         PIC 9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE CLIENTES - ORG. DINAMICA LRECL=0199     *
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
      *    I-O    : ARQUIVO DE SALDO DE ESTOQUE POR PRODUTO            *
          05 FS-SALDO-CRD              PIC S9(009)V9(002).
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
           05 WRK-FS-ARQVENCLI         PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQEST01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMOV01          PIC X(002)      VALUE "00".
      *
       01  WRK-AREA-MOV.
           05 WRK-MOV-TIPO             PIC X(002)      VALUE SPACES.
           05 WRK-MOV-SALDO-ANT        PIC 9(007)      VALUE ZEROS.
           05 WRK-MOV-DOCUMENTO        PIC X(018)      VALUE SPACES.
           05 WRK-MOV-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-MOV-HORA             PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-ESTOQUE-OK           PIC X(001)      VALUE "S".
           05 WRK-GRP-COD-CLI          PIC 9(007)      VALUE ZEROS.
           05 WRK-GRP-DATA-PED         PIC 9(008)      VALUE ZEROS.
           05 WRK-GRP-COD-VEN          PIC 9(007)      VALUE ZEROS.
           05 WRK-GRP-UF-CLI           PIC X(002)      VALUE SPACES.
           05 WRK-GRP-MOTIVO           PIC 9(001)      VALUE ZEROS.
           05 WRK-GRP-DESC-MOTIVO      PIC X(030)      VALUE SPACES.
           05 WRK-QTD-ITENS            PIC 9(003)      VALUE ZEROS.
           05 WRK-IDX-ITEM             PIC 9(003)      VALUE ZEROS.
           05 WRK-VAL-TOTAL            PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-VAL-UNIT             PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-VAL-ICMS             PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-VAL-IPI              PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-VAL-ST               PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-VAL-BRUTO            PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-SEQ-PED              PIC 9(003)      VALUE ZEROS.
           05 WRK-QTD-CKP-PED          PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-PROC-PED         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-REG-GRUPO        PIC 9(007)      VALUE ZEROS.
           05 WRK-LIMITE-REJ-PCT       PIC 9(003)      VALUE 010.
      *
       01  WRK-PARM-PRC.
           05 WRK-PRC-COD-PROD         PIC 9(007)      VALUE ZEROS.
           05 WRK-PRC-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-PRC-PRECO            PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-PRC-DATA-VIG         PIC 9(008)      VALUE ZEROS.
           05 WRK-PRC-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-PARM-TRB.
           05 WRK-TRB-CLAS-FISC        PIC X(004)      VALUE SPACES.
           05 WRK-TRB-UF               PIC X(002)      VALUE SPACES.
           05 WRK-TRB-VAL-BASE         PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-TRB-VAL-ICMS         PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-TRB-VAL-IPI          PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-TRB-VAL-ST           PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-TRB-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-PARM-FEC.
           05 WRK-FEC-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-DATA-FEC         PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-TAB-ITENS.
           05 WRK-ITEM                 OCCURS 999 TIMES.
              10 WRK-ITEM-COD          PIC 9(007).
              10 WRK-ITEM-QTD          PIC 9(005).
              10 WRK-ITEM-VAL          PIC 9(007)V9(002).
              10 WRK-ITEM-ICMS         PIC 9(009)V9(002).
              10 WRK-ITEM-IPI          PIC 9(009)V9(002).
              10 WRK-ITEM-ST           PIC 9(009)V9(002).
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDO-PED         PIC 9(007)      VALUE ZEROS.
           OPEN INPUT  ARQVENCLI
           OPEN INPUT  ARQPRD01
           OPEN I-O ARQEST01
           OPEN EXTEND ARQMOV01
           IF WRK-FS-ARQMOV01 EQUAL "35"
               OPEN OUTPUT ARQMOV01
           END-IF
           OPEN I-O ARQCRD01
           IF WRK-FS-ARQCRD01 EQUAL "35"
               OPEN OUTPUT ARQCRD01
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR UM NOVO GRUPO (PEDIDO) E VALIDAR O        *
      *    CABECALHO: DATA EM PERIODO NAO FECHADO, CLIENTE ATIVO E     *
      *    VENDEDOR DA ATRIBUICAO. COM O VENDEDOR EM ZEROS NO ARQUIVO, *
      *    ASSUME O VENDEDOR QUE ATENDE O CLIENTE NO ARQVENCLI         *
      *----------------------------------------------------------------*
       2100-INICIA-GRUPO               SECTION.
      *----------------------------------------------------------------*
           MOVE FS-IMP-COD-VEN         TO WRK-GRP-COD-VEN
           MOVE ZEROS                  TO WRK-QTD-ITENS
                                          WRK-VAL-TOTAL
                                          WRK-VAL-ICMS
                                          WRK-VAL-IPI
                                          WRK-VAL-ST
                                          WRK-QTD-REG-GRUPO
           MOVE SPACES                 TO WRK-GRP-UF-CLI
           INITIALIZE WRK-TAB-ITENS
           MOVE "S"                    TO WRK-GRUPO-OK
           MOVE ZEROS                  TO WRK-GRP-MOTIVO
               MOVE "DATA DO PEDIDO INVALIDA"
                                       TO WRK-GRP-DESC-MOTIVO
           END-IF
      *
           IF WRK-GRUPO-OK EQUAL "S"
               MOVE WRK-GRP-DATA-PED   TO WRK-FEC-DATA
               CALL "HBSI30HO" USING WRK-PARM-FEC
               EVALUATE WRK-FEC-RETORNO
                   WHEN 1
                       MOVE "N"        TO WRK-GRUPO-OK
                       MOVE 9          TO WRK-GRP-MOTIVO
                       MOVE "PEDIDO EM PERIODO JA FECHADO"
                                       TO WRK-GRP-DESC-MOTIVO
                   WHEN 9
                       MOVE "N"        TO WRK-GRUPO-OK
                       MOVE 5          TO WRK-GRP-MOTIVO
                       MOVE "DATA DO PEDIDO INVALIDA"
                                       TO WRK-GRP-DESC-MOTIVO
               END-EVALUATE
           END-IF
      *
           IF WRK-GRUPO-OK EQUAL "S"
               MOVE WRK-GRP-COD-CLI    TO FS-COD-CLI
                   MOVE 1              TO WRK-GRP-MOTIVO
                   MOVE "CLIENTE NAO CADASTRADO OU INATIVO"
                                       TO WRK-GRP-DESC-MOTIVO
               ELSE
                   MOVE FS-UF-CLI      TO WRK-GRP-UF-CLI
               END-IF
           END-IF
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR UM REGISTRO (ITEM) DO ARQUIVO DE         *
      *    ENTRADA: VALIDA O PRODUTO NO MESTRE E GUARDA O ITEM COM O   *
      *    PRECO DE VENDA VIGENTE NA DATA DO PEDIDO (HBSI30EO). SEM    *
      *    HISTORICO ATE A DATA VALE O PRECO DO MESTRE. OS IMPOSTOS    *
      *    DO ITEM SAEM DA REGRA FISCAL (HBSI30FO); PRODUTO SEM REGRA  *
      *    PARA A UF DO CLIENTE E REJEITADO                            *
      *----------------------------------------------------------------*
       2300-TRATA-ITEM                 SECTION.
      *----------------------------------------------------------------*
                                       TO FS-REJ-DESC-MOTIVO
                   PERFORM 2350-GRAVA-REJEITO-PED
               ELSE
                   MOVE FS-PRECO-PROD  TO WRK-VAL-UNIT
                   MOVE FS-IMP-COD-PROD TO WRK-PRC-COD-PROD
                   MOVE WRK-GRP-DATA-PED TO WRK-PRC-DATA
                   CALL "HBSI30EO" USING WRK-PARM-PRC
                   IF WRK-PRC-RETORNO EQUAL ZEROS
                       MOVE WRK-PRC-PRECO TO WRK-VAL-UNIT
                   END-IF
                   MOVE FS-CLAS-FISC-PROD TO WRK-TRB-CLAS-FISC
                   MOVE WRK-GRP-UF-CLI TO WRK-TRB-UF
                   COMPUTE WRK-TRB-VAL-BASE =
                           FS-IMP-QTD-PROD * WRK-VAL-UNIT
                   CALL "HBSI30FO" USING WRK-PARM-TRB
                   IF WRK-TRB-RETORNO NOT EQUAL ZEROS
                       MOVE 8          TO FS-REJ-COD-MOTIVO
                       MOVE "PRODUTO SEM REGRA FISCAL NA UF"
                                       TO FS-REJ-DESC-MOTIVO
                       PERFORM 2350-GRAVA-REJEITO-PED
                   ELSE
                       PERFORM 2310-GUARDA-ITEM
                   END-IF
               END-IF
               END-IF
               END-IF
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GUARDAR O ITEM ACEITO NA TABELA DO GRUPO E      *
      *    ACUMULAR O VALOR DOS PRODUTOS E OS IMPOSTOS DO PEDIDO       *
      *----------------------------------------------------------------*
       2310-GUARDA-ITEM                SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTD-ITENS
           MOVE FS-IMP-COD-PROD        TO WRK-ITEM-COD (WRK-QTD-ITENS)
           MOVE FS-IMP-QTD-PROD        TO WRK-ITEM-QTD (WRK-QTD-ITENS)
           MOVE WRK-VAL-UNIT           TO WRK-ITEM-VAL (WRK-QTD-ITENS)
           MOVE WRK-TRB-VAL-ICMS       TO WRK-ITEM-ICMS (WRK-QTD-ITENS)
           MOVE WRK-TRB-VAL-IPI        TO WRK-ITEM-IPI (WRK-QTD-ITENS)
           MOVE WRK-TRB-VAL-ST         TO WRK-ITEM-ST (WRK-QTD-ITENS)
           ADD WRK-TRB-VAL-BASE        TO WRK-VAL-TOTAL
           ADD WRK-TRB-VAL-ICMS        TO WRK-VAL-ICMS
           ADD WRK-TRB-VAL-IPI         TO WRK-VAL-IPI
           ADD WRK-TRB-VAL-ST          TO WRK-VAL-ST.
      *
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM REGISTRO REJEITADO NA IMPORTACAO      *
      *----------------------------------------------------------------*
       2350-GRAVA-REJEITO-PED          SECTION.
               MOVE WRK-QTD-ITENS      TO FS-QTD-ITENS-PED
               MOVE WRK-VAL-TOTAL      TO FS-VAL-TOT-PED
               MOVE "A"                TO FS-STATUS-PED
               COMPUTE WRK-VAL-BRUTO = WRK-VAL-TOTAL + WRK-VAL-IPI +
                                       WRK-VAL-ST
               MOVE WRK-VAL-ICMS       TO FS-VAL-ICMS-PED
               MOVE WRK-VAL-IPI        TO FS-VAL-IPI-PED
               MOVE WRK-VAL-ST         TO FS-VAL-ST-PED
               MOVE WRK-VAL-BRUTO      TO FS-VAL-BRUTO-PED
               WRITE FD-PEDIDO
               IF WRK-FS-ARQPED01 EQUAL "00"
                   ADD 1               TO WRK-QTD-GRAV-PED
                                       TO FS-QTD-PROD-PDI
               MOVE WRK-ITEM-VAL  (WRK-IDX-ITEM)
                                       TO FS-VAL-UNIT-PDI
               MOVE WRK-ITEM-ICMS (WRK-IDX-ITEM)
                                       TO FS-VAL-ICMS-PDI
               MOVE WRK-ITEM-IPI  (WRK-IDX-ITEM)
                                       TO FS-VAL-IPI-PDI
               MOVE WRK-ITEM-ST   (WRK-IDX-ITEM)
                                       TO FS-VAL-ST-PDI
               WRITE FD-PED-ITEM
           END-PERFORM.
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA RESERVAR O ESTOQUE DOS ITENS DO PEDIDO          *
      *    GRAVADO, BAIXANDO O SALDO DE CADA PRODUTO COM REGISTRO NO   *
      *    ARQEST01 (SEM DEIXAR O SALDO NEGATIVO) E GRAVANDO O         *
      *    MOVIMENTO RP NO KARDEX (ARQMOV01)                           *
      *----------------------------------------------------------------*
       2430-RESERVA-ESTOQUE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "RP"                   TO WRK-MOV-TIPO
           MOVE FS-CHAVE-PED           TO WRK-MOV-DOCUMENTO
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS
               MOVE WRK-ITEM-COD (WRK-IDX-ITEM) TO FS-COD-PROD-EST
               READ ARQEST01           KEY IS FS-COD-PROD-EST
               IF WRK-FS-ARQEST01 EQUAL "00"
                   MOVE FS-QTD-SALDO-EST TO WRK-MOV-SALDO-ANT
                   IF WRK-ITEM-QTD (WRK-IDX-ITEM) GREATER
                      FS-QTD-SALDO-EST
                       MOVE ZEROS      TO FS-QTD-SALDO-EST
                           FROM FS-QTD-SALDO-EST
                   END-IF
                   REWRITE FD-ESTOQUE
                   IF WRK-FS-ARQEST01 EQUAL "00"
                       PERFORM 2910-GRAVA-MOVIMENTO
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR O VALOR BRUTO DO PEDIDO GRAVADO AO SALDO  *
      *    EM ABERTO DO CLIENTE NO ARQCRD01, COMO FAZ A ENTRADA DE     *
      *    PEDIDOS HBSI27AO. CLIENTE AINDA SEM REGISTRO GANHA UM COM   *
      *    LIMITE EM ZEROS (SEM CONTROLE)                              *
      *----------------------------------------------------------------*
           MOVE WRK-GRP-COD-CLI        TO FS-COD-CLI-CRD
           READ ARQCRD01               KEY IS FS-COD-CLI-CRD
           IF WRK-FS-ARQCRD01 EQUAL "00"
               ADD WRK-VAL-BRUTO       TO FS-SALDO-CRD
               REWRITE FD-CREDITO
           ELSE
               INITIALIZE FD-CREDITO
               MOVE WRK-GRP-COD-CLI    TO FS-COD-CLI-CRD
               MOVE ZEROS              TO FS-LIMITE-CRD
               MOVE WRK-VAL-BRUTO      TO FS-SALDO-CRD
               WRITE FD-CREDITO
           END-IF.
      *
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
               MOVE "HBSI35AO"         TO FS-PROGRAMA-MOV
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
           CLOSE ARQVENCLI
           CLOSE ARQPRD01
           CLOSE ARQEST01
           CLOSE ARQMOV01
           CLOSE ARQCRD01
      *
           MOVE ZEROS                   TO FS-CKP-QTD-PROC-PED
