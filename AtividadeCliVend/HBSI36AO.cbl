      *                  E=ENTREGUE, R=RECUSADO, C=CANCELADO). O       *
      *                  STATUS E GRAVADO NO PEDIDO DO ARQPED01.      *
      *                  PEDIDO RECUSADO OU CANCELADO TEM O VALOR     *
      *                  BRUTO (PRODUTOS + IPI + ICMS-ST)             *
      *                  ESTORNADO DO SALDO EM ABERTO DO CLIENTE      *
      *                  (ARQCRD01) E AS QUANTIDADES DEVOLVIDAS AO    *
      *                  ESTOQUE (ARQEST01). RETORNOS SEM PEDIDO      *
      *                  CORRESPONDENTE OU COM RESULTADO INVALIDO     *
      *                  SAEM NO RELATORIO DE EXCECOES. PEDIDO         *
      *                  FATURADO GERA O TITULO A RECEBER NO ARQTIT01  *
      *                  COM VENCIMENTO EM DIAS UTEIS (PRAZO VIA       *
      *                  SYSIN, 3 POSICOES, PADRAO 020). PEDIDO        *
      *                  RECUSADO/CANCELADO DEPOIS DE FATURADO TEM O   *
      *                  TITULO CANCELADO E O VALOR JA PAGO VIRA       *
      *                  CREDITO DO CLIENTE. O RESULTADO E A DATA DO   *
      *                  RETORNO FICAM NO CONTROLE DE ENVIO ARQENV01   *
      *                  DO PEDIDO EXPORTADO PELO HBSI41AO. CADA       *
      *                  DEVOLUCAO AO ESTOQUE GRAVA O MOVIMENTO ER NO  *
      *                  KARDEX (ARQMOV01). RETORNO DE PEDIDO DATADO   *
      *                  EM PERIODO JA FECHADO (HBSI30HO) VIRA EXCECAO *
      *                  E SO PODE SER REPROCESSADO DEPOIS DA          *
      *                  REABERTURA DO PERIODO PELO ADMINISTRADOR      *
      *================================================================*
      *
      *================================================================*
                          RECORD KEY   IS FS-COD-PROD-EST
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQEST01.
      *
              SELECT ARQTIT01 ASSIGN   TO UT-S-ARQTIT01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-TIT
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQTIT01.
      *
              SELECT ARQENV01 ASSIGN   TO UT-S-ARQENV01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-ENV
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQENV01.
      *
              SELECT RELRET01 ASSIGN   TO UT-S-RELRET01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELRET01.
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
      *    INPUT  : ARQUIVO DE ITENS DE PEDIDO - UM REGISTRO POR ITEM  *
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
      *    I-O    : ARQUIVO DE LIMITE DE CREDITO E SALDO EM ABERTO     *
          05 FS-QTD-MIN-EST            PIC 9(005).
      *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO DE TITULOS A RECEBER POR PEDIDO FATURADO   *
      *               ORG. DINAMICA - LRECL = 0066                     *
      *               CHAVE: CLIENTE + TIPO + DATA + SEQUENCIA         *
      *               TIPO  : T=TITULO DO PEDIDO (DATA/SEQ DO PEDIDO)  *
      *                       C=CREDITO DO CLIENTE (DATA DA ORIGEM)    *
      *               STATUS: A=ABERTO L=LIQUIDADO C=CANCELADO         *
      *----------------------------------------------------------------*
      *
       FD ARQTIT01
          RECORD CONTAINS 66 CHARACTERS.
       01 FD-TITULO.
          05 FS-CHAVE-TIT.
             10 FS-COD-CLI-TIT     PIC 9(007).
             10 FS-TIPO-TIT        PIC X(001).
             10 FS-DATA-TIT        PIC 9(008).
             10 FS-SEQ-TIT         PIC 9(003).
          05 FS-DATA-EMI-TIT       PIC 9(008).
          05 FS-DATA-VENC-TIT      PIC 9(008).
          05 FS-VAL-ORIG-TIT       PIC 9(009)V9(002).
          05 FS-VAL-SALDO-TIT      PIC 9(009)V9(002).
          05 FS-DATA-BAIXA-TIT     PIC 9(008).
          05 FS-STATUS-TIT         PIC X(001).
      *
      *----------------------------------------------------------------*
      *    I-O    : CONTROLE DE ENVIO DOS PEDIDOS AO FATURAMENTO       *
      *               ORG. DINAMICA - LRECL = 0055                     *
      *               CHAVE: CHAVE DO PEDIDO (CLIENTE + DATA + SEQ)    *
      *               RESULTADO: BRANCO ATE O RETORNO DO HBSI36AO      *
      *----------------------------------------------------------------*
      *
       FD ARQENV01
          RECORD CONTAINS 55 CHARACTERS.
       01 FD-ENVIO.
          05 FS-CHAVE-ENV.
             10 FS-COD-CLI-ENV     PIC 9(007).
             10 FS-DATA-PED-ENV    PIC 9(008).
             10 FS-SEQ-PED-ENV     PIC 9(003).
          05 FS-DATA-ENV           PIC 9(008).
          05 FS-HORA-ENV           PIC 9(006).
          05 FS-QTD-ITENS-ENV      PIC 9(003).
          05 FS-VAL-TOT-ENV        PIC 9(009)V9(002).
          05 FS-DATA-RET-ENV       PIC 9(008).
          05 FS-RESULT-ENV         PIC X(001).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - EXCECOES DO RETORNO DE FATURAMENTO     *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
       01 REL-LINHA-RET                PIC X(132).
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
           05 WRK-FS-ARQPDI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQEST01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQTIT01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQENV01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELRET01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMOV01          PIC X(002)      VALUE "00".
      *
       01  WRK-AREA-MOV.
           05 WRK-MOV-TIPO             PIC X(002)      VALUE SPACES.
           05 WRK-MOV-SALDO-ANT        PIC 9(007)      VALUE ZEROS.
           05 WRK-MOV-DOCUMENTO        PIC X(018)      VALUE SPACES.
           05 WRK-MOV-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-MOV-HORA             PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-AREA-ESTORNO.
           05 WRK-STATUS-ANT           PIC X(001)      VALUE SPACES.
           05 WRK-ETN-DATA-PED         PIC 9(008)      VALUE ZEROS.
           05 WRK-ETN-SEQ-PED          PIC 9(003)      VALUE ZEROS.
           05 WRK-ETN-VAL-TOT          PIC 9(009)V9(002) VALUE ZEROS.
      *
       01  WRK-PARM-SYSIN.
           05 WRK-PRAZO-DIAS           PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-AREA-TITULO.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-VENC            PIC 9(008)      VALUE ZEROS.
           05 WRK-INT-VENC             PIC 9(008)      VALUE ZEROS.
           05 WRK-QTD-DIAS-UTEIS       PIC 9(003)      VALUE ZEROS.
           05 WRK-VAL-PAGO-TIT         PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-SEQ-CREDITO          PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-PARM-FEC.
           05 WRK-FEC-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-DATA-FEC         PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-PARM-CAL.
           05 WRK-CAL-ACAO             PIC X(001)      VALUE SPACES.
           05 WRK-CAL-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-DATA-UTIL        PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDO-RET         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-ATUA-RET         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-EXC-RET          PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-TIT-GER          PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-TIT-CAN          PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           05 FILLER                   PIC X(020)      VALUE
              'EXCECOES...........:'.
           05 WRK-ROD-QTD-EXC          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(020)      VALUE
              'TITULOS GERADOS....:'.
           05 WRK-ROD-QTD-TIT-GER      PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-05.
           05 FILLER                   PIC X(020)      VALUE
              'TITULOS CANCELADOS.:'.
           05 WRK-ROD-QTD-TIT-CAN      PIC ZZZZZZ9.
      *
       01  WRK-AREA-CONTROLE.
           05 WRK-FS-ARQCTRL           PIC X(002)      VALUE "00".
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PRAZO DE VENCIMENTO, ABERTURA DE       *
      *    ARQUIVOS E IMPRESSAO DO CABECALHO. SEM PRAZO VALIDO ASSUME  *
      *    20 DIAS UTEIS                                               *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-PARM-SYSIN
           IF WRK-PRAZO-DIAS NOT NUMERIC
              OR WRK-PRAZO-DIAS EQUAL ZEROS
               MOVE 020                TO WRK-PRAZO-DIAS
           END-IF
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
      *
           DISPLAY "HBSI36AO - INICIO DO RETORNO DE FATURAMENTO"
           OPEN INPUT  ARQRETPD
           OPEN INPUT  ARQPDI01
           OPEN I-O    ARQCRD01
           OPEN I-O    ARQEST01
           OPEN EXTEND ARQMOV01
           IF WRK-FS-ARQMOV01 EQUAL "35"
               OPEN OUTPUT ARQMOV01
           END-IF
           OPEN I-O    ARQTIT01
           IF WRK-FS-ARQTIT01 EQUAL "35"
               OPEN OUTPUT ARQTIT01
               CLOSE ARQTIT01
               OPEN I-O ARQTIT01
           END-IF
           OPEN I-O    ARQENV01
           IF WRK-FS-ARQENV01 EQUAL "35"
               OPEN OUTPUT ARQENV01
               CLOSE ARQENV01
               OPEN I-O ARQENV01
           END-IF
           OPEN OUTPUT RELRET01
      *
           WRITE REL-LINHA-RET         FROM WRK-CAB-01
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA POSTAR UM RETORNO NO PEDIDO CORRESPONDENTE.     *
      *    RETORNO SEM PEDIDO, COM RESULTADO INVALIDO OU DE PEDIDO DE  *
      *    PERIODO FECHADO VIRA EXCECAO                                *
      *----------------------------------------------------------------*
       2010-TRATA-RETORNO              SECTION.
      *----------------------------------------------------------------*
               MOVE "RESULTADO INVALIDO" TO WRK-DET-MOTIVO
               PERFORM 2020-IMPRIME-EXCECAO
           ELSE
               MOVE FS-RET-DATA-PED    TO WRK-FEC-DATA
               CALL "HBSI30HO" USING WRK-PARM-FEC
               IF WRK-FEC-RETORNO EQUAL 1
                   MOVE "PEDIDO EM PERIODO FECHADO"
                                       TO WRK-DET-MOTIVO
                   PERFORM 2020-IMPRIME-EXCECAO
               ELSE
                   MOVE FS-RET-COD-CLI TO FS-COD-CLI-PED
                   MOVE FS-RET-DATA-PED TO FS-DATA-PED
                   MOVE FS-RET-SEQ-PED TO FS-SEQ-PED
                   READ ARQPED01       KEY IS FS-CHAVE-PED
                   IF WRK-FS-ARQPED01 NOT EQUAL "00"
                       MOVE "PEDIDO NAO ENCONTRADO" TO WRK-DET-MOTIVO
                       PERFORM 2020-IMPRIME-EXCECAO
                   ELSE
                       MOVE FS-STATUS-PED TO WRK-STATUS-ANT
                       MOVE FS-RET-RESULTADO TO FS-STATUS-PED
                       REWRITE FD-PEDIDO
                       IF WRK-FS-ARQPED01 EQUAL "00"
                           ADD 1       TO WRK-QTD-ATUA-RET
                           PERFORM 2070-ATUALIZA-ENVIO
      *
      *                    PEDIDO RECUSADO OU CANCELADO DEVOLVE O VALOR
      *                    AO SALDO EM ABERTO DO CLIENTE E O ESTOQUE
      *                    RESERVADO NA ENTRADA, UMA UNICA VEZ
      *
                           IF (FS-RET-RESULTADO EQUAL "R"
                               OR FS-RET-RESULTADO EQUAL "C")
                              AND WRK-STATUS-ANT NOT EQUAL "R"
                              AND WRK-STATUS-ANT NOT EQUAL "C"
                               PERFORM 2030-ESTORNA-PEDIDO
                               PERFORM 2060-CANCELA-TITULO
                           END-IF
      *
      *                    PEDIDO FATURADO (OU ENTREGUE SEM O FATURADO
      *                    ANTES) GERA UM UNICO TITULO A RECEBER
      *
                           IF FS-RET-RESULTADO EQUAL "F"
                              OR FS-RET-RESULTADO EQUAL "E"
                               PERFORM 2050-GERA-TITULO
                           END-IF
                       ELSE
                           MOVE "ERRO AO REGRAVAR O PEDIDO"
                                       TO WRK-DET-MOTIVO
                           PERFORM 2020-IMPRIME-EXCECAO
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ESTORNAR UM PEDIDO RECUSADO/CANCELADO: ABATE    *
      *    O VALOR BRUTO DO SALDO EM ABERTO DO CLIENTE NO ARQCRD01 E   *
      *    DEVOLVE AO ARQEST01 AS QUANTIDADES RESERVADAS DOS ITENS     *
      *----------------------------------------------------------------*
       2030-ESTORNA-PEDIDO             SECTION.
           MOVE FS-COD-CLI-PED         TO WRK-ETN-COD-CLI
           MOVE FS-DATA-PED            TO WRK-ETN-DATA-PED
           MOVE FS-SEQ-PED             TO WRK-ETN-SEQ-PED
           MOVE FS-VAL-BRUTO-PED       TO WRK-ETN-VAL-TOT
           MOVE "ER"                   TO WRK-MOV-TIPO
           MOVE FS-CHAVE-PED           TO WRK-MOV-DOCUMENTO
      *
           MOVE WRK-ETN-COD-CLI        TO FS-COD-CLI-CRD
           READ ARQCRD01               KEY IS FS-COD-CLI-CRD
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA DEVOLVER AO SALDO DE ESTOQUE A QUANTIDADE DE    *
      *    UM ITEM DO PEDIDO ESTORNADO, GRAVANDO O MOVIMENTO ER NO     *
      *    KARDEX (ARQMOV01)                                           *
      *----------------------------------------------------------------*
       2040-DEVOLVE-ESTOQUE            SECTION.
      *----------------------------------------------------------------*
           MOVE FS-COD-PROD-PDI        TO FS-COD-PROD-EST
           READ ARQEST01               KEY IS FS-COD-PROD-EST
           IF WRK-FS-ARQEST01 EQUAL "00"
               MOVE FS-QTD-SALDO-EST   TO WRK-MOV-SALDO-ANT
               ADD FS-QTD-PROD-PDI     TO FS-QTD-SALDO-EST
               REWRITE FD-ESTOQUE
               IF WRK-FS-ARQEST01 EQUAL "00"
                   PERFORM 2910-GRAVA-MOVIMENTO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GERAR O TITULO A RECEBER DO PEDIDO FATURADO     *
      *    PELO VALOR BRUTO (PRODUTOS + IPI + ICMS-ST).                *
      *    PEDIDO QUE JA TEM TITULO (CHAVE DUPLICADA) NAO GERA OUTRO   *
      *----------------------------------------------------------------*
       2050-GERA-TITULO                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2055-CALCULA-VENCIMENTO
      *
           INITIALIZE FD-TITULO
           MOVE FS-COD-CLI-PED         TO FS-COD-CLI-TIT
           MOVE "T"                    TO FS-TIPO-TIT
           MOVE FS-DATA-PED            TO FS-DATA-TIT
           MOVE FS-SEQ-PED             TO FS-SEQ-TIT
           MOVE WRK-DATA-DIA           TO FS-DATA-EMI-TIT
           MOVE WRK-DATA-VENC          TO FS-DATA-VENC-TIT
           MOVE FS-VAL-BRUTO-PED       TO FS-VAL-ORIG-TIT
                                          FS-VAL-SALDO-TIT
           MOVE ZEROS                  TO FS-DATA-BAIXA-TIT
           MOVE "A"                    TO FS-STATUS-TIT
           WRITE FD-TITULO
           EVALUATE WRK-FS-ARQTIT01
               WHEN "00"
                   ADD 1               TO WRK-QTD-TIT-GER
               WHEN "22"
                   CONTINUE
               WHEN OTHER
                   MOVE "ERRO AO GRAVAR O TITULO" TO WRK-DET-MOTIVO
                   PERFORM 2020-IMPRIME-EXCECAO
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR O VENCIMENTO DO TITULO: CONTA O PRAZO  *
      *    EM DIAS UTEIS (HBSI30DO) A PARTIR DA DATA DO FATURAMENTO    *
      *----------------------------------------------------------------*
       2055-CALCULA-VENCIMENTO         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-DIAS-UTEIS
           COMPUTE WRK-INT-VENC =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA)
           MOVE WRK-DATA-DIA           TO WRK-DATA-VENC
           PERFORM UNTIL WRK-QTD-DIAS-UTEIS NOT LESS WRK-PRAZO-DIAS
               ADD 1                   TO WRK-INT-VENC
               COMPUTE WRK-DATA-VENC =
                       FUNCTION DATE-OF-INTEGER(WRK-INT-VENC)
               MOVE "V"                TO WRK-CAL-ACAO
               MOVE WRK-DATA-VENC      TO WRK-CAL-DATA
               MOVE ZEROS              TO WRK-CAL-DATA-UTIL
                                          WRK-CAL-RETORNO
               CALL "HBSI30DO" USING WRK-PARM-CAL
               IF WRK-CAL-RETORNO EQUAL ZEROS
                   ADD 1               TO WRK-QTD-DIAS-UTEIS
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2055-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CANCELAR O TITULO DO PEDIDO RECUSADO OU         *
      *    CANCELADO. O QUE JA FOI PAGO DO TITULO VIRA CREDITO DO      *
      *    CLIENTE (O SALDO DO ARQCRD01 JA FOI ESTORNADO NO TOTAL)     *
      *----------------------------------------------------------------*
       2060-CANCELA-TITULO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ETN-COD-CLI        TO FS-COD-CLI-TIT
           MOVE "T"                    TO FS-TIPO-TIT
           MOVE WRK-ETN-DATA-PED       TO FS-DATA-TIT
           MOVE WRK-ETN-SEQ-PED        TO FS-SEQ-TIT
           READ ARQTIT01               KEY IS FS-CHAVE-TIT
           IF WRK-FS-ARQTIT01 EQUAL "00"
              AND FS-STATUS-TIT NOT EQUAL "C"
               COMPUTE WRK-VAL-PAGO-TIT =
                       FS-VAL-ORIG-TIT - FS-VAL-SALDO-TIT
               MOVE ZEROS              TO FS-VAL-SALDO-TIT
               MOVE "C"                TO FS-STATUS-TIT
               REWRITE FD-TITULO
               IF WRK-FS-ARQTIT01 EQUAL "00"
                   ADD 1               TO WRK-QTD-TIT-CAN
                   IF WRK-VAL-PAGO-TIT GREATER ZEROS
                       PERFORM 2065-GRAVA-CREDITO
                   END-IF
               ELSE
                   MOVE "ERRO AO CANCELAR O TITULO" TO WRK-DET-MOTIVO
                   PERFORM 2020-IMPRIME-EXCECAO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O CREDITO DO CLIENTE NA DATA DO DIA,     *
      *    NA PRIMEIRA SEQUENCIA LIVRE                                 *
      *----------------------------------------------------------------*
       2065-GRAVA-CREDITO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-SEQ-CREDITO
           MOVE "22"                   TO WRK-FS-ARQTIT01
           PERFORM UNTIL WRK-FS-ARQTIT01 NOT EQUAL "22"
                   OR WRK-SEQ-CREDITO NOT LESS 999
               ADD 1                   TO WRK-SEQ-CREDITO
               INITIALIZE FD-TITULO
               MOVE WRK-ETN-COD-CLI    TO FS-COD-CLI-TIT
               MOVE "C"                TO FS-TIPO-TIT
               MOVE WRK-DATA-DIA       TO FS-DATA-TIT
                                          FS-DATA-EMI-TIT
                                          FS-DATA-VENC-TIT
               MOVE WRK-SEQ-CREDITO    TO FS-SEQ-TIT
               MOVE WRK-VAL-PAGO-TIT   TO FS-VAL-ORIG-TIT
                                          FS-VAL-SALDO-TIT
               MOVE ZEROS              TO FS-DATA-BAIXA-TIT
               MOVE "A"                TO FS-STATUS-TIT
               WRITE FD-TITULO
           END-PERFORM
           IF WRK-FS-ARQTIT01 NOT EQUAL "00"
               MOVE "ERRO AO GRAVAR O CREDITO" TO WRK-DET-MOTIVO
               PERFORM 2020-IMPRIME-EXCECAO
           END-IF.
      *
      *----------------------------------------------------------------*
       2065-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O RESULTADO E A DATA DO RETORNO NO       *
      *    CONTROLE DE ENVIO. PEDIDO QUE NAO PASSOU PELA EXPORTACAO    *
      *    (SEM REGISTRO NO ARQENV01) NAO E TRATADO AQUI               *
      *----------------------------------------------------------------*
       2070-ATUALIZA-ENVIO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-CHAVE-PED           TO FS-CHAVE-ENV
           READ ARQENV01               KEY IS FS-CHAVE-ENV
           IF WRK-FS-ARQENV01 EQUAL "00"
               MOVE WRK-DATA-DIA       TO FS-DATA-RET-ENV
               MOVE FS-RET-RESULTADO   TO FS-RESULT-ENV
               REWRITE FD-ENVIO
               IF WRK-FS-ARQENV01 NOT EQUAL "00"
                   MOVE "ERRO AO ATUALIZAR O ENVIO" TO WRK-DET-MOTIVO
                   PERFORM 2020-IMPRIME-EXCECAO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2070-99-FIM.                    EXIT.
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
               MOVE "HBSI36AO"         TO FS-PROGRAMA-MOV
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
           MOVE WRK-QTD-LIDO-RET        TO WRK-ROD-QTD-LIDOS
           MOVE WRK-QTD-ATUA-RET        TO WRK-ROD-QTD-ATUA
           MOVE WRK-QTD-EXC-RET         TO WRK-ROD-QTD-EXC
           MOVE WRK-QTD-TIT-GER         TO WRK-ROD-QTD-TIT-GER
           MOVE WRK-QTD-TIT-CAN         TO WRK-ROD-QTD-TIT-CAN
      *
           MOVE SPACES                  TO REL-LINHA-RET
           WRITE REL-LINHA-RET
           WRITE REL-LINHA-RET          FROM WRK-RODAPE-01
           WRITE REL-LINHA-RET          FROM WRK-RODAPE-02
           WRITE REL-LINHA-RET          FROM WRK-RODAPE-03
           WRITE REL-LINHA-RET          FROM WRK-RODAPE-04
           WRITE REL-LINHA-RET          FROM WRK-RODAPE-05
      *
           CLOSE ARQRETPD
           CLOSE ARQPED01
           CLOSE ARQPDI01
           CLOSE ARQCRD01
           CLOSE ARQEST01
           CLOSE ARQMOV01
           CLOSE ARQTIT01
           CLOSE ARQENV01
           CLOSE RELRET01
      *
           MOVE WRK-QTD-LIDO-RET        TO WRK-CTR-LIDOS
