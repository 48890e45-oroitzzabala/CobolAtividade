      *                  ABATE CADA VALOR DO SALDO EM ABERTO DO        *
      *                  CLIENTE NO ARQCRD01. PAGAMENTOS DE CLIENTE    *
      *                  SEM REGISTRO DE CREDITO SAEM NO RELATORIO     *
      *                  DE EXCECOES. O PAGAMENTO BAIXA OS TITULOS A   *
      *                  RECEBER DO ARQTIT01: PRIMEIRO O TITULO DO     *
      *                  PEDIDO INFORMADO NO PAGAMENTO E DEPOIS OS     *
      *                  TITULOS EM ABERTO DO MAIS ANTIGO PARA O MAIS  *
      *                  NOVO (VENCIMENTO). A SOBRA FICA NO ARQTIT01   *
      *                  COMO CREDITO DO CLIENTE                       *
      *================================================================*
      *
      *================================================================*
                          RECORD KEY   IS FS-COD-CLI-CRD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCRD01.
      *
              SELECT ARQTIT01 ASSIGN   TO UT-S-ARQTIT01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-TIT
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQTIT01.
      *
              SELECT RELPAG01 ASSIGN   TO UT-S-RELPAG01
                        ORGANIZATION   IS SEQUENTIAL
      *                                                                *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE PAGAMENTOS DO FINANCEIRO                *
      *               ORG. SEQUENCIAL - LRECL = 0037                   *
      *               DATA/SEQ DO PEDIDO EM ZEROS = PAGAMENTO SEM      *
      *               PEDIDO (BAIXA PELO TITULO MAIS ANTIGO)           *
      *----------------------------------------------------------------*
      *
       FD ARQPAG01
          RECORD CONTAINS 37 CHARACTERS.
       01 FD-PAGAMENTO.
          05 FS-PAG-COD-CLI            PIC 9(007).
          05 FS-PAG-DATA               PIC 9(008).
          05 FS-PAG-VALOR              PIC 9(009)V9(002).
          05 FS-PAG-DATA-PED           PIC 9(008).
          05 FS-PAG-SEQ-PED            PIC 9(003).
      *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO DE LIMITE DE CREDITO E SALDO EM ABERTO     *
          05 FS-SALDO-CRD              PIC S9(009)V9(002).
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
      *    OUTPUT : RELATORIO - EXCECOES DA BAIXA DE PAGAMENTOS        *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPAG01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQTIT01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELPAG01          PIC X(002)      VALUE "00".
      *
       01  WRK-AREA-TITULO.
           05 WRK-VAL-RESTANTE         PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-NOVO-RESTANTE        PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-ACHOU-TIT            PIC X(001)      VALUE "N".
           05 WRK-VENC-ANTIGO          PIC 9(008)      VALUE ZEROS.
           05 WRK-CHAVE-ANTIGO         PIC X(019)      VALUE SPACES.
           05 WRK-SEQ-CREDITO          PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDO-PAG         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-BAIXA-PAG        PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-EXC-PAG          PIC 9(007)      VALUE ZEROS.
           05 WRK-VAL-BAIXADO          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-QTD-TIT-BAIXA        PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-CREDITOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-VAL-CREDITOS         PIC 9(011)V9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           05 FILLER                   PIC X(020)      VALUE
              'VALOR BAIXADO......:'.
           05 WRK-ROD-VAL-BAIXA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(020)      VALUE
              'TITULOS BAIXADOS...:'.
           05 WRK-ROD-QTD-TIT-BAIXA    PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-05.
           05 FILLER                   PIC X(020)      VALUE
              'CREDITOS GERADOS...:'.
           05 WRK-ROD-QTD-CREDITOS     PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-06.
           05 FILLER                   PIC X(020)      VALUE
              'VALOR EM CREDITOS..:'.
           05 WRK-ROD-VAL-CREDITOS     PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-AREA-CONTROLE.
           05 WRK-FS-ARQCTRL           PIC X(002)      VALUE "00".
           DISPLAY "HBSI37AO - INICIO DA BAIXA DE PAGAMENTOS"
           OPEN INPUT  ARQPAG01
           OPEN I-O    ARQCRD01
           OPEN I-O    ARQTIT01
           IF WRK-FS-ARQTIT01 EQUAL "35"
               OPEN OUTPUT ARQTIT01
               CLOSE ARQTIT01
               OPEN I-O ARQTIT01
           END-IF
           OPEN OUTPUT RELPAG01
      *
           WRITE REL-LINHA-PAG         FROM WRK-CAB-01
                   IF WRK-FS-ARQCRD01 EQUAL "00"
                       ADD 1           TO WRK-QTD-BAIXA-PAG
                       ADD FS-PAG-VALOR TO WRK-VAL-BAIXADO
                       PERFORM 2030-BAIXA-TITULOS
                   ELSE
                       MOVE "ERRO AO REGRAVAR O CREDITO"
                                       TO WRK-DET-MOTIVO
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UMA OCORRENCIA DE UM PAGAMENTO JA      *
      *    BAIXADO NO SALDO EM ABERTO. O PAGAMENTO JA FOI CONTADO COMO *
      *    BAIXADO E NAO ENTRA NO TOTAL DE EXCECOES                    *
      *----------------------------------------------------------------*
       2025-IMPRIME-OCORRENCIA         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-PAG-COD-CLI         TO WRK-DET-COD-CLI
           MOVE FS-PAG-DATA            TO WRK-DET-DATA
           MOVE FS-PAG-VALOR           TO WRK-DET-VALOR
           WRITE REL-LINHA-PAG         FROM WRK-DET-PAG.
      *
      *----------------------------------------------------------------*
       2025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA DISTRIBUIR O PAGAMENTO NOS TITULOS DO CLIENTE:  *
      *    TITULO DO PEDIDO INFORMADO, DEPOIS OS MAIS ANTIGOS PELO     *
      *    VENCIMENTO. A SOBRA VIRA CREDITO DO CLIENTE                 *
      *----------------------------------------------------------------*
       2030-BAIXA-TITULOS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-PAG-VALOR           TO WRK-VAL-RESTANTE
      *
           IF FS-PAG-DATA-PED NUMERIC
              AND FS-PAG-DATA-PED NOT EQUAL ZEROS
               MOVE FS-PAG-COD-CLI     TO FS-COD-CLI-TIT
               MOVE "T"                TO FS-TIPO-TIT
               MOVE FS-PAG-DATA-PED    TO FS-DATA-TIT
               MOVE FS-PAG-SEQ-PED     TO FS-SEQ-TIT
               READ ARQTIT01           KEY IS FS-CHAVE-TIT
               IF WRK-FS-ARQTIT01 EQUAL "00"
                  AND FS-STATUS-TIT EQUAL "A"
                   PERFORM 2040-ABATE-TITULO
               ELSE
                   MOVE "PEDIDO SEM TITULO EM ABERTO"
                                       TO WRK-DET-MOTIVO
                   PERFORM 2025-IMPRIME-OCORRENCIA
               END-IF
           END-IF
      *
           MOVE "S"                    TO WRK-ACHOU-TIT
           PERFORM UNTIL WRK-VAL-RESTANTE EQUAL ZEROS
                   OR WRK-ACHOU-TIT EQUAL "N"
               PERFORM 2050-BUSCA-MAIS-ANTIGO
               IF WRK-ACHOU-TIT EQUAL "S"
                   MOVE WRK-CHAVE-ANTIGO TO FS-CHAVE-TIT
                   READ ARQTIT01       KEY IS FS-CHAVE-TIT
                   IF WRK-FS-ARQTIT01 EQUAL "00"
                       PERFORM 2040-ABATE-TITULO
                   ELSE
                       MOVE "N"        TO WRK-ACHOU-TIT
                   END-IF
               END-IF
           END-PERFORM
      *
           IF WRK-VAL-RESTANTE GREATER ZEROS
               PERFORM 2060-GRAVA-CREDITO
           END-IF.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ABATER O VALOR RESTANTE DO PAGAMENTO DO TITULO  *
      *    LIDO. TITULO COM O SALDO ZERADO FICA LIQUIDADO. O RESTANTE  *
      *    SO DIMINUI SE O TITULO FOR REGRAVADO; COM ERRO, A BUSCA DOS *
      *    MAIS ANTIGOS PARA E O RESTANTE VIRA CREDITO DO CLIENTE      *
      *----------------------------------------------------------------*
       2040-ABATE-TITULO               SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-VAL-RESTANTE NOT LESS FS-VAL-SALDO-TIT
               COMPUTE WRK-NOVO-RESTANTE =
                       WRK-VAL-RESTANTE - FS-VAL-SALDO-TIT
               MOVE ZEROS              TO FS-VAL-SALDO-TIT
               MOVE "L"                TO FS-STATUS-TIT
           ELSE
               SUBTRACT WRK-VAL-RESTANTE FROM FS-VAL-SALDO-TIT
               MOVE ZEROS              TO WRK-NOVO-RESTANTE
           END-IF
           MOVE FS-PAG-DATA            TO FS-DATA-BAIXA-TIT
           REWRITE FD-TITULO
           IF WRK-FS-ARQTIT01 EQUAL "00"
               MOVE WRK-NOVO-RESTANTE  TO WRK-VAL-RESTANTE
               ADD 1                   TO WRK-QTD-TIT-BAIXA
           ELSE
               MOVE "ERRO AO REGRAVAR O TITULO" TO WRK-DET-MOTIVO
               PERFORM 2025-IMPRIME-OCORRENCIA
               MOVE "N"                TO WRK-ACHOU-TIT
           END-IF.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ACHAR O TITULO EM ABERTO DO CLIENTE COM O       *
      *    VENCIMENTO MAIS ANTIGO                                      *
      *----------------------------------------------------------------*
       2050-BUSCA-MAIS-ANTIGO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-ACHOU-TIT
           MOVE 99999999               TO WRK-VENC-ANTIGO
           MOVE SPACES                 TO WRK-CHAVE-ANTIGO
      *
           MOVE FS-PAG-COD-CLI         TO FS-COD-CLI-TIT
           MOVE "T"                    TO FS-TIPO-TIT
           MOVE ZEROS                  TO FS-DATA-TIT
                                          FS-SEQ-TIT
           START ARQTIT01 KEY IS NOT LESS FS-CHAVE-TIT
           PERFORM UNTIL WRK-FS-ARQTIT01 NOT EQUAL "00"
               READ ARQTIT01 NEXT RECORD
               IF WRK-FS-ARQTIT01 EQUAL "00"
                   IF FS-COD-CLI-TIT EQUAL FS-PAG-COD-CLI
                      AND FS-TIPO-TIT EQUAL "T"
                       IF FS-STATUS-TIT EQUAL "A"
                          AND FS-VAL-SALDO-TIT GREATER ZEROS
                          AND FS-DATA-VENC-TIT LESS WRK-VENC-ANTIGO
                           MOVE "S"    TO WRK-ACHOU-TIT
                           MOVE FS-DATA-VENC-TIT TO WRK-VENC-ANTIGO
                           MOVE FS-CHAVE-TIT     TO WRK-CHAVE-ANTIGO
                       END-IF
                   ELSE
                       MOVE "10"       TO WRK-FS-ARQTIT01
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A SOBRA DO PAGAMENTO COMO CREDITO DO     *
      *    CLIENTE NA DATA DO PAGAMENTO, NA PRIMEIRA SEQUENCIA LIVRE   *
      *----------------------------------------------------------------*
       2060-GRAVA-CREDITO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-SEQ-CREDITO
           MOVE "22"                   TO WRK-FS-ARQTIT01
           PERFORM UNTIL WRK-FS-ARQTIT01 NOT EQUAL "22"
                   OR WRK-SEQ-CREDITO NOT LESS 999
               ADD 1                   TO WRK-SEQ-CREDITO
               INITIALIZE FD-TITULO
               MOVE FS-PAG-COD-CLI     TO FS-COD-CLI-TIT
               MOVE "C"                TO FS-TIPO-TIT
               MOVE FS-PAG-DATA        TO FS-DATA-TIT
                                          FS-DATA-EMI-TIT
                                          FS-DATA-VENC-TIT
               MOVE WRK-SEQ-CREDITO    TO FS-SEQ-TIT
               MOVE WRK-VAL-RESTANTE   TO FS-VAL-ORIG-TIT
                                          FS-VAL-SALDO-TIT
               MOVE ZEROS              TO FS-DATA-BAIXA-TIT
               MOVE "A"                TO FS-STATUS-TIT
               WRITE FD-TITULO
           END-PERFORM
           IF WRK-FS-ARQTIT01 EQUAL "00"
               ADD 1                   TO WRK-QTD-CREDITOS
               ADD WRK-VAL-RESTANTE    TO WRK-VAL-CREDITOS
           ELSE
               MOVE "ERRO AO GRAVAR O CREDITO" TO WRK-DET-MOTIVO
               PERFORM 2025-IMPRIME-OCORRENCIA
           END-IF.
      *
      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O REGISTRO DE TOTAIS DA EXECUCAO NO     *
      *    ARQUIVO DE CONTROLE DOS PROGRAMAS BATCH                    *
      *----------------------------------------------------------------*
           MOVE WRK-QTD-LIDO-PAG        TO WRK-ROD-QTD-LIDOS
           MOVE WRK-QTD-BAIXA-PAG       TO WRK-ROD-QTD-BAIXA
           MOVE WRK-VAL-BAIXADO         TO WRK-ROD-VAL-BAIXA
           MOVE WRK-QTD-TIT-BAIXA       TO WRK-ROD-QTD-TIT-BAIXA
           MOVE WRK-QTD-CREDITOS        TO WRK-ROD-QTD-CREDITOS
           MOVE WRK-VAL-CREDITOS        TO WRK-ROD-VAL-CREDITOS
      *
           MOVE SPACES                  TO REL-LINHA-PAG
           WRITE REL-LINHA-PAG
           WRITE REL-LINHA-PAG          FROM WRK-RODAPE-01
           WRITE REL-LINHA-PAG          FROM WRK-RODAPE-02
           WRITE REL-LINHA-PAG          FROM WRK-RODAPE-03
           WRITE REL-LINHA-PAG          FROM WRK-RODAPE-04
           WRITE REL-LINHA-PAG          FROM WRK-RODAPE-05
           WRITE REL-LINHA-PAG          FROM WRK-RODAPE-06
      *
           CLOSE ARQPAG01
           CLOSE ARQCRD01
           CLOSE ARQTIT01
           CLOSE RELPAG01
      *
           MOVE WRK-QTD-LIDO-PAG        TO WRK-CTR-LIDOS
