      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI45AO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI45AO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - KARDEX DE ESTOQUE. RECEBE VIA     *
      *                  SYSIN O PRODUTO (7 POSICOES, ZEROS = TODOS),  *
      *                  A DATA INICIAL E A DATA FINAL (AAAAMMDD;      *
      *                  ZEROS ASSUMEM O PRIMEIRO DIA DO MES E A DATA  *
      *                  DO DIA). PARA CADA PRODUTO RECONSTROI O SALDO *
      *                  PELOS MOVIMENTOS DO ARQMOV01: SALDO ANTERIOR  *
      *                  AO PERIODO, MOVIMENTOS DO PERIODO COM O SALDO *
      *                  ACUMULADO E SALDO FINAL. O SALDO RECONSTRUIDO *
      *                  ATE O ULTIMO MOVIMENTO E CONFERIDO COM O      *
      *                  SALDO DO ARQEST01 E A DIVERGENCIA E APONTADA  *
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
              SELECT ARQEST01 ASSIGN   TO UT-S-ARQEST01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD-EST
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQEST01.
      *
              SELECT ARQPRD01 ASSIGN   TO UT-S-ARQPRD01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRD01.
      *
              SELECT ARQMOV01 ASSIGN   TO UT-S-ARQMOV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQMOV01.
      *
              SELECT RELKDX01 ASSIGN   TO UT-S-RELKDX01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELKDX01.
      *
              SELECT ARQCTRL ASSIGN    TO UT-S-ARQCTRL
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQCTRL.
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
      *    INPUT  : ARQUIVO DE SALDO DE ESTOQUE POR PRODUTO            *
      *               ORG. DINAMICA - LRECL = 0019                     *
      *----------------------------------------------------------------*
      *
       FD ARQEST01
          RECORD CONTAINS 19 CHARACTERS.
       01 FD-ESTOQUE.
          05 FS-COD-PROD-EST           PIC 9(007).
          05 FS-QTD-SALDO-EST          PIC 9(007).
          05 FS-QTD-MIN-EST            PIC 9(005).
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
      *    INPUT  : MOVIMENTOS DE ESTOQUE (KARDEX)                     *
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
      *    OUTPUT : RELATORIO - KARDEX DE ESTOQUE                      *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELKDX01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-KDX                PIC X(132).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : ARQUIVO DE TOTAIS DE CONTROLE DOS PROGRAMAS BATCH  *
      *               ORG. SEQUENCIAL - LRECL = 0043                   *
      *----------------------------------------------------------------*
      *
       FD ARQCTRL
          RECORD CONTAINS 43 CHARACTERS.
       01 FD-CONTROLE.
          05 FS-CTR-PROGRAMA           PIC X(008).
          05 FS-CTR-DATA               PIC 9(008).
          05 FS-CTR-HORA               PIC 9(006).
          05 FS-CTR-QTD-LIDOS          PIC 9(007).
          05 FS-CTR-QTD-GRAVADOS       PIC 9(007).
          05 FS-CTR-QTD-REJEITADOS     PIC 9(007).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI45AO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQEST01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMOV01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELKDX01          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-COD-PROD-SEL         PIC 9(007)      VALUE ZEROS.
           05 WRK-DATA-INI             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-FIM             PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-HOJE            PIC 9(008)      VALUE ZEROS.
           05 WRK-SALDO-ANT            PIC S9(009)     VALUE ZEROS.
           05 WRK-SALDO-CORR           PIC S9(009)     VALUE ZEROS.
           05 WRK-SALDO-POS            PIC S9(009)     VALUE ZEROS.
           05 WRK-SALDO-RECONST        PIC S9(009)     VALUE ZEROS.
           05 WRK-QTD-SINAL            PIC S9(009)     VALUE ZEROS.
           05 WRK-TOT-ENT-PROD         PIC 9(009)      VALUE ZEROS.
           05 WRK-TOT-SAI-PROD         PIC 9(009)      VALUE ZEROS.
           05 WRK-PROD-IMPRESSO        PIC X(001)      VALUE "N".
           05 WRK-DIVERGENTE           PIC X(001)      VALUE "N".
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-LISTADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-MOV-LIST         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-DIVERG           PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(050)      VALUE
              'HBSI45AO - KARDEX DE ESTOQUE'.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(009)      VALUE
              'PERIODO:'.
           05 WRK-CAB-DATA-INI         PIC 9999/99/99.
           05 FILLER                   PIC X(003)      VALUE ' A '.
           05 WRK-CAB-DATA-FIM         PIC 9999/99/99.
      *
       01  WRK-CAB-03.
           05 FILLER                   PIC X(012)      VALUE 'DATA'.
           05 FILLER                   PIC X(010)      VALUE 'HORA'.
           05 FILLER                   PIC X(025)      VALUE
              'MOVIMENTO'.
           05 FILLER                   PIC X(010)      VALUE
              'ENTRADA'.
           05 FILLER                   PIC X(010)      VALUE 'SAIDA'.
           05 FILLER                   PIC X(012)      VALUE 'SALDO'.
           05 FILLER                   PIC X(010)      VALUE
              'PROGRAMA'.
           05 FILLER                   PIC X(020)      VALUE
              'DOCUMENTO'.
           05 FILLER                   PIC X(009)      VALUE
              'OPERADOR'.
      *
       01  WRK-DET-PRODUTO.
           05 FILLER                   PIC X(009)      VALUE
              'PRODUTO:'.
           05 WRK-DET-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE ' - '.
           05 WRK-DET-DESC-PROD        PIC X(040).
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-UNID-PROD        PIC X(003).
      *
       01  WRK-DET-SALDO-ANT.
           05 FILLER                   PIC X(047)      VALUE
              'SALDO ANTERIOR AO PERIODO'.
           05 FILLER                   PIC X(020)      VALUE SPACES.
           05 WRK-DET-VAL-SALDO-ANT    PIC -ZZZZZZZZ9.
      *
       01  WRK-DET-MOV.
           05 WRK-DET-DATA-MOV         PIC 9999/99/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-HORA-MOV         PIC 99.99.99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-TIPO-MOV         PIC X(002).
           05 FILLER                   PIC X(001)      VALUE '-'.
           05 WRK-DET-DESC-MOV         PIC X(022).
           05 WRK-DET-QTD-ENT          PIC ZZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-QTD-SAI          PIC ZZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-SALDO-MOV        PIC -ZZZZZZZZ9.
           05 WRK-DET-CONF-MOV         PIC X(002).
           05 WRK-DET-PROGRAMA-MOV     PIC X(008).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DOCUMENTO-MOV    PIC X(018).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-OPERADOR-MOV     PIC X(008).
      *
       01  WRK-DET-SALDO-FIM.
           05 FILLER                   PIC X(029)      VALUE
              'SALDO FINAL DO PERIODO'.
           05 FILLER                   PIC X(018)      VALUE
              'TOTAIS'.
           05 WRK-DET-TOT-ENT          PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-DET-TOT-SAI          PIC ZZZZZZZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-DET-VAL-SALDO-FIM    PIC -ZZZZZZZZ9.
      *
       01  WRK-DET-DIVERG.
           05 FILLER                   PIC X(038)      VALUE
              '*** DIVERGENCIA - SALDO RECONSTRUIDO:'.
           05 WRK-DET-DIV-RECONST      PIC -ZZZZZZZZ9.
           05 FILLER                   PIC X(017)      VALUE
              '  SALDO ARQEST01:'.
           05 WRK-DET-DIV-ESTOQUE      PIC ZZZZZZZZ9.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(020)      VALUE
              'PRODUTOS LIDOS.....:'.
           05 WRK-ROD-QTD-LIDOS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(020)      VALUE
              'PRODUTOS LISTADOS..:'.
           05 WRK-ROD-QTD-LISTADOS     PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(020)      VALUE
              'MOVIMENTOS LISTADOS:'.
           05 WRK-ROD-QTD-MOV-LIST     PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(020)      VALUE
              'PRODUTOS DIVERGENT.:'.
           05 WRK-ROD-QTD-DIVERG       PIC ZZZZZZ9.
      *
       01  WRK-AREA-CONTROLE.
           05 WRK-FS-ARQCTRL           PIC X(002)      VALUE "00".
           05 WRK-CTR-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CTR-HORA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CTR-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-CTR-GRAVADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-CTR-REJEITADOS       PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI45AO - FIM DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIAL
           PERFORM 2000-PROCESSAR
           PERFORM 3000-FINALIZAR
           GOBACK.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO SYSIN, ABERTURA DE ARQUIVOS E          *
      *    IMPRESSAO DO CABECALHO                                      *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-PARM-SYSIN
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD
           IF WRK-COD-PROD-SEL NOT NUMERIC
               MOVE ZEROS              TO WRK-COD-PROD-SEL
           END-IF
           IF WRK-DATA-FIM NOT NUMERIC
              OR WRK-DATA-FIM EQUAL ZEROS
               MOVE WRK-DATA-HOJE      TO WRK-DATA-FIM
           END-IF
           IF WRK-DATA-INI NOT NUMERIC
              OR WRK-DATA-INI EQUAL ZEROS
               MOVE WRK-DATA-FIM       TO WRK-DATA-INI
               MOVE "01"               TO WRK-DATA-INI (7:2)
           END-IF
      *
           OPEN INPUT  ARQEST01
           OPEN INPUT  ARQPRD01
           OPEN OUTPUT RELKDX01
      *
           MOVE WRK-DATA-INI           TO WRK-CAB-DATA-INI
           MOVE WRK-DATA-FIM           TO WRK-CAB-DATA-FIM
           WRITE REL-LINHA-KDX         FROM WRK-CAB-01
           WRITE REL-LINHA-KDX         FROM WRK-CAB-02
           MOVE SPACES                 TO REL-LINHA-KDX
           WRITE REL-LINHA-KDX
           WRITE REL-LINHA-KDX         FROM WRK-CAB-03.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UM PRODUTO DO ARQEST01 POR VEZ    *
      *    (SOMENTE O PRODUTO INFORMADO QUANDO DIFERENTE DE ZEROS)     *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-COD-PROD-SEL       TO FS-COD-PROD-EST
           START ARQEST01 KEY IS NOT LESS FS-COD-PROD-EST
           PERFORM UNTIL WRK-FS-ARQEST01 NOT EQUAL "00"
               READ ARQEST01 NEXT RECORD
               IF WRK-FS-ARQEST01 EQUAL "00"
                   IF WRK-COD-PROD-SEL NOT EQUAL ZEROS
                      AND FS-COD-PROD-EST NOT EQUAL WRK-COD-PROD-SEL
                       MOVE "10"       TO WRK-FS-ARQEST01
                   ELSE
                       ADD 1           TO WRK-QTD-LIDOS
                       PERFORM 2100-KARDEX-PRODUTO
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA RECONSTRUIR O SALDO DE UM PRODUTO PELOS         *
      *    MOVIMENTOS DO ARQMOV01 (RELIDO PARA CADA PRODUTO). O        *
      *    ARQUIVO E GRAVADO EM ORDEM CRONOLOGICA, ENTAO OS            *
      *    MOVIMENTOS ANTERIORES AO PERIODO CHEGAM ANTES DOS DEMAIS    *
      *----------------------------------------------------------------*
       2100-KARDEX-PRODUTO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-SALDO-ANT
                                          WRK-SALDO-CORR
                                          WRK-SALDO-POS
                                          WRK-TOT-ENT-PROD
                                          WRK-TOT-SAI-PROD
           MOVE "N"                    TO WRK-PROD-IMPRESSO
                                          WRK-DIVERGENTE
      *
           OPEN INPUT ARQMOV01
           PERFORM UNTIL WRK-FS-ARQMOV01 NOT EQUAL "00"
               READ ARQMOV01
               IF WRK-FS-ARQMOV01 EQUAL "00"
                  AND FS-COD-PROD-MOV EQUAL FS-COD-PROD-EST
                   PERFORM 2110-TRATA-MOVIMENTO
               END-IF
           END-PERFORM
           CLOSE ARQMOV01
      *
           COMPUTE WRK-SALDO-RECONST = WRK-SALDO-ANT +
                                       WRK-SALDO-CORR +
                                       WRK-SALDO-POS
           IF WRK-SALDO-RECONST NOT EQUAL FS-QTD-SALDO-EST
               MOVE "S"                TO WRK-DIVERGENTE
               ADD 1                   TO WRK-QTD-DIVERG
           END-IF
      *
           IF WRK-PROD-IMPRESSO EQUAL "N"
              AND (WRK-DIVERGENTE EQUAL "S"
                   OR WRK-COD-PROD-SEL NOT EQUAL ZEROS)
               PERFORM 2120-IMPRIME-PRODUTO
           END-IF
      *
           IF WRK-PROD-IMPRESSO EQUAL "S"
               PERFORM 2140-IMPRIME-SALDO-FIM
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UM MOVIMENTO AO SALDO ANTERIOR, AO        *
      *    PERIODO (IMPRIMINDO A LINHA) OU AO SALDO POSTERIOR          *
      *----------------------------------------------------------------*
       2110-TRATA-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-SENTIDO-MOV EQUAL "E"
               MOVE FS-QTD-MOV         TO WRK-QTD-SINAL
           ELSE
               COMPUTE WRK-QTD-SINAL = ZEROS - FS-QTD-MOV
           END-IF
      *
           IF FS-DATA-MOV LESS WRK-DATA-INI
               ADD WRK-QTD-SINAL       TO WRK-SALDO-ANT
           ELSE
               IF FS-DATA-MOV GREATER WRK-DATA-FIM
                   ADD WRK-QTD-SINAL   TO WRK-SALDO-POS
               ELSE
                   IF WRK-PROD-IMPRESSO EQUAL "N"
                       PERFORM 2120-IMPRIME-PRODUTO
                   END-IF
                   ADD WRK-QTD-SINAL   TO WRK-SALDO-CORR
                   PERFORM 2130-IMPRIME-MOVIMENTO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR A IDENTIFICACAO DO PRODUTO E O SALDO   *
      *    ANTERIOR AO PERIODO                                         *
      *----------------------------------------------------------------*
       2120-IMPRIME-PRODUTO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-PROD-EST        TO WRK-DET-COD-PROD
                                          FS-COD-PROD
           READ ARQPRD01               KEY IS FS-COD-PROD
           IF WRK-FS-ARQPRD01 EQUAL "00"
               MOVE FS-DESC-PROD       TO WRK-DET-DESC-PROD
               MOVE FS-UNID-PROD       TO WRK-DET-UNID-PROD
           ELSE
               MOVE SPACES             TO WRK-DET-DESC-PROD
                                          WRK-DET-UNID-PROD
           END-IF
           MOVE SPACES                 TO REL-LINHA-KDX
           WRITE REL-LINHA-KDX
           WRITE REL-LINHA-KDX         FROM WRK-DET-PRODUTO
           MOVE WRK-SALDO-ANT          TO WRK-DET-VAL-SALDO-ANT
           WRITE REL-LINHA-KDX         FROM WRK-DET-SALDO-ANT
           MOVE "S"                    TO WRK-PROD-IMPRESSO
           ADD 1                       TO WRK-QTD-LISTADOS.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM MOVIMENTO DO PERIODO COM O SALDO    *
      *    ACUMULADO. QUANDO O SALDO RECONSTRUIDO NAO BATE COM O SALDO *
      *    GRAVADO NO MOVIMENTO, A LINHA E MARCADA COM ASTERISCO       *
      *----------------------------------------------------------------*
       2130-IMPRIME-MOVIMENTO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-DATA-MOV            TO WRK-DET-DATA-MOV
           MOVE FS-HORA-MOV            TO WRK-DET-HORA-MOV
           MOVE FS-TIPO-MOV            TO WRK-DET-TIPO-MOV
           EVALUATE FS-TIPO-MOV
               WHEN "SI"
                   MOVE "SALDO INICIAL"     TO WRK-DET-DESC-MOV
               WHEN "EN"
                   MOVE "ENTRADA DEPOSITO"  TO WRK-DET-DESC-MOV
               WHEN "RP"
                   MOVE "RESERVA PEDIDO"    TO WRK-DET-DESC-MOV
               WHEN "AP"
                   MOVE "ALTERACAO PEDIDO"  TO WRK-DET-DESC-MOV
               WHEN "CP"
                   MOVE "CANCELAMENTO PEDIDO" TO WRK-DET-DESC-MOV
               WHEN "ER"
                   MOVE "ESTORNO RETORNO"   TO WRK-DET-DESC-MOV
               WHEN "AM"
                   MOVE "AJUSTE MANUAL"     TO WRK-DET-DESC-MOV
               WHEN "AI"
                   MOVE "AJUSTE INVENTARIO" TO WRK-DET-DESC-MOV
               WHEN OTHER
                   MOVE SPACES              TO WRK-DET-DESC-MOV
           END-EVALUATE
           IF FS-SENTIDO-MOV EQUAL "E"
               MOVE FS-QTD-MOV         TO WRK-DET-QTD-ENT
               MOVE ZEROS              TO WRK-DET-QTD-SAI
               ADD FS-QTD-MOV          TO WRK-TOT-ENT-PROD
           ELSE
               MOVE ZEROS              TO WRK-DET-QTD-ENT
               MOVE FS-QTD-MOV         TO WRK-DET-QTD-SAI
               ADD FS-QTD-MOV          TO WRK-TOT-SAI-PROD
           END-IF
           COMPUTE WRK-DET-SALDO-MOV = WRK-SALDO-ANT + WRK-SALDO-CORR
           IF WRK-SALDO-ANT + WRK-SALDO-CORR NOT EQUAL FS-SALDO-MOV
               MOVE " *"               TO WRK-DET-CONF-MOV
           ELSE
               MOVE SPACES             TO WRK-DET-CONF-MOV
           END-IF
           MOVE FS-PROGRAMA-MOV        TO WRK-DET-PROGRAMA-MOV
           MOVE FS-DOCUMENTO-MOV       TO WRK-DET-DOCUMENTO-MOV
           MOVE FS-OPERADOR-MOV        TO WRK-DET-OPERADOR-MOV
           WRITE REL-LINHA-KDX         FROM WRK-DET-MOV
           ADD 1                       TO WRK-QTD-MOV-LIST.
      *
      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR OS TOTAIS E O SALDO FINAL DO PERIODO   *
      *    E, SE HOUVER, A DIVERGENCIA COM O SALDO DO ARQEST01         *
      *----------------------------------------------------------------*
       2140-IMPRIME-SALDO-FIM          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TOT-ENT-PROD       TO WRK-DET-TOT-ENT
           MOVE WRK-TOT-SAI-PROD       TO WRK-DET-TOT-SAI
           COMPUTE WRK-DET-VAL-SALDO-FIM = WRK-SALDO-ANT +
                                           WRK-SALDO-CORR
           WRITE REL-LINHA-KDX         FROM WRK-DET-SALDO-FIM
           IF WRK-DIVERGENTE EQUAL "S"
               MOVE WRK-SALDO-RECONST  TO WRK-DET-DIV-RECONST
               MOVE FS-QTD-SALDO-EST   TO WRK-DET-DIV-ESTOQUE
               WRITE REL-LINHA-KDX     FROM WRK-DET-DIVERG
           END-IF.
      *
      *----------------------------------------------------------------*
       2140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O REGISTRO DE TOTAIS DA EXECUCAO NO     *
      *    ARQUIVO DE CONTROLE DOS PROGRAMAS BATCH                    *
      *----------------------------------------------------------------*
       2920-GRAVA-CONTROLE             SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-CTR-DATA         FROM DATE YYYYMMDD
           ACCEPT WRK-CTR-HORA         FROM TIME
           OPEN EXTEND ARQCTRL
           IF WRK-FS-ARQCTRL EQUAL "35"
               OPEN OUTPUT ARQCTRL
           END-IF
           MOVE "HBSI45AO"             TO FS-CTR-PROGRAMA
           MOVE WRK-CTR-DATA           TO FS-CTR-DATA
           MOVE WRK-CTR-HORA (1:6)     TO FS-CTR-HORA
           MOVE WRK-CTR-LIDOS          TO FS-CTR-QTD-LIDOS
           MOVE WRK-CTR-GRAVADOS       TO FS-CTR-QTD-GRAVADOS
           MOVE WRK-CTR-REJEITADOS     TO FS-CTR-QTD-REJEITADOS
           WRITE FD-CONTROLE
           CLOSE ARQCTRL.
      *
      *----------------------------------------------------------------*
       2920-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA FINALIZAR PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-QTD-LIDOS           TO WRK-ROD-QTD-LIDOS
           MOVE WRK-QTD-LISTADOS        TO WRK-ROD-QTD-LISTADOS
           MOVE WRK-QTD-MOV-LIST        TO WRK-ROD-QTD-MOV-LIST
           MOVE WRK-QTD-DIVERG          TO WRK-ROD-QTD-DIVERG
           MOVE SPACES                  TO REL-LINHA-KDX
           WRITE REL-LINHA-KDX
           WRITE REL-LINHA-KDX          FROM WRK-RODAPE-01
           WRITE REL-LINHA-KDX          FROM WRK-RODAPE-02
           WRITE REL-LINHA-KDX          FROM WRK-RODAPE-03
           WRITE REL-LINHA-KDX          FROM WRK-RODAPE-04
      *
           CLOSE ARQEST01
           CLOSE ARQPRD01
           CLOSE RELKDX01
      *
           MOVE WRK-QTD-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-QTD-MOV-LIST        TO WRK-CTR-GRAVADOS
           MOVE WRK-QTD-DIVERG          TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
