      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI42CO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI42CO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - TABELA DE PRECOS NUMA DATA.       *
      *                  RECEBE VIA SYSIN A DATA (AAAAMMDD; ZEROS OU   *
      *                  DATA INVALIDA ASSUME A DATA DO DIA) E LISTA   *
      *                  OS PRODUTOS ATIVOS DO MESTRE ARQPRD01 COM O   *
      *                  PRECO VIGENTE NAQUELA DATA PELO HISTORICO     *
      *                  ARQPRC01 (HBSI30EO). SEM HISTORICO ATE A DATA *
      *                  VALE O PRECO DO MESTRE                        *
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
              SELECT ARQPRD01 ASSIGN   TO UT-S-ARQPRD01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRD01.
      *
              SELECT RELPRC03 ASSIGN   TO UT-S-RELPRC03
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELPRC03.
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
      *    OUTPUT : RELATORIO - TABELA DE PRECOS NUMA DATA             *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELPRC03
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-PRC                PIC X(132).
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
           ' HBSI42CO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELPRC03          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-DATA-REF             PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-HOJE            PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-PARM-PRC.
           05 WRK-PRC-COD-PROD         PIC 9(007)      VALUE ZEROS.
           05 WRK-PRC-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-PRC-PRECO            PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-PRC-DATA-VIG         PIC 9(008)      VALUE ZEROS.
           05 WRK-PRC-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-LISTADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-MESTRE           PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(048)      VALUE
              'HBSI42CO - TABELA DE PRECOS EMITIDA EM'.
           05 WRK-CAB-DATA             PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(030)      VALUE
              'PRECOS VIGENTES EM'.
           05 WRK-CAB-DATA-REF         PIC 9999/99/99.
      *
       01  WRK-CAB-03.
           05 FILLER                   PIC X(009)      VALUE 'PRODUTO'.
           05 FILLER                   PIC X(042)      VALUE
              'DESCRICAO'.
           05 FILLER                   PIC X(005)      VALUE 'UNID'.
           05 FILLER                   PIC X(014)      VALUE
              '        PRECO'.
           05 FILLER                   PIC X(012)      VALUE
              'VIGENCIA'.
           05 FILLER                   PIC X(010)      VALUE 'ORIGEM'.
      *
       01  WRK-DET-PRC.
           05 WRK-DET-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DESC-PROD        PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-UNID-PROD        PIC X(003).
           05 FILLER                   PIC X(005)      VALUE SPACES.
           05 WRK-DET-PRECO            PIC ZZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-DATA-VIG         PIC X(010).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-ORIGEM           PIC X(010).
      *
       01  WRK-DATA-VIG-EDIT           PIC 9999/99/99.
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
              'PRECO DO MESTRE....:'.
           05 WRK-ROD-QTD-MESTRE       PIC ZZZZZZ9.
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
           ' HBSI42CO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE LEITURA DA DATA DE REFERENCIA, ABERTURA DOS       *
      *    ARQUIVOS E IMPRESSAO DO CABECALHO                           *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD
           ACCEPT WRK-PARM-SYSIN
           IF WRK-DATA-REF NOT NUMERIC
              OR WRK-DATA-REF EQUAL ZEROS
               MOVE WRK-DATA-HOJE      TO WRK-DATA-REF
           END-IF
           IF WRK-DATA-REF (5:2) LESS "01"
              OR WRK-DATA-REF (5:2) GREATER "12"
              OR WRK-DATA-REF (7:2) LESS "01"
              OR WRK-DATA-REF (7:2) GREATER "31"
               DISPLAY "HBSI42CO - DATA INVALIDA, ASSUMIDA DATA DO DIA"
               MOVE WRK-DATA-HOJE      TO WRK-DATA-REF
           END-IF
      *
           DISPLAY "HBSI42CO - INICIO DA TABELA DE PRECOS"
           OPEN INPUT  ARQPRD01
           OPEN OUTPUT RELPRC03
      *
           MOVE WRK-DATA-HOJE          TO WRK-CAB-DATA
           MOVE WRK-DATA-REF           TO WRK-CAB-DATA-REF
           WRITE REL-LINHA-PRC         FROM WRK-CAB-01
           WRITE REL-LINHA-PRC         FROM WRK-CAB-02
           MOVE SPACES                 TO REL-LINHA-PRC
           WRITE REL-LINHA-PRC
           WRITE REL-LINHA-PRC         FROM WRK-CAB-03.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - PERCORRE O MESTRE DE PRODUTOS E   *
      *    IMPRIME OS ATIVOS COM O PRECO VIGENTE NA DATA               *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPRD01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQPRD01 NOT EQUAL "00"
               ADD 1                   TO WRK-QTD-LIDOS
               IF FS-STATUS-PROD EQUAL "A"
                   PERFORM 2010-IMPRIME-PRECO
               END-IF
               READ ARQPRD01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA BUSCAR O PRECO VIGENTE NA DATA (HBSI30EO) E     *
      *    IMPRIMIR O PRODUTO. SEM HISTORICO VALE O PRECO DO MESTRE    *
      *----------------------------------------------------------------*
       2010-IMPRIME-PRECO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-PROD            TO WRK-PRC-COD-PROD
           MOVE WRK-DATA-REF           TO WRK-PRC-DATA
           CALL "HBSI30EO" USING WRK-PARM-PRC
           IF WRK-PRC-RETORNO EQUAL ZEROS
               MOVE WRK-PRC-PRECO      TO WRK-DET-PRECO
               MOVE WRK-PRC-DATA-VIG   TO WRK-DATA-VIG-EDIT
               MOVE WRK-DATA-VIG-EDIT  TO WRK-DET-DATA-VIG
               MOVE "HISTORICO"        TO WRK-DET-ORIGEM
           ELSE
               MOVE FS-PRECO-PROD      TO WRK-DET-PRECO
               MOVE SPACES             TO WRK-DET-DATA-VIG
               MOVE "MESTRE"           TO WRK-DET-ORIGEM
               ADD 1                   TO WRK-QTD-MESTRE
           END-IF
      *
           MOVE FS-COD-PROD            TO WRK-DET-COD-PROD
           MOVE FS-DESC-PROD           TO WRK-DET-DESC-PROD
           MOVE FS-UNID-PROD           TO WRK-DET-UNID-PROD
           WRITE REL-LINHA-PRC         FROM WRK-DET-PRC
           ADD 1                       TO WRK-QTD-LISTADOS.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
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
           MOVE "HBSI42CO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-QTD-MESTRE          TO WRK-ROD-QTD-MESTRE
      *
           MOVE SPACES                  TO REL-LINHA-PRC
           WRITE REL-LINHA-PRC
           WRITE REL-LINHA-PRC          FROM WRK-RODAPE-01
           WRITE REL-LINHA-PRC          FROM WRK-RODAPE-02
           WRITE REL-LINHA-PRC          FROM WRK-RODAPE-03
      *
           CLOSE ARQPRD01
           CLOSE RELPRC03
           DISPLAY "HBSI42CO - FIM DA TABELA DE PRECOS"
           MOVE WRK-QTD-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-QTD-LISTADOS        TO WRK-CTR-GRAVADOS
           MOVE ZEROS                   TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
