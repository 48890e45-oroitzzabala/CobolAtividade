      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI42AO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI42AO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: ATUALIZACAO DIARIA DO PRECO DE VENDA DO       *
      *                  MESTRE ARQPRD01 PELO HISTORICO DE PRECOS      *
      *                  ARQPRC01. PARA CADA PRODUTO BUSCA O PRECO     *
      *                  VIGENTE NA DATA DO DIA (HBSI30EO) E, SE FOR   *
      *                  DIFERENTE DO MESTRE, REGRAVA O MESTRE. OS     *
      *                  PRODUTOS ATUALIZADOS SAEM NO RELATORIO        *
      *                  RELPRC01 COM O PRECO ANTERIOR E O NOVO        *
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
              SELECT RELPRC01 ASSIGN   TO UT-S-RELPRC01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELPRC01.
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
      *    OUTPUT : RELATORIO - PRECOS DO MESTRE ATUALIZADOS           *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELPRC01
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
           ' HBSI42AO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELPRC01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-HOJE            PIC 9(008)      VALUE ZEROS.
           05 WRK-PRECO-ANT            PIC 9(007)V9(002) VALUE ZEROS.
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
           05 WRK-QTD-ATUALIZADOS      PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-ERROS            PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(048)      VALUE
              'HBSI42AO - PRECOS DO MESTRE ATUALIZADOS EM'.
           05 WRK-CAB-DATA             PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(009)      VALUE 'PRODUTO'.
           05 FILLER                   PIC X(042)      VALUE
              'DESCRICAO'.
           05 FILLER                   PIC X(012)      VALUE
              'VIGENCIA'.
           05 FILLER                   PIC X(014)      VALUE
              'PRECO ANTERIOR'.
           05 FILLER                   PIC X(014)      VALUE
              '   PRECO NOVO'.
           05 FILLER                   PIC X(010)      VALUE 'OBS'.
      *
       01  WRK-DET-PRC.
           05 WRK-DET-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DESC-PROD        PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DATA-VIG         PIC 9999/99/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PRECO-ANT        PIC ZZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-PRECO-NOVO       PIC ZZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-OBS              PIC X(025).
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(020)      VALUE
              'PRODUTOS LIDOS.....:'.
           05 WRK-ROD-QTD-LIDOS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(020)      VALUE
              'PRECOS ATUALIZADOS.:'.
           05 WRK-ROD-QTD-ATUALIZ      PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(020)      VALUE
              'ERROS DE GRAVACAO..:'.
           05 WRK-ROD-QTD-ERROS        PIC ZZZZZZ9.
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
           ' HBSI42AO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE ABERTURA DOS ARQUIVOS E IMPRESSAO DO CABECALHO    *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD
           DISPLAY "HBSI42AO - INICIO DA ATUALIZACAO DE PRECOS"
           OPEN I-O    ARQPRD01
           OPEN OUTPUT RELPRC01
      *
           MOVE WRK-DATA-HOJE          TO WRK-CAB-DATA
           WRITE REL-LINHA-PRC         FROM WRK-CAB-01
           MOVE SPACES                 TO REL-LINHA-PRC
           WRITE REL-LINHA-PRC
           WRITE REL-LINHA-PRC         FROM WRK-CAB-02.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - PERCORRE O MESTRE DE PRODUTOS E   *
      *    CONFRONTA CADA PRECO COM O VIGENTE NO HISTORICO             *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPRD01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQPRD01 NOT EQUAL "00"
               ADD 1                   TO WRK-QTD-LIDOS
               MOVE FS-COD-PROD        TO WRK-PRC-COD-PROD
               MOVE WRK-DATA-HOJE      TO WRK-PRC-DATA
               CALL "HBSI30EO" USING WRK-PARM-PRC
               IF WRK-PRC-RETORNO EQUAL ZEROS
                  AND WRK-PRC-PRECO NOT EQUAL FS-PRECO-PROD
                   PERFORM 2010-ATUALIZA-PRECO
               END-IF
               READ ARQPRD01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REGRAVAR O PRECO DO MESTRE COM O VIGENTE E      *
      *    IMPRIMIR A ALTERACAO                                        *
      *----------------------------------------------------------------*
       2010-ATUALIZA-PRECO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-PRECO-PROD          TO WRK-PRECO-ANT
           MOVE WRK-PRC-PRECO          TO FS-PRECO-PROD
           REWRITE FD-PRODUTO
           IF WRK-FS-ARQPRD01 EQUAL "00"
               ADD 1                   TO WRK-QTD-ATUALIZADOS
               MOVE SPACES             TO WRK-DET-OBS
           ELSE
               ADD 1                   TO WRK-QTD-ERROS
               MOVE "ERRO AO REGRAVAR O MESTRE" TO WRK-DET-OBS
               MOVE "00"               TO WRK-FS-ARQPRD01
           END-IF
      *
           MOVE FS-COD-PROD            TO WRK-DET-COD-PROD
           MOVE FS-DESC-PROD           TO WRK-DET-DESC-PROD
           MOVE WRK-PRC-DATA-VIG       TO WRK-DET-DATA-VIG
           MOVE WRK-PRECO-ANT          TO WRK-DET-PRECO-ANT
           MOVE WRK-PRC-PRECO          TO WRK-DET-PRECO-NOVO
           WRITE REL-LINHA-PRC         FROM WRK-DET-PRC.
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
           MOVE "HBSI42AO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-QTD-ATUALIZADOS     TO WRK-ROD-QTD-ATUALIZ
           MOVE WRK-QTD-ERROS           TO WRK-ROD-QTD-ERROS
      *
           MOVE SPACES                  TO REL-LINHA-PRC
           WRITE REL-LINHA-PRC
           WRITE REL-LINHA-PRC          FROM WRK-RODAPE-01
           WRITE REL-LINHA-PRC          FROM WRK-RODAPE-02
           WRITE REL-LINHA-PRC          FROM WRK-RODAPE-03
      *
           CLOSE ARQPRD01
           CLOSE RELPRC01
           DISPLAY "HBSI42AO - FIM DA ATUALIZACAO DE PRECOS"
           MOVE WRK-QTD-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-QTD-ATUALIZADOS     TO WRK-CTR-GRAVADOS
           MOVE WRK-QTD-ERROS           TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
