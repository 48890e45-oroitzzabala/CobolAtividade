      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI45CO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI45CO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CARGA DAS QUANTIDADES CONTADAS NO INVENTARIO  *
      *                  FISICO A PARTIR DO ARQUIVO DOS COLETORES      *
      *                  (ARQIMPCT: PRODUTO + QUANTIDADE). GRAVA A     *
      *                  CONTAGEM NA LINHA DO PRODUTO DA FOLHA         *
      *                  ARQINV01 EM ABERTO. PRODUTO FORA DA FOLHA,    *
      *                  LINHA JA ENCERRADA OU COM A CONTAGEM JA       *
      *                  APROVADA SAI NO RELATORIO DE EXCECOES. UMA    *
      *                  NOVA CONTAGEM DO MESMO PRODUTO SUBSTITUI A    *
      *                  ANTERIOR                                      *
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
              SELECT ARQIMPCT ASSIGN   TO UT-S-ARQIMPCT
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQIMPCT.
      *
              SELECT ARQINV01 ASSIGN   TO UT-S-ARQINV01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD-INV
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQINV01.
      *
              SELECT RELCNT01 ASSIGN   TO UT-S-RELCNT01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELCNT01.
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
      *    INPUT  : ARQUIVO DE CONTAGENS DOS COLETORES                 *
      *               ORG. SEQUENCIAL - LRECL = 0014                   *
      *----------------------------------------------------------------*
      *
       FD ARQIMPCT
          RECORD CONTAINS 14 CHARACTERS.
       01 FD-IMP-CONTAGEM.
          05 FS-IMP-COD-PROD           PIC 9(007).
          05 FS-IMP-QTD-CONT           PIC 9(007).
      *
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
      *    OUTPUT : RELATORIO - EXCECOES DA CARGA DE CONTAGENS         *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELCNT01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-CNT                PIC X(132).
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
           ' HBSI45CO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQIMPCT          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQINV01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELCNT01          PIC X(002)      VALUE "00".
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDO-CNT         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-GRAV-CNT         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-EXC-CNT          PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(050)      VALUE
              'HBSI45CO - EXCECOES DA CARGA DE CONTAGENS'.
      *
       01  WRK-DET-CNT.
           05 WRK-DET-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-QTD-CONT         PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-MOTIVO           PIC X(035).
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(020)      VALUE
              'CONTAGENS LIDAS....:'.
           05 WRK-ROD-QTD-LIDAS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(020)      VALUE
              'CONTAGENS GRAVADAS.:'.
           05 WRK-ROD-QTD-GRAV         PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(020)      VALUE
              'EXCECOES...........:'.
           05 WRK-ROD-QTD-EXC          PIC ZZZZZZ9.
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
           ' HBSI45CO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE ABERTURA DE ARQUIVOS E IMPRESSAO DO CABECALHO     *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQIMPCT
           OPEN I-O    ARQINV01
           OPEN OUTPUT RELCNT01
      *
           WRITE REL-LINHA-CNT         FROM WRK-CAB-01
           MOVE SPACES                 TO REL-LINHA-CNT
           WRITE REL-LINHA-CNT.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UMA CONTAGEM POR VEZ              *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQIMPCT
           PERFORM UNTIL WRK-FS-ARQIMPCT NOT EQUAL "00"
               ADD 1                   TO WRK-QTD-LIDO-CNT
               PERFORM 2010-GRAVA-CONTAGEM
               READ ARQIMPCT
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A QUANTIDADE CONTADA NA LINHA DO         *
      *    PRODUTO DA FOLHA EM ABERTO                                  *
      *----------------------------------------------------------------*
       2010-GRAVA-CONTAGEM             SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-IMP-COD-PROD NOT NUMERIC
              OR FS-IMP-QTD-CONT NOT NUMERIC
               MOVE "REGISTRO INVALIDO"   TO WRK-DET-MOTIVO
               PERFORM 2020-IMPRIME-EXCECAO
           ELSE
               MOVE FS-IMP-COD-PROD    TO FS-COD-PROD-INV
               READ ARQINV01           KEY IS FS-COD-PROD-INV
               EVALUATE TRUE
                   WHEN WRK-FS-ARQINV01 NOT EQUAL "00"
                       MOVE "PRODUTO FORA DA FOLHA DE CONTAGEM"
                                       TO WRK-DET-MOTIVO
                       PERFORM 2020-IMPRIME-EXCECAO
                   WHEN FS-STATUS-INV NOT EQUAL "A"
                       MOVE "FOLHA DE CONTAGEM JA ENCERRADA"
                                       TO WRK-DET-MOTIVO
                       PERFORM 2020-IMPRIME-EXCECAO
                   WHEN FS-APROV-INV EQUAL "S"
                       MOVE "CONTAGEM JA APROVADA"
                                       TO WRK-DET-MOTIVO
                       PERFORM 2020-IMPRIME-EXCECAO
                   WHEN OTHER
                       MOVE FS-IMP-QTD-CONT TO FS-QTD-CONT-INV
                       MOVE "S"        TO FS-IND-CONT-INV
                       MOVE "BATCH"    TO FS-OPE-CONT-INV
                       REWRITE FD-INVENTARIO
                       IF WRK-FS-ARQINV01 EQUAL "00"
                           ADD 1       TO WRK-QTD-GRAV-CNT
                       ELSE
                           MOVE "ERRO AO GRAVAR A CONTAGEM"
                                       TO WRK-DET-MOTIVO
                           PERFORM 2020-IMPRIME-EXCECAO
                       END-IF
               END-EVALUATE
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UMA CONTAGEM REJEITADA                 *
      *----------------------------------------------------------------*
       2020-IMPRIME-EXCECAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-IMP-COD-PROD        TO WRK-DET-COD-PROD
           MOVE FS-IMP-QTD-CONT        TO WRK-DET-QTD-CONT
           WRITE REL-LINHA-CNT         FROM WRK-DET-CNT
           ADD 1                       TO WRK-QTD-EXC-CNT.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
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
           MOVE "HBSI45CO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-QTD-LIDO-CNT        TO WRK-ROD-QTD-LIDAS
           MOVE WRK-QTD-GRAV-CNT        TO WRK-ROD-QTD-GRAV
           MOVE WRK-QTD-EXC-CNT         TO WRK-ROD-QTD-EXC
           MOVE SPACES                  TO REL-LINHA-CNT
           WRITE REL-LINHA-CNT
           WRITE REL-LINHA-CNT          FROM WRK-RODAPE-01
           WRITE REL-LINHA-CNT          FROM WRK-RODAPE-02
           WRITE REL-LINHA-CNT          FROM WRK-RODAPE-03
      *
           CLOSE ARQIMPCT
           CLOSE ARQINV01
           CLOSE RELCNT01
      *
           MOVE WRK-QTD-LIDO-CNT        TO WRK-CTR-LIDOS
           MOVE WRK-QTD-GRAV-CNT        TO WRK-CTR-GRAVADOS
           MOVE WRK-QTD-EXC-CNT         TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
