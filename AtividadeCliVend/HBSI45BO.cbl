      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI45BO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI45BO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CONGELAMENTO DO INVENTARIO FISICO. GRAVA NA   *
      *                  FOLHA DE CONTAGEM ARQINV01 UMA LINHA POR      *
      *                  PRODUTO DO ARQEST01 COM O SALDO DO SISTEMA    *
      *                  NO MOMENTO DO CONGELAMENTO E IMPRIME A FOLHA  *
      *                  PARA OS CONTADORES (SEM O SALDO DO SISTEMA,   *
      *                  CONTAGEM CEGA). SE AINDA HOUVER FOLHA EM      *
      *                  ABERTO (INVENTARIO ANTERIOR NAO ENCERRADO     *
      *                  PELO HBSI45EO) O CONGELAMENTO E RECUSADO E O  *
      *                  PROGRAMA TERMINA COM RETURN-CODE 8            *
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
                         ACCESS MODE   IS SEQUENTIAL
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
              SELECT ARQINV01 ASSIGN   TO UT-S-ARQINV01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD-INV
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQINV01.
      *
              SELECT RELINV01 ASSIGN   TO UT-S-RELINV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELINV01.
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
      *    OUTPUT : FOLHA DE CONTAGEM DO INVENTARIO FISICO             *
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
      *    OUTPUT : RELATORIO - FOLHA DE CONTAGEM                      *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELINV01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-INV                PIC X(132).
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
           ' HBSI45BO - INICIO DA AREA DE WORKING '.
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
           05 WRK-FS-ARQINV01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELINV01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-CONG            PIC 9(008)      VALUE ZEROS.
           05 WRK-HORA-CONG            PIC 9(008)      VALUE ZEROS.
           05 WRK-INV-ABERTO           PIC X(001)      VALUE "N".
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-GRAVADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-EM-ABERTO        PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(048)      VALUE
              'HBSI45BO - FOLHA DE CONTAGEM - CONGELADA EM'.
           05 WRK-CAB-DATA             PIC 9999/99/99.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-CAB-HORA             PIC 99.99.99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(008)      VALUE 'PRODUTO'.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 FILLER                   PIC X(040)      VALUE
              'DESCRICAO'.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 FILLER                   PIC X(005)      VALUE 'UN'.
           05 FILLER                   PIC X(020)      VALUE
              'QUANTIDADE CONTADA'.
           05 FILLER                   PIC X(010)      VALUE
              'CONTADOR'.
      *
       01  WRK-DET-INV.
           05 WRK-DET-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-DESC-PROD        PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-UNID-PROD        PIC X(003).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 FILLER                   PIC X(018)      VALUE
              '________________'.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 FILLER                   PIC X(010)      VALUE
              '__________'.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(020)      VALUE
              'PRODUTOS CONGELADOS:'.
           05 WRK-ROD-QTD-GRAVADOS     PIC ZZZZZZ9.
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
           ' HBSI45BO - FIM DA AREA DE WORKING '.
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
           IF WRK-INV-ABERTO EQUAL "S"
               DISPLAY "HBSI45BO - FOLHA DE CONTAGEM EM ABERTO COM "
                       WRK-QTD-EM-ABERTO " PRODUTOS - ENCERRAR O "
                       "INVENTARIO ANTERIOR (HBSI45EO)"
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 2000-PROCESSAR
           END-IF
           PERFORM 3000-FINALIZAR
           GOBACK.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE HA FOLHA DE CONTAGEM EM ABERTO     *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-CONG        FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-CONG        FROM TIME
           MOVE "N"                    TO WRK-INV-ABERTO
           OPEN INPUT ARQINV01
           IF WRK-FS-ARQINV01 EQUAL "00"
               PERFORM UNTIL WRK-FS-ARQINV01 NOT EQUAL "00"
                   READ ARQINV01 NEXT RECORD
                   IF WRK-FS-ARQINV01 EQUAL "00"
                      AND FS-STATUS-INV EQUAL "A"
                       MOVE "S"        TO WRK-INV-ABERTO
                       ADD 1           TO WRK-QTD-EM-ABERTO
                   END-IF
               END-PERFORM
               CLOSE ARQINV01
           END-IF.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - RECRIA A FOLHA DE CONTAGEM COM    *
      *    UM PRODUTO DO ARQEST01 POR LINHA                            *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQEST01
           OPEN INPUT  ARQPRD01
           OPEN OUTPUT ARQINV01
           OPEN OUTPUT RELINV01
      *
           MOVE WRK-DATA-CONG          TO WRK-CAB-DATA
           MOVE WRK-HORA-CONG (1:6)    TO WRK-CAB-HORA
           WRITE REL-LINHA-INV         FROM WRK-CAB-01
           MOVE SPACES                 TO REL-LINHA-INV
           WRITE REL-LINHA-INV
           WRITE REL-LINHA-INV         FROM WRK-CAB-02
      *
           READ ARQEST01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQEST01 NOT EQUAL "00"
               ADD 1                   TO WRK-QTD-LIDOS
               PERFORM 2010-CONGELA-PRODUTO
               READ ARQEST01 NEXT RECORD
           END-PERFORM
      *
           MOVE WRK-QTD-GRAVADOS       TO WRK-ROD-QTD-GRAVADOS
           MOVE SPACES                 TO REL-LINHA-INV
           WRITE REL-LINHA-INV
           WRITE REL-LINHA-INV         FROM WRK-RODAPE-01
      *
           CLOSE ARQEST01
           CLOSE ARQPRD01
           CLOSE ARQINV01
           CLOSE RELINV01.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A LINHA DO PRODUTO NA FOLHA DE CONTAGEM  *
      *    E IMPRIMI-LA                                                *
      *----------------------------------------------------------------*
       2010-CONGELA-PRODUTO            SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FD-INVENTARIO
           MOVE FS-COD-PROD-EST        TO FS-COD-PROD-INV
           MOVE WRK-DATA-CONG          TO FS-DATA-CONG-INV
           MOVE WRK-HORA-CONG (1:6)    TO FS-HORA-CONG-INV
           MOVE FS-QTD-SALDO-EST       TO FS-QTD-SIST-INV
           MOVE ZEROS                  TO FS-QTD-CONT-INV
           MOVE "N"                    TO FS-IND-CONT-INV
                                          FS-APROV-INV
           MOVE "A"                    TO FS-STATUS-INV
           MOVE SPACES                 TO FS-OPE-CONT-INV
                                          FS-OPE-APROV-INV
           WRITE FD-INVENTARIO
           IF WRK-FS-ARQINV01 EQUAL "00"
               ADD 1                   TO WRK-QTD-GRAVADOS
               MOVE FS-COD-PROD-EST    TO WRK-DET-COD-PROD
                                          FS-COD-PROD
               READ ARQPRD01           KEY IS FS-COD-PROD
               IF WRK-FS-ARQPRD01 EQUAL "00"
                   MOVE FS-DESC-PROD   TO WRK-DET-DESC-PROD
                   MOVE FS-UNID-PROD   TO WRK-DET-UNID-PROD
               ELSE
                   MOVE SPACES         TO WRK-DET-DESC-PROD
                                          WRK-DET-UNID-PROD
               END-IF
               WRITE REL-LINHA-INV     FROM WRK-DET-INV
           END-IF.
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
           MOVE "HBSI45BO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-QTD-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-QTD-GRAVADOS        TO WRK-CTR-GRAVADOS
           MOVE WRK-QTD-EM-ABERTO       TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
