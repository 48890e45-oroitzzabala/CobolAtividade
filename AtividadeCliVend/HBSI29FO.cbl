      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI29FO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI29FO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CARGA UNICA DO KARDEX. CRIA O ARQUIVO DE      *
      *                  MOVIMENTOS DE ESTOQUE ARQMOV01 COM UM         *
      *                  MOVIMENTO DE SALDO INICIAL (SI) PARA CADA     *
      *                  PRODUTO DO ARQEST01, NA QUANTIDADE DO SALDO   *
      *                  ATUAL. A PARTIR DAI O SALDO DE QUALQUER DATA  *
      *                  PODE SER RECONSTRUIDO PELOS MOVIMENTOS        *
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
              SELECT ARQMOV01 ASSIGN   TO UT-S-ARQMOV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQMOV01.
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
      *    OUTPUT : MOVIMENTOS DE ESTOQUE (KARDEX)                     *
      *               ORG. SEQUENCIAL - LRECL = 0080                   *
      *               SENTIDO: E=ENTRADA S=SAIDA                       *
      *               TIPO: SI=SALDO INICIAL                           *
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
           ' HBSI29FO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQEST01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMOV01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-HOJE            PIC 9(008)      VALUE ZEROS.
           05 WRK-HORA-HOJE            PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-EST-LIDOS        PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-MOV-GRAVADOS     PIC 9(007)      VALUE ZEROS.
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
           ' HBSI29FO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE ABERTURA DOS ARQUIVOS                             *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-HOJE        FROM TIME
           OPEN INPUT  ARQEST01
           OPEN OUTPUT ARQMOV01.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UM MOVIMENTO SI POR PRODUTO COM   *
      *    REGISTRO DE SALDO NO ARQEST01                               *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQEST01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQEST01 NOT EQUAL "00"
               ADD 1                   TO WRK-TOT-EST-LIDOS
               INITIALIZE FD-MOVIMENTO
               MOVE FS-COD-PROD-EST    TO FS-COD-PROD-MOV
               MOVE WRK-DATA-HOJE      TO FS-DATA-MOV
               MOVE WRK-HORA-HOJE (1:6) TO FS-HORA-MOV
               MOVE "SI"               TO FS-TIPO-MOV
               MOVE "E"                TO FS-SENTIDO-MOV
               MOVE FS-QTD-SALDO-EST   TO FS-QTD-MOV
                                          FS-SALDO-MOV
               MOVE "HBSI29FO"         TO FS-PROGRAMA-MOV
               MOVE SPACES             TO FS-DOCUMENTO-MOV
               MOVE "BATCH"            TO FS-OPERADOR-MOV
               WRITE FD-MOVIMENTO
               IF WRK-FS-ARQMOV01 EQUAL "00"
                   ADD 1               TO WRK-TOT-MOV-GRAVADOS
               END-IF
               READ ARQEST01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
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
           MOVE "HBSI29FO"             TO FS-CTR-PROGRAMA
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
      *    ROTINA DE ENCERRAMENTO DO JOB - MENSAGEM PARA O LOG DO JCL  *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQEST01
           CLOSE ARQMOV01
      *
           MOVE WRK-TOT-EST-LIDOS      TO WRK-CTR-LIDOS
           MOVE WRK-TOT-MOV-GRAVADOS   TO WRK-CTR-GRAVADOS
           COMPUTE WRK-CTR-REJEITADOS = WRK-CTR-LIDOS -
                                        WRK-CTR-GRAVADOS
           PERFORM 2920-GRAVA-CONTROLE
           DISPLAY "HBSI29FO - SALDOS LIDOS.......: "
                   WRK-TOT-EST-LIDOS
           DISPLAY "HBSI29FO - MOVIMENTOS SI......: "
                   WRK-TOT-MOV-GRAVADOS
           DISPLAY "HBSI29FO - FIM DA CARGA DO KARDEX"
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
