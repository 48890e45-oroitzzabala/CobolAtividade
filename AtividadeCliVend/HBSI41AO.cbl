      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI41AO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI41AO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: EXPORTACAO NOTURNA DOS PEDIDOS PARA OS        *
      *                  SISTEMAS DE FATURAMENTO E ENTREGA. CADA       *
      *                  PEDIDO EM ABERTO (STATUS A) AINDA NAO ENVIADO *
      *                  GERA UM REGISTRO H (CABECALHO) E UM REGISTRO  *
      *                  I POR ITEM (PRODUTO, QUANTIDADE, PRECO        *
      *                  UNITARIO E IMPOSTOS ICMS/IPI/ICMS-ST). O      *
      *                  CABECALHO LEVA OS IMPOSTOS E O VALOR BRUTO DO *
      *                  PEDIDO. O ARQUIVO E ENCERRADO POR UM TRAILER  *
      *                  T COM A QUANTIDADE DE REGISTROS, O VALOR      *
      *                  TOTAL E O VALOR BRUTO. O PEDIDO ENVIADO E     *
      *                  MARCADO NO CONTROLE DE ENVIO ARQENV01 E NAO   *
      *                  SAI DE NOVO                                   *
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
              SELECT ARQPED01 ASSIGN   TO UT-S-ARQPED01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-CHAVE-PED
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPED01.
      *
              SELECT ARQPDI01 ASSIGN   TO UT-S-ARQPDI01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PDI
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPDI01.
      *
              SELECT ARQENV01 ASSIGN   TO UT-S-ARQENV01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-ENV
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQENV01.
      *
              SELECT ARQEXTPD ASSIGN   TO UT-S-ARQEXTPD
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQEXTPD.
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
      *    INPUT  : ARQUIVO DE PEDIDOS DE VENDA - CABECALHO            *
      *               ORG. DINAMICA - LRECL = 0084                     *
      *----------------------------------------------------------------*
      *
       FD ARQPED01
          RECORD CONTAINS 84 CHARACTERS.
       01 FD-PEDIDO.
          05 FS-CHAVE-PED.
             10 FS-COD-CLI-PED     PIC 9(007).
             10 FS-DATA-PED        PIC 9(008).
             10 FS-SEQ-PED         PIC 9(003).
          05 FS-COD-VEN-PED        PIC 9(007).
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
             10 FS-DATA-PDI        PIC 9(008).
             10 FS-SEQ-PDI         PIC 9(003).
             10 FS-NUM-ITEM-PDI    PIC 9(003).
          05 FS-COD-PROD-PDI       PIC 9(007).
          05 FS-QTD-PROD-PDI       PIC 9(005).
          05 FS-VAL-UNIT-PDI       PIC 9(007)V9(002).
          05 FS-VAL-ICMS-PDI       PIC 9(009)V9(002).
          05 FS-VAL-IPI-PDI        PIC 9(009)V9(002).
          05 FS-VAL-ST-PDI         PIC 9(009)V9(002).
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
      *    OUTPUT : ARQUIVO DE INTERFACE - PEDIDOS PARA O FATURAMENTO  *
      *             ORG. SEQUENCIAL LRECL=0100                         *
      *             H=CABECALHO DO PEDIDO  I=ITEM  T=TRAILER           *
      *----------------------------------------------------------------*
      *
       FD ARQEXTPD
          RECORD CONTAINS 100 CHARACTERS.
       01 FD-EXT-PEDIDO.
          05 FS-EXT-TIPO-REG           PIC X(001).
          05 FS-EXT-COD-CLI            PIC 9(007).
          05 FS-EXT-DATA-PED           PIC 9(008).
          05 FS-EXT-SEQ-PED            PIC 9(003).
          05 FS-EXT-COD-VEN            PIC 9(007).
          05 FS-EXT-QTD-ITENS          PIC 9(003).
          05 FS-EXT-VAL-TOT            PIC 9(009)V9(002).
          05 FS-EXT-VAL-ICMS           PIC 9(009)V9(002).
          05 FS-EXT-VAL-IPI            PIC 9(009)V9(002).
          05 FS-EXT-VAL-ST             PIC 9(009)V9(002).
          05 FS-EXT-VAL-BRUTO          PIC 9(009)V9(002).
          05 FILLER                    PIC X(016).
       01 FD-EXT-ITEM                  REDEFINES FD-EXT-PEDIDO.
          05 FS-EXT-ITE-TIPO           PIC X(001).
          05 FS-EXT-ITE-COD-CLI        PIC 9(007).
          05 FS-EXT-ITE-DATA-PED       PIC 9(008).
          05 FS-EXT-ITE-SEQ-PED        PIC 9(003).
          05 FS-EXT-ITE-NUM-ITEM       PIC 9(003).
          05 FS-EXT-ITE-COD-PROD       PIC 9(007).
          05 FS-EXT-ITE-QTD-PROD       PIC 9(005).
          05 FS-EXT-ITE-VAL-UNIT       PIC 9(007)V9(002).
          05 FS-EXT-ITE-VAL-ICMS       PIC 9(009)V9(002).
          05 FS-EXT-ITE-VAL-IPI        PIC 9(009)V9(002).
          05 FS-EXT-ITE-VAL-ST         PIC 9(009)V9(002).
          05 FILLER                    PIC X(024).
       01 FD-EXT-TRAILER               REDEFINES FD-EXT-PEDIDO.
          05 FS-EXT-TRL-TIPO           PIC X(001).
          05 FS-EXT-TRL-QTD            PIC 9(007).
          05 FS-EXT-TRL-QTD-PED        PIC 9(007).
          05 FS-EXT-TRL-VAL-TOT        PIC 9(013)V9(002).
          05 FS-EXT-TRL-VAL-BRUTO      PIC 9(013)V9(002).
          05 FILLER                    PIC X(055).
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
           ' HBSI41AO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPDI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQENV01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQEXTPD          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-ENVIO           PIC 9(008)      VALUE ZEROS.
           05 WRK-HORA-ENVIO           PIC 9(008)      VALUE ZEROS.
           05 WRK-QTD-ITENS-ENV        PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-ENVIADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-JA-ENVIADOS      PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-REJEITADOS       PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-REGISTROS        PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VALOR            PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-TOT-BRUTO            PIC 9(013)V9(002) VALUE ZEROS.
      *
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
           ' HBSI41AO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE ABERTURA DO JOB - MENSAGEM PARA O LOG DO JCL.     *
      *    NA PRIMEIRA EXECUCAO O CONTROLE DE ENVIO E CRIADO VAZIO     *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "HBSI41AO - INICIO DA EXPORTACAO DE PEDIDOS"
           ACCEPT WRK-DATA-ENVIO       FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-ENVIO       FROM TIME
           OPEN INPUT  ARQPED01
           OPEN INPUT  ARQPDI01
           OPEN I-O    ARQENV01
           IF WRK-FS-ARQENV01 EQUAL "35"
               OPEN OUTPUT ARQENV01
               CLOSE ARQENV01
               OPEN I-O ARQENV01
           END-IF
           OPEN OUTPUT ARQEXTPD.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - PERCORRE OS PEDIDOS EM ABERTO E   *
      *    EXPORTA OS QUE AINDA NAO CONSTAM DO CONTROLE DE ENVIO       *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQPED01 NOT EQUAL "00"
               ADD 1 TO WRK-TOT-LIDOS
               IF FS-STATUS-PED EQUAL "A"
                   MOVE FS-CHAVE-PED   TO FS-CHAVE-ENV
                   READ ARQENV01       KEY IS FS-CHAVE-ENV
                   IF WRK-FS-ARQENV01 EQUAL "00"
                       ADD 1           TO WRK-TOT-JA-ENVIADOS
                   ELSE
                       PERFORM 2010-EXPORTA-PEDIDO
                   END-IF
               END-IF
               READ ARQPED01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O CABECALHO E OS ITENS DE UM PEDIDO NO   *
      *    ARQUIVO DE INTERFACE E MARCA-LO COMO ENVIADO                *
      *----------------------------------------------------------------*
       2010-EXPORTA-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO FD-EXT-PEDIDO
           MOVE "H"                    TO FS-EXT-TIPO-REG
           MOVE FS-COD-CLI-PED         TO FS-EXT-COD-CLI
           MOVE FS-DATA-PED            TO FS-EXT-DATA-PED
           MOVE FS-SEQ-PED             TO FS-EXT-SEQ-PED
           MOVE FS-COD-VEN-PED         TO FS-EXT-COD-VEN
           MOVE FS-QTD-ITENS-PED       TO FS-EXT-QTD-ITENS
           MOVE FS-VAL-TOT-PED         TO FS-EXT-VAL-TOT
           MOVE FS-VAL-ICMS-PED        TO FS-EXT-VAL-ICMS
           MOVE FS-VAL-IPI-PED         TO FS-EXT-VAL-IPI
           MOVE FS-VAL-ST-PED          TO FS-EXT-VAL-ST
           MOVE FS-VAL-BRUTO-PED       TO FS-EXT-VAL-BRUTO
           WRITE FD-EXT-PEDIDO
           IF WRK-FS-ARQEXTPD NOT EQUAL "00"
               DISPLAY "HBSI41AO - ERRO NA GRAVACAO DO PEDIDO "
                       FS-CHAVE-PED " FS=" WRK-FS-ARQEXTPD
               ADD 1                   TO WRK-TOT-REJEITADOS
           ELSE
               ADD 1                   TO WRK-TOT-REGISTROS
               ADD FS-VAL-TOT-PED      TO WRK-TOT-VALOR
               ADD FS-VAL-BRUTO-PED    TO WRK-TOT-BRUTO
               MOVE ZEROS              TO WRK-QTD-ITENS-ENV
               PERFORM 2020-EXPORTA-ITENS
               PERFORM 2030-MARCA-ENVIADO
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM REGISTRO I POR ITEM DO PEDIDO         *
      *----------------------------------------------------------------*
       2020-EXPORTA-ITENS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-CLI-PED         TO FS-COD-CLI-PDI
           MOVE FS-DATA-PED            TO FS-DATA-PDI
           MOVE FS-SEQ-PED             TO FS-SEQ-PDI
           MOVE ZEROS                  TO FS-NUM-ITEM-PDI
           START ARQPDI01 KEY IS NOT LESS FS-CHAVE-PDI
           PERFORM UNTIL WRK-FS-ARQPDI01 NOT EQUAL "00"
               READ ARQPDI01 NEXT RECORD
               IF WRK-FS-ARQPDI01 EQUAL "00"
                   IF FS-COD-CLI-PDI EQUAL FS-COD-CLI-PED
                      AND FS-DATA-PDI EQUAL FS-DATA-PED
                      AND FS-SEQ-PDI EQUAL FS-SEQ-PED
                       MOVE SPACES     TO FD-EXT-ITEM
                       MOVE "I"        TO FS-EXT-ITE-TIPO
                       MOVE FS-COD-CLI-PDI TO FS-EXT-ITE-COD-CLI
                       MOVE FS-DATA-PDI    TO FS-EXT-ITE-DATA-PED
                       MOVE FS-SEQ-PDI     TO FS-EXT-ITE-SEQ-PED
                       MOVE FS-NUM-ITEM-PDI TO FS-EXT-ITE-NUM-ITEM
                       MOVE FS-COD-PROD-PDI TO FS-EXT-ITE-COD-PROD
                       MOVE FS-QTD-PROD-PDI TO FS-EXT-ITE-QTD-PROD
                       MOVE FS-VAL-UNIT-PDI TO FS-EXT-ITE-VAL-UNIT
                       MOVE FS-VAL-ICMS-PDI TO FS-EXT-ITE-VAL-ICMS
                       MOVE FS-VAL-IPI-PDI  TO FS-EXT-ITE-VAL-IPI
                       MOVE FS-VAL-ST-PDI   TO FS-EXT-ITE-VAL-ST
                       WRITE FD-EXT-ITEM
                       IF WRK-FS-ARQEXTPD EQUAL "00"
                           ADD 1       TO WRK-TOT-REGISTROS
                                          WRK-QTD-ITENS-ENV
                       END-IF
                   ELSE
                       MOVE "10"       TO WRK-FS-ARQPDI01
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O PEDIDO NO CONTROLE DE ENVIO, SEM       *
      *    RESULTADO ATE O RETORNO DO FATURAMENTO                      *
      *----------------------------------------------------------------*
       2030-MARCA-ENVIADO              SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FD-ENVIO
           MOVE FS-CHAVE-PED           TO FS-CHAVE-ENV
           MOVE WRK-DATA-ENVIO         TO FS-DATA-ENV
           MOVE WRK-HORA-ENVIO (1:6)   TO FS-HORA-ENV
           MOVE WRK-QTD-ITENS-ENV      TO FS-QTD-ITENS-ENV
           MOVE FS-VAL-TOT-PED         TO FS-VAL-TOT-ENV
           MOVE ZEROS                  TO FS-DATA-RET-ENV
           MOVE SPACES                 TO FS-RESULT-ENV
           WRITE FD-ENVIO
           IF WRK-FS-ARQENV01 EQUAL "00"
               ADD 1                   TO WRK-TOT-ENVIADOS
           ELSE
               DISPLAY "HBSI41AO - ERRO AO MARCAR O PEDIDO "
                       FS-CHAVE-PED " FS=" WRK-FS-ARQENV01
               ADD 1                   TO WRK-TOT-REJEITADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
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
           MOVE "HBSI41AO"             TO FS-CTR-PROGRAMA
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
      *    ROTINA PARA GRAVAR O TRAILER COM A QUANTIDADE DE REGISTROS  *
      *    E O VALOR TOTAL E ENCERRAR O PROCESSAMENTO                  *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO FD-EXT-TRAILER
           MOVE "T"                    TO FS-EXT-TRL-TIPO
           MOVE WRK-TOT-REGISTROS      TO FS-EXT-TRL-QTD
           MOVE WRK-TOT-ENVIADOS       TO FS-EXT-TRL-QTD-PED
           MOVE WRK-TOT-VALOR          TO FS-EXT-TRL-VAL-TOT
           MOVE WRK-TOT-BRUTO          TO FS-EXT-TRL-VAL-BRUTO
           WRITE FD-EXT-TRAILER
      *
           DISPLAY "HBSI41AO - PEDIDOS LIDOS.....: " WRK-TOT-LIDOS
           DISPLAY "HBSI41AO - PEDIDOS ENVIADOS..: " WRK-TOT-ENVIADOS
           DISPLAY "HBSI41AO - JA ENVIADOS ANTES.: " WRK-TOT-JA-ENVIADOS
           DISPLAY "HBSI41AO - REGISTROS GRAVADOS: " WRK-TOT-REGISTROS
           DISPLAY "HBSI41AO - REJEITADOS........: " WRK-TOT-REJEITADOS
      *
           CLOSE ARQPED01
           CLOSE ARQPDI01
           CLOSE ARQENV01
           CLOSE ARQEXTPD
           DISPLAY "HBSI41AO - FIM DA EXPORTACAO DE PEDIDOS"
           MOVE WRK-TOT-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-TOT-ENVIADOS        TO WRK-CTR-GRAVADOS
           MOVE WRK-TOT-REJEITADOS      TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
