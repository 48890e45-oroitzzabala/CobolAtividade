      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI29EO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI29EO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CONVERSAO UNICA DOS ARQUIVOS DE PRODUTOS E    *
      *                  PEDIDOS PARA O LAYOUT COM TRIBUTACAO. LE OS   *
      *                  ARQUIVOS ANTIGOS E REGRAVA:                   *
      *                  ARQPRD01 (0060 -> 0064) COM A CLASSE FISCAL   *
      *                  EM BRANCOS (A CADASTRAR NO HBSI20DO);         *
      *                  ARQPED01 (0040 -> 0084) COM ICMS, IPI E       *
      *                  ICMS-ST EM ZEROS E O VALOR BRUTO IGUAL AO     *
      *                  VALOR DOS PRODUTOS;                           *
      *                  ARQPDI01 (0042 -> 0075) COM OS IMPOSTOS DO    *
      *                  ITEM EM ZEROS                                 *
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
              SELECT ARQPRDAN ASSIGN   TO UT-S-ARQPRDAN
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-ANT-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRDAN.
      *
              SELECT ARQPRD01 ASSIGN   TO UT-S-ARQPRD01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRD01.
      *
              SELECT ARQPEDAN ASSIGN   TO UT-S-ARQPEDAN
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-ANT-CHAVE-PED
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPEDAN.
      *
              SELECT ARQPED01 ASSIGN   TO UT-S-ARQPED01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PED
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPED01.
      *
              SELECT ARQPDIAN ASSIGN   TO UT-S-ARQPDIAN
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-ANT-CHAVE-PDI
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPDIAN.
      *
              SELECT ARQPDI01 ASSIGN   TO UT-S-ARQPDI01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PDI
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPDI01.
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
      *    INPUT  : ARQUIVO DE PRODUTOS NO LAYOUT ANTIGO               *
      *               ORG. DINAMICA - LRECL = 0060                     *
      *----------------------------------------------------------------*
      *
       FD ARQPRDAN
          RECORD CONTAINS 60 CHARACTERS.
       01 FD-PRODUTO-ANT.
          05 FS-ANT-COD-PROD          PIC 9(007).
          05 FS-ANT-DESC-PROD         PIC X(040).
          05 FS-ANT-UNID-PROD         PIC X(003).
          05 FS-ANT-PRECO-PROD        PIC 9(007)V9(002).
          05 FS-ANT-STATUS-PROD       PIC X(001).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : ARQUIVO DE PRODUTOS NO LAYOUT NOVO                 *
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
      *    INPUT  : ARQUIVO DE PEDIDOS - CABECALHO NO LAYOUT ANTIGO    *
      *               ORG. DINAMICA - LRECL = 0040                     *
      *----------------------------------------------------------------*
      *
       FD ARQPEDAN
          RECORD CONTAINS 40 CHARACTERS.
       01 FD-PEDIDO-ANT.
          05 FS-ANT-CHAVE-PED.
             10 FS-ANT-COD-CLI-PED PIC 9(007).
             10 FS-ANT-DATA-PED    PIC 9(008).
             10 FS-ANT-SEQ-PED     PIC 9(003).
          05 FS-ANT-COD-VEN-PED    PIC 9(007).
          05 FS-ANT-QTD-ITENS-PED  PIC 9(003).
          05 FS-ANT-VAL-TOT-PED    PIC 9(009)V9(002).
          05 FS-ANT-STATUS-PED     PIC X(001).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : ARQUIVO DE PEDIDOS - CABECALHO NO LAYOUT NOVO      *
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
      *    INPUT  : ARQUIVO DE ITENS DE PEDIDO NO LAYOUT ANTIGO        *
      *               ORG. DINAMICA - LRECL = 0042                     *
      *----------------------------------------------------------------*
      *
       FD ARQPDIAN
          RECORD CONTAINS 42 CHARACTERS.
       01 FD-PED-ITEM-ANT.
          05 FS-ANT-CHAVE-PDI.
             10 FS-ANT-COD-CLI-PDI PIC 9(007).
             10 FS-ANT-DATA-PDI    PIC 9(008).
             10 FS-ANT-SEQ-PDI     PIC 9(003).
             10 FS-ANT-NUM-ITEM-PDI PIC 9(003).
          05 FS-ANT-COD-PROD-PDI   PIC 9(007).
          05 FS-ANT-QTD-PROD-PDI   PIC 9(005).
          05 FS-ANT-VAL-UNIT-PDI   PIC 9(007)V9(002).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : ARQUIVO DE ITENS DE PEDIDO NO LAYOUT NOVO          *
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
           ' HBSI29EO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPRDAN          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPEDAN          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPDIAN          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPDI01          PIC X(002)      VALUE "00".
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-PRD-LIDOS        PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-PRD-GRAVADOS     PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-PED-LIDOS        PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-PED-GRAVADOS     PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-PDI-LIDOS        PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-PDI-GRAVADOS     PIC 9(007)      VALUE ZEROS.
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
           ' HBSI29EO - FIM DA AREA DE WORKING '.
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
           PERFORM 2100-CONVERTE-PRODUTOS
           PERFORM 2200-CONVERTE-PEDIDOS
           PERFORM 2300-CONVERTE-ITENS
           PERFORM 3000-FINALIZAR
           GOBACK.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE ABERTURA DO JOB - MENSAGEM PARA O LOG DO JCL      *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "HBSI29EO - INICIO DA CONVERSAO PARA TRIBUTACAO".
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONVERTER O ARQUIVO DE PRODUTOS. A CLASSE       *
      *    FISCAL FICA EM BRANCOS ATE O CADASTRO NO HBSI20DO           *
      *----------------------------------------------------------------*
       2100-CONVERTE-PRODUTOS          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQPRDAN
           OPEN OUTPUT ARQPRD01
      *
           READ ARQPRDAN NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQPRDAN NOT EQUAL "00"
               ADD 1                   TO WRK-TOT-PRD-LIDOS
               INITIALIZE FD-PRODUTO
               MOVE FS-ANT-COD-PROD    TO FS-COD-PROD
               MOVE FS-ANT-DESC-PROD   TO FS-DESC-PROD
               MOVE FS-ANT-UNID-PROD   TO FS-UNID-PROD
               MOVE FS-ANT-PRECO-PROD  TO FS-PRECO-PROD
               MOVE FS-ANT-STATUS-PROD TO FS-STATUS-PROD
               MOVE SPACES             TO FS-CLAS-FISC-PROD
               WRITE FD-PRODUTO
               IF WRK-FS-ARQPRD01 EQUAL "00"
                   ADD 1               TO WRK-TOT-PRD-GRAVADOS
               END-IF
               READ ARQPRDAN NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQPRDAN
           CLOSE ARQPRD01.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONVERTER OS CABECALHOS DE PEDIDO. PEDIDOS      *
      *    ANTERIORES A TRIBUTACAO FICAM SEM IMPOSTOS E COM O VALOR    *
      *    BRUTO IGUAL AO VALOR DOS PRODUTOS                           *
      *----------------------------------------------------------------*
       2200-CONVERTE-PEDIDOS           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQPEDAN
           OPEN OUTPUT ARQPED01
      *
           READ ARQPEDAN NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQPEDAN NOT EQUAL "00"
               ADD 1                   TO WRK-TOT-PED-LIDOS
               INITIALIZE FD-PEDIDO
               MOVE FS-ANT-COD-CLI-PED TO FS-COD-CLI-PED
               MOVE FS-ANT-DATA-PED    TO FS-DATA-PED
               MOVE FS-ANT-SEQ-PED     TO FS-SEQ-PED
               MOVE FS-ANT-COD-VEN-PED TO FS-COD-VEN-PED
               MOVE FS-ANT-QTD-ITENS-PED TO FS-QTD-ITENS-PED
               MOVE FS-ANT-VAL-TOT-PED TO FS-VAL-TOT-PED
                                          FS-VAL-BRUTO-PED
               MOVE FS-ANT-STATUS-PED  TO FS-STATUS-PED
               MOVE ZEROS              TO FS-VAL-ICMS-PED
                                          FS-VAL-IPI-PED
                                          FS-VAL-ST-PED
               WRITE FD-PEDIDO
               IF WRK-FS-ARQPED01 EQUAL "00"
                   ADD 1               TO WRK-TOT-PED-GRAVADOS
               END-IF
               READ ARQPEDAN NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQPEDAN
           CLOSE ARQPED01.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONVERTER OS ITENS DE PEDIDO, COM OS IMPOSTOS   *
      *    DO ITEM EM ZEROS                                            *
      *----------------------------------------------------------------*
       2300-CONVERTE-ITENS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQPDIAN
           OPEN OUTPUT ARQPDI01
      *
           READ ARQPDIAN NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQPDIAN NOT EQUAL "00"
               ADD 1                   TO WRK-TOT-PDI-LIDOS
               INITIALIZE FD-PED-ITEM
               MOVE FS-ANT-COD-CLI-PDI TO FS-COD-CLI-PDI
               MOVE FS-ANT-DATA-PDI    TO FS-DATA-PDI
               MOVE FS-ANT-SEQ-PDI     TO FS-SEQ-PDI
               MOVE FS-ANT-NUM-ITEM-PDI TO FS-NUM-ITEM-PDI
               MOVE FS-ANT-COD-PROD-PDI TO FS-COD-PROD-PDI
               MOVE FS-ANT-QTD-PROD-PDI TO FS-QTD-PROD-PDI
               MOVE FS-ANT-VAL-UNIT-PDI TO FS-VAL-UNIT-PDI
               MOVE ZEROS              TO FS-VAL-ICMS-PDI
                                          FS-VAL-IPI-PDI
                                          FS-VAL-ST-PDI
               WRITE FD-PED-ITEM
               IF WRK-FS-ARQPDI01 EQUAL "00"
                   ADD 1               TO WRK-TOT-PDI-GRAVADOS
               END-IF
               READ ARQPDIAN NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQPDIAN
           CLOSE ARQPDI01.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
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
           MOVE "HBSI29EO"             TO FS-CTR-PROGRAMA
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
           COMPUTE WRK-CTR-LIDOS    = WRK-TOT-PRD-LIDOS +
                                      WRK-TOT-PED-LIDOS +
                                      WRK-TOT-PDI-LIDOS
           COMPUTE WRK-CTR-GRAVADOS = WRK-TOT-PRD-GRAVADOS +
                                      WRK-TOT-PED-GRAVADOS +
                                      WRK-TOT-PDI-GRAVADOS
           COMPUTE WRK-CTR-REJEITADOS = WRK-CTR-LIDOS -
                                        WRK-CTR-GRAVADOS
           PERFORM 2920-GRAVA-CONTROLE
           DISPLAY "HBSI29EO - PRODUTOS LIDOS.....: "
                   WRK-TOT-PRD-LIDOS
           DISPLAY "HBSI29EO - PRODUTOS GRAVADOS..: "
                   WRK-TOT-PRD-GRAVADOS
           DISPLAY "HBSI29EO - PEDIDOS LIDOS......: "
                   WRK-TOT-PED-LIDOS
           DISPLAY "HBSI29EO - PEDIDOS GRAVADOS...: "
                   WRK-TOT-PED-GRAVADOS
           DISPLAY "HBSI29EO - ITENS LIDOS........: "
                   WRK-TOT-PDI-LIDOS
           DISPLAY "HBSI29EO - ITENS GRAVADOS.....: "
                   WRK-TOT-PDI-GRAVADOS
           DISPLAY "HBSI29EO - FIM DA CONVERSAO PARA TRIBUTACAO"
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
