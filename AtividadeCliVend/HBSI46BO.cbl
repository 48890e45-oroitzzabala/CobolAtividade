      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI46BO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI46BO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO DE PEDIDOS DE COMPRA EM ABERTO (A)  *
      *                  OU PARCIAIS (P) POR FORNECEDOR, PELA CHAVE    *
      *                  ALTERNATIVA DO ARQPCO01. PEDIDO COM PREVISAO  *
      *                  DE ENTREGA ANTERIOR A DATA DE REFERENCIA SAI  *
      *                  COMO ATRASADO, COM OS DIAS DE ATRASO. O VALOR *
      *                  EM ABERTO E O SALDO A RECEBER DOS ITENS       *
      *                  ABERTOS PELO CUSTO DE COMPRA. TOTAIS POR      *
      *                  FORNECEDOR E GERAL                            *
      *    SYSIN.......: DATA DE REFERENCIA AAAAMMDD (ZEROS = HOJE) E  *
      *                  S = SO PEDIDOS ATRASADOS (BRANCO = TODOS)     *
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
              SELECT ARQPCO01 ASSIGN   TO UT-S-ARQPCO01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-NUM-PCO
                       ALTERNATE KEY   IS FS-COD-FOR-PCO
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPCO01.
      *
              SELECT ARQPCI01 ASSIGN   TO UT-S-ARQPCI01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PCI
                       ALTERNATE KEY   IS FS-COD-PROD-PCI
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPCI01.
      *
              SELECT ARQFOR01 ASSIGN   TO UT-S-ARQFOR01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-FOR
                       ALTERNATE KEY   IS FS-CNPJ-FOR
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQFOR01.
      *
              SELECT RELPCO01 ASSIGN   TO UT-S-RELPCO01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELPCO01.
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
      *    INPUT  : PEDIDOS DE COMPRA - CABECALHO                      *
      *               ORG. DINAMICA - LRECL = 0080                     *
      *               STATUS: S=SUGERIDO A=ABERTO P=PARCIAL            *
      *                       F=FECHADO  C=CANCELADO                   *
      *----------------------------------------------------------------*
      *
       FD ARQPCO01
          RECORD CONTAINS 80 CHARACTERS.
       01 FD-PED-COMPRA.
          05 FS-NUM-PCO                PIC 9(007).
          05 FS-COD-FOR-PCO            PIC 9(007).
          05 FS-DATA-EMIS-PCO          PIC 9(008).
          05 FS-DATA-PREV-PCO          PIC 9(008).
          05 FS-STATUS-PCO             PIC X(001).
          05 FS-QTD-ITENS-PCO          PIC 9(003).
          05 FS-VAL-TOT-PCO            PIC 9(009)V9(002).
          05 FS-OPE-PCO                PIC X(008).
          05 FS-DATA-FECH-PCO          PIC 9(008).
          05 FS-ORIGEM-PCO             PIC X(001).
          05 FILLER                    PIC X(018).
      *
      *----------------------------------------------------------------*
      *    INPUT  : PEDIDOS DE COMPRA - ITENS                          *
      *               ORG. DINAMICA - LRECL = 0050                     *
      *               STATUS: A=ABERTO F=FECHADO C=CANCELADO           *
      *----------------------------------------------------------------*
      *
       FD ARQPCI01
          RECORD CONTAINS 50 CHARACTERS.
       01 FD-ITEM-COMPRA.
          05 FS-CHAVE-PCI.
             10 FS-NUM-PCI             PIC 9(007).
             10 FS-NUM-ITEM-PCI        PIC 9(003).
          05 FS-COD-PROD-PCI           PIC 9(007).
          05 FS-QTD-PED-PCI            PIC 9(007).
          05 FS-QTD-REC-PCI            PIC 9(007).
          05 FS-CUSTO-PCI              PIC 9(007)V9(002).
          05 FS-STATUS-PCI             PIC X(001).
          05 FILLER                    PIC X(009).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO MESTRE DE FORNECEDORES                     *
      *               ORG. DINAMICA - LRECL = 0120                     *
      *----------------------------------------------------------------*
      *
       FD ARQFOR01
          RECORD CONTAINS 120 CHARACTERS.
       01 FD-FORNECEDOR.
          05 FS-COD-FOR                PIC 9(007).
          05 FS-CNPJ-FOR               PIC 9(014).
          05 FS-RAZ-SOCI-FOR           PIC X(040).
          05 FS-FONE-FOR               PIC 9(011).
          05 FS-CONT-FOR               PIC X(030).
          05 FS-PRAZO-FOR              PIC 9(003).
          05 FS-STATUS-FOR             PIC X(001).
          05 FS-DATA-CAD-FOR           PIC 9(008).
          05 FILLER                    PIC X(006).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - PEDIDOS DE COMPRA EM ABERTO            *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELPCO01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-PCO                PIC X(132).
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
           ' HBSI46BO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPCO01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPCI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQFOR01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELPCO01          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-DATA-REF             PIC 9(008)      VALUE ZEROS.
           05 WRK-SO-ATRASADOS         PIC X(001)      VALUE SPACES.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DIAS-ATRASO          PIC S9(005)     VALUE ZEROS.
           05 WRK-VAL-ABERTO           PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-FOR-ANT              PIC 9(007)      VALUE ZEROS.
           05 WRK-FIM-ITENS            PIC X(001)      VALUE "N".
           05 WRK-ATRASADO             PIC X(001)      VALUE "N".
      *
       01  WRK-TOTAIS-FOR.
           05 WRK-FOR-QTD-PED          PIC 9(005)      VALUE ZEROS.
           05 WRK-FOR-QTD-ATRASO       PIC 9(005)      VALUE ZEROS.
           05 WRK-FOR-VAL-ABERTO       PIC 9(011)V9(002) VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-LISTADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-ATRASADOS        PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-FORNECEDORES     PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VAL-ABERTO       PIC 9(011)V9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(050)      VALUE
              'HBSI46BO - PEDIDOS DE COMPRA EM ABERTO EM'.
           05 WRK-CAB-DATA             PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(009)      VALUE 'PEDIDO'.
           05 FILLER                   PIC X(012)      VALUE 'EMISSAO'.
           05 FILLER                   PIC X(012)      VALUE 'PREVISAO'.
           05 FILLER                   PIC X(010)      VALUE 'SITUACAO'.
           05 FILLER                   PIC X(006)      VALUE 'ITENS'.
           05 FILLER                   PIC X(017)      VALUE
              '   VALOR ABERTO'.
           05 FILLER                   PIC X(008)      VALUE 'ATRASO'.
      *
       01  WRK-CAB-FOR.
           05 FILLER                   PIC X(012)      VALUE
              'FORNECEDOR: '.
           05 WRK-CAB-COD-FOR          PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE ' - '.
           05 WRK-CAB-RAZAO            PIC X(040).
           05 FILLER                   PIC X(008)      VALUE
              '  FONE: '.
           05 WRK-CAB-FONE             PIC 9(011).
      *
       01  WRK-DET-PCO.
           05 WRK-DET-NUM-PCO          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-EMISSAO          PIC 9999/99/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PREVISAO         PIC 9999/99/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(008).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-ITENS            PIC ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VAL-ABERTO       PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-ATRASO           PIC X(018).
      *
       01  WRK-DET-ATRASO-R.
           05 FILLER                   PIC X(009)      VALUE
              'ATRASADO '.
           05 WRK-DET-DIAS             PIC ZZZZ9.
           05 FILLER                   PIC X(004)      VALUE ' DIA'.
      *
       01  WRK-TOT-FOR.
           05 FILLER                   PIC X(022)      VALUE
              '  TOTAL FORNECEDOR...:'.
           05 WRK-TOT-FOR-PED          PIC ZZZZ9.
           05 FILLER                   PIC X(010)      VALUE
              ' PEDIDOS, '.
           05 WRK-TOT-FOR-ATRASO       PIC ZZZZ9.
           05 FILLER                   PIC X(013)      VALUE
              ' ATRASADOS - '.
           05 WRK-TOT-FOR-VALOR        PIC Z.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(030)      VALUE
              'FORNECEDORES COM PEDIDO......:'.
           05 WRK-ROD-QTD-FOR          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(030)      VALUE
              'PEDIDOS EM ABERTO LISTADOS...:'.
           05 WRK-ROD-QTD-LISTADOS     PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(030)      VALUE
              'PEDIDOS ATRASADOS............:'.
           05 WRK-ROD-QTD-ATRASADOS    PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(030)      VALUE
              'VALOR TOTAL EM ABERTO........:'.
           05 WRK-ROD-VAL-ABERTO       PIC Z.ZZZ.ZZZ.ZZ9,99.
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
           ' HBSI46BO - FIM DA AREA DE WORKING '.
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
           IF WRK-DATA-REF NOT NUMERIC
              OR WRK-DATA-REF EQUAL ZEROS
               ACCEPT WRK-DATA-REF     FROM DATE YYYYMMDD
           END-IF
           IF WRK-SO-ATRASADOS NOT EQUAL "S"
               MOVE "N"                TO WRK-SO-ATRASADOS
           END-IF
      *
           OPEN INPUT  ARQPCO01
           OPEN INPUT  ARQPCI01
           OPEN INPUT  ARQFOR01
           OPEN OUTPUT RELPCO01
      *
           MOVE WRK-DATA-REF           TO WRK-CAB-DATA
           WRITE REL-LINHA-PCO         FROM WRK-CAB-01
           MOVE SPACES                 TO REL-LINHA-PCO
           WRITE REL-LINHA-PCO
           WRITE REL-LINHA-PCO         FROM WRK-CAB-02.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - PEDIDOS NA ORDEM DE FORNECEDOR,   *
      *    COM QUEBRA E TOTAL POR FORNECEDOR                           *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-FOR-ANT
           MOVE ZEROS                  TO FS-COD-FOR-PCO
           START ARQPCO01 KEY IS NOT LESS FS-COD-FOR-PCO
           IF WRK-FS-ARQPCO01 EQUAL "00"
               READ ARQPCO01 NEXT RECORD
           END-IF
           PERFORM UNTIL WRK-FS-ARQPCO01 NOT EQUAL "00"
               ADD 1                   TO WRK-QTD-LIDOS
               IF FS-STATUS-PCO EQUAL "A"
                  OR FS-STATUS-PCO EQUAL "P"
                   PERFORM 2010-AVALIA-PEDIDO
               END-IF
               READ ARQPCO01 NEXT RECORD
           END-PERFORM
           IF WRK-FOR-ANT NOT EQUAL ZEROS
               PERFORM 2040-TOTAL-FORNECEDOR
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR O ATRASO DE UM PEDIDO EM ABERTO E     *
      *    IMPRIMI-LO (TODOS OU SO OS ATRASADOS, CONFORME O SYSIN)     *
      *----------------------------------------------------------------*
       2010-AVALIA-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-ATRASADO
           MOVE ZEROS                  TO WRK-DIAS-ATRASO
           IF FS-DATA-PREV-PCO LESS WRK-DATA-REF
               MOVE "S"                TO WRK-ATRASADO
               COMPUTE WRK-DIAS-ATRASO =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-REF) -
                       FUNCTION INTEGER-OF-DATE(FS-DATA-PREV-PCO)
           END-IF
           IF WRK-SO-ATRASADOS EQUAL "N"
              OR WRK-ATRASADO EQUAL "S"
               IF FS-COD-FOR-PCO NOT EQUAL WRK-FOR-ANT
                   IF WRK-FOR-ANT NOT EQUAL ZEROS
                       PERFORM 2040-TOTAL-FORNECEDOR
                   END-IF
                   PERFORM 2020-CABECALHO-FORNECEDOR
               END-IF
               PERFORM 2030-SOMA-ITENS
               PERFORM 2035-IMPRIME-PEDIDO
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR O CABECALHO DO FORNECEDOR              *
      *----------------------------------------------------------------*
       2020-CABECALHO-FORNECEDOR       SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-FOR-PCO         TO WRK-FOR-ANT
                                          FS-COD-FOR
                                          WRK-CAB-COD-FOR
           INITIALIZE WRK-TOTAIS-FOR
           ADD 1                       TO WRK-QTD-FORNECEDORES
           READ ARQFOR01               KEY IS FS-COD-FOR
           IF WRK-FS-ARQFOR01 EQUAL "00"
               MOVE FS-RAZ-SOCI-FOR    TO WRK-CAB-RAZAO
               MOVE FS-FONE-FOR        TO WRK-CAB-FONE
           ELSE
               MOVE "FORNECEDOR NAO CADASTRADO" TO WRK-CAB-RAZAO
               MOVE ZEROS              TO WRK-CAB-FONE
           END-IF
           MOVE SPACES                 TO REL-LINHA-PCO
           WRITE REL-LINHA-PCO
           WRITE REL-LINHA-PCO         FROM WRK-CAB-FOR.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR O VALOR AINDA A RECEBER DOS ITENS         *
      *    ABERTOS DO PEDIDO CORRENTE                                  *
      *----------------------------------------------------------------*
       2030-SOMA-ITENS                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-VAL-ABERTO
           MOVE "N"                    TO WRK-FIM-ITENS
           MOVE FS-NUM-PCO             TO FS-NUM-PCI
           MOVE ZEROS                  TO FS-NUM-ITEM-PCI
           START ARQPCI01 KEY IS NOT LESS FS-CHAVE-PCI
           IF WRK-FS-ARQPCI01 NOT EQUAL "00"
               MOVE "S"                TO WRK-FIM-ITENS
           END-IF
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
               READ ARQPCI01 NEXT RECORD
               IF WRK-FS-ARQPCI01 NOT EQUAL "00"
                  OR FS-NUM-PCI NOT EQUAL FS-NUM-PCO
                   MOVE "S"            TO WRK-FIM-ITENS
               ELSE
                   IF FS-STATUS-PCI EQUAL "A"
                      AND FS-QTD-PED-PCI GREATER FS-QTD-REC-PCI
                       COMPUTE WRK-VAL-ABERTO = WRK-VAL-ABERTO +
                               (FS-QTD-PED-PCI - FS-QTD-REC-PCI) *
                               FS-CUSTO-PCI
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM PEDIDO E ACUMULAR OS TOTAIS         *
      *----------------------------------------------------------------*
       2035-IMPRIME-PEDIDO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-NUM-PCO             TO WRK-DET-NUM-PCO
           MOVE FS-DATA-EMIS-PCO       TO WRK-DET-EMISSAO
           MOVE FS-DATA-PREV-PCO       TO WRK-DET-PREVISAO
           IF FS-STATUS-PCO EQUAL "A"
               MOVE "ABERTO"           TO WRK-DET-SITUACAO
           ELSE
               MOVE "PARCIAL"          TO WRK-DET-SITUACAO
           END-IF
           MOVE FS-QTD-ITENS-PCO       TO WRK-DET-ITENS
           MOVE WRK-VAL-ABERTO         TO WRK-DET-VAL-ABERTO
           IF WRK-ATRASADO EQUAL "S"
               MOVE WRK-DIAS-ATRASO    TO WRK-DET-DIAS
               MOVE WRK-DET-ATRASO-R   TO WRK-DET-ATRASO
               ADD 1                   TO WRK-FOR-QTD-ATRASO
                                          WRK-QTD-ATRASADOS
           ELSE
               MOVE SPACES             TO WRK-DET-ATRASO
           END-IF
           WRITE REL-LINHA-PCO         FROM WRK-DET-PCO
           ADD 1                       TO WRK-FOR-QTD-PED
                                          WRK-QTD-LISTADOS
           ADD WRK-VAL-ABERTO          TO WRK-FOR-VAL-ABERTO
                                          WRK-TOT-VAL-ABERTO.
      *
      *----------------------------------------------------------------*
       2035-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR O TOTAL DO FORNECEDOR                  *
      *----------------------------------------------------------------*
       2040-TOTAL-FORNECEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-FOR-QTD-PED        TO WRK-TOT-FOR-PED
           MOVE WRK-FOR-QTD-ATRASO     TO WRK-TOT-FOR-ATRASO
           MOVE WRK-FOR-VAL-ABERTO     TO WRK-TOT-FOR-VALOR
           WRITE REL-LINHA-PCO         FROM WRK-TOT-FOR.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
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
           MOVE "HBSI46BO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-QTD-FORNECEDORES    TO WRK-ROD-QTD-FOR
           MOVE WRK-QTD-LISTADOS        TO WRK-ROD-QTD-LISTADOS
           MOVE WRK-QTD-ATRASADOS       TO WRK-ROD-QTD-ATRASADOS
           MOVE WRK-TOT-VAL-ABERTO      TO WRK-ROD-VAL-ABERTO
           MOVE SPACES                  TO REL-LINHA-PCO
           WRITE REL-LINHA-PCO
           WRITE REL-LINHA-PCO          FROM WRK-RODAPE-01
           WRITE REL-LINHA-PCO          FROM WRK-RODAPE-02
           WRITE REL-LINHA-PCO          FROM WRK-RODAPE-03
           WRITE REL-LINHA-PCO          FROM WRK-RODAPE-04
      *
           CLOSE ARQPCO01
           CLOSE ARQPCI01
           CLOSE ARQFOR01
           CLOSE RELPCO01
      *
           MOVE WRK-QTD-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-QTD-LISTADOS        TO WRK-CTR-GRAVADOS
           MOVE ZEROS                   TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
