      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI46AO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI46AO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: SUGESTAO NOTURNA DE COMPRA. PARA CADA PRODUTO *
      *                  ABAIXO DO ESTOQUE MINIMO (MESMO CRITERIO DA   *
      *                  REPOSICAO HBSI44BO) DESCONTA O QUE JA ESTA    *
      *                  PEDIDO E NAO RECEBIDO NOS ITENS EM ABERTO DOS *
      *                  PEDIDOS DE COMPRA (ARQPCI01). O SALDO A       *
      *                  COMPRAR VAI PARA O FORNECEDOR PREFERENCIAL DO *
      *                  PRODUTO (ARQFPR01) OU, SEM PREFERENCIAL, PARA *
      *                  O PRIMEIRO FORNECEDOR ATIVO, RESPEITANDO O    *
      *                  LOTE MINIMO DE COMPRA. OS ITENS SAO AGRUPADOS *
      *                  EM UM PEDIDO POR FORNECEDOR, GRAVADO COM      *
      *                  SITUACAO S (SUGERIDO) PARA APROVACAO ONLINE   *
      *                  (HBSI20LO). PRODUTO SEM FORNECEDOR ATIVO SAI  *
      *                  NO RELATORIO SEM GERAR PEDIDO                 *
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
              SELECT ARQFOR01 ASSIGN   TO UT-S-ARQFOR01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-FOR
                       ALTERNATE KEY   IS FS-CNPJ-FOR
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQFOR01.
      *
              SELECT ARQFPR01 ASSIGN   TO UT-S-ARQFPR01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-FPR
                       ALTERNATE KEY   IS FS-COD-PROD-FPR
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQFPR01.
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
              SELECT RELSUG01 ASSIGN   TO UT-S-RELSUG01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELSUG01.
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
      *    INPUT  : PRODUTOS POR FORNECEDOR                            *
      *               ORG. DINAMICA - LRECL = 0040                     *
      *----------------------------------------------------------------*
      *
       FD ARQFPR01
          RECORD CONTAINS 40 CHARACTERS.
       01 FD-FOR-PRODUTO.
          05 FS-CHAVE-FPR.
             10 FS-COD-FOR-FPR     PIC 9(007).
             10 FS-COD-PROD-FPR    PIC 9(007).
          05 FS-CUSTO-FPR          PIC 9(007)V9(002).
          05 FS-LOTE-MIN-FPR       PIC 9(007).
          05 FS-PREF-FPR           PIC X(001).
          05 FS-DATA-CAD-FPR       PIC 9(008).
          05 FILLER                PIC X(001).
      *
      *----------------------------------------------------------------*
      *    I-O    : PEDIDOS DE COMPRA - CABECALHO                      *
      *               ORG. DINAMICA - LRECL = 0080                     *
      *               STATUS: S=SUGERIDO A=ABERTO P=PARCIAL            *
      *                       F=FECHADO  C=CANCELADO                   *
      *               ORIGEM: S=SUGESTAO BATCH M=MANUAL                *
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
      *    I-O    : PEDIDOS DE COMPRA - ITENS                          *
      *               ORG. DINAMICA - LRECL = 0050                     *
      *               CHAVE: PEDIDO + ITEM                             *
      *               ALTERNATIVA: PRODUTO (COM DUPLICIDADE)           *
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
      *    OUTPUT : RELATORIO - SUGESTAO DE COMPRA                     *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELSUG01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-SUG                PIC X(132).
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
           ' HBSI46AO - INICIO DA AREA DE WORKING '.
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
           05 WRK-FS-ARQFOR01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQFPR01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPCO01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPCI01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELSUG01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-HOJE            PIC 9(008)      VALUE ZEROS.
           05 WRK-INT-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-QTD-FALTA            PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-PENDENTE         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-COMPRAR          PIC 9(007)      VALUE ZEROS.
           05 WRK-FOR-ESCOLHIDO        PIC 9(007)      VALUE ZEROS.
           05 WRK-CUSTO-ESCOLHIDO      PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-LOTE-ESCOLHIDO       PIC 9(007)      VALUE ZEROS.
           05 WRK-FIM-LEITURA          PIC X(001)      VALUE "N".
           05 WRK-ACHOU-PREF           PIC X(001)      VALUE "N".
           05 WRK-FOR-ANT              PIC 9(007)      VALUE ZEROS.
           05 WRK-NUM-ITEM             PIC 9(003)      VALUE ZEROS.
           05 WRK-VAL-ITEM             PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-QTD-TAB              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-TAB              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ORD              PIC 9(004)      VALUE ZEROS.
           05 WRK-TROCOU               PIC X(001)      VALUE "N".
           05 WRK-PED-LIVRE            PIC X(001)      VALUE "N".
           05 WRK-ERRO-PEDIDO          PIC X(001)      VALUE "N".
      *
       01  WRK-PARM-NUM.
           05 WRK-NUM-TIPO             PIC X(001)      VALUE SPACES.
           05 WRK-NUM-CODIGO           PIC 9(007)      VALUE ZEROS.
           05 WRK-NUM-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-ABAIXO           PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-COBERTOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-SEM-FOR          PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-ITENS-GRAV       PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-PED-GRAV         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-FORA-TAB         PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE ITENS SUGERIDOS'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-SUGESTAO.
           05 WRK-TAB-SUG OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WRK-QTD-TAB.
              10 WRK-TAB-COD-FOR       PIC 9(007).
              10 WRK-TAB-COD-PROD      PIC 9(007).
              10 WRK-TAB-SALDO         PIC 9(007).
              10 WRK-TAB-MINIMO        PIC 9(005).
              10 WRK-TAB-PENDENTE      PIC 9(007).
              10 WRK-TAB-QTD           PIC 9(007).
              10 WRK-TAB-CUSTO         PIC 9(007)V9(002).
      *
       01  WRK-AREA-TROCA.
           05 WRK-TRC-COD-FOR          PIC 9(007).
           05 WRK-TRC-COD-PROD         PIC 9(007).
           05 WRK-TRC-SALDO            PIC 9(007).
           05 WRK-TRC-MINIMO           PIC 9(005).
           05 WRK-TRC-PENDENTE         PIC 9(007).
           05 WRK-TRC-QTD              PIC 9(007).
           05 WRK-TRC-CUSTO            PIC 9(007)V9(002).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(040)      VALUE
              'HBSI46AO - SUGESTAO DE COMPRA EM'.
           05 WRK-CAB-DATA             PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(009)      VALUE 'PEDIDO'.
           05 FILLER                   PIC X(009)      VALUE 'PRODUTO'.
           05 FILLER                   PIC X(042)      VALUE
              'DESCRICAO'.
           05 FILLER                   PIC X(009)      VALUE '  SALDO'.
           05 FILLER                   PIC X(008)      VALUE ' MINIMO'.
           05 FILLER                   PIC X(010)      VALUE
              '  PEDIDO'.
           05 FILLER                   PIC X(010)      VALUE
              ' COMPRAR'.
           05 FILLER                   PIC X(014)      VALUE
              '   CUSTO UNIT'.
           05 FILLER                   PIC X(015)      VALUE
              '    VALOR ITEM'.
      *
       01  WRK-CAB-FOR.
           05 FILLER                   PIC X(012)      VALUE
              'FORNECEDOR: '.
           05 WRK-CAB-COD-FOR          PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE ' - '.
           05 WRK-CAB-RAZAO            PIC X(040).
           05 FILLER                   PIC X(014)      VALUE
              '  PREVISAO: '.
           05 WRK-CAB-PREVISAO         PIC 9999/99/99.
      *
       01  WRK-CAB-SEM-FOR.
           05 FILLER                   PIC X(060)      VALUE
              'PRODUTOS SEM FORNECEDOR ATIVO - NAO SUGERIDOS'.
      *
       01  WRK-DET-SUG.
           05 WRK-DET-NUM-PCO          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DESC-PROD        PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-SALDO            PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-MINIMO           PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-PENDENTE         PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-COMPRAR          PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-CUSTO            PIC ZZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-VALOR            PIC ZZ.ZZZ.ZZ9,99.
      *
       01  WRK-TOT-PED.
           05 FILLER                   PIC X(020)      VALUE
              'TOTAL DO PEDIDO....:'.
           05 WRK-TOT-NUM-PCO          PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-TOT-ITENS            PIC ZZ9.
           05 FILLER                   PIC X(010)      VALUE ' ITENS'.
           05 WRK-TOT-VALOR            PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(030)      VALUE
              'PRODUTOS ABAIXO DO MINIMO....:'.
           05 WRK-ROD-QTD-ABAIXO       PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(030)      VALUE
              'COBERTOS POR PEDIDO EM ABERTO:'.
           05 WRK-ROD-QTD-COBERTOS     PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(030)      VALUE
              'SEM FORNECEDOR ATIVO.........:'.
           05 WRK-ROD-QTD-SEM-FOR      PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(030)      VALUE
              'PEDIDOS SUGERIDOS GRAVADOS...:'.
           05 WRK-ROD-QTD-PED          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-05.
           05 FILLER                   PIC X(030)      VALUE
              'ITENS SUGERIDOS GRAVADOS.....:'.
           05 WRK-ROD-QTD-ITENS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-06.
           05 FILLER                   PIC X(030)      VALUE
              'PRODUTOS FORA DA TABELA......:'.
           05 WRK-ROD-QTD-FORA-TAB     PIC ZZZZZZ9.
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
           ' HBSI46AO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE ABERTURA DE ARQUIVOS, IMPRESSAO DO CABECALHO E    *
      *    CARGA DA TABELA COM OS PRODUTOS A COMPRAR                   *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "HBSI46AO - INICIO DA SUGESTAO DE COMPRA"
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD
           OPEN INPUT  ARQEST01
           OPEN INPUT  ARQPRD01
           OPEN INPUT  ARQFOR01
           OPEN INPUT  ARQFPR01
           OPEN I-O ARQPCO01
           IF WRK-FS-ARQPCO01 EQUAL "35"
               OPEN OUTPUT ARQPCO01
               CLOSE ARQPCO01
               OPEN I-O ARQPCO01
           END-IF
           OPEN I-O ARQPCI01
           IF WRK-FS-ARQPCI01 EQUAL "35"
               OPEN OUTPUT ARQPCI01
               CLOSE ARQPCI01
               OPEN I-O ARQPCI01
           END-IF
           OPEN OUTPUT RELSUG01
      *
           MOVE WRK-DATA-HOJE          TO WRK-CAB-DATA
           WRITE REL-LINHA-SUG         FROM WRK-CAB-01
           MOVE SPACES                 TO REL-LINHA-SUG
           WRITE REL-LINHA-SUG
           WRITE REL-LINHA-SUG         FROM WRK-CAB-02
      *
           MOVE ZEROS                  TO WRK-QTD-TAB
           READ ARQEST01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQEST01 NOT EQUAL "00"
               ADD 1                   TO WRK-QTD-LIDOS
               IF FS-QTD-MIN-EST GREATER ZEROS
                  AND FS-QTD-SALDO-EST LESS FS-QTD-MIN-EST
                   ADD 1               TO WRK-QTD-ABAIXO
                   PERFORM 1010-AVALIA-PRODUTO
               END-IF
               READ ARQEST01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR QUANTO COMPRAR DE UM PRODUTO ABAIXO DO *
      *    MINIMO: FALTA ATE O MINIMO MENOS O PENDENTE DE RECEBIMENTO, *
      *    NUNCA MENOS QUE O LOTE MINIMO DO FORNECEDOR ESCOLHIDO.      *
      *    SEM FORNECEDOR ATIVO O PRODUTO ENTRA NA TABELA COM          *
      *    FORNECEDOR ZERO, APENAS PARA O RELATORIO                    *
      *----------------------------------------------------------------*
       1010-AVALIA-PRODUTO             SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-QTD-FALTA = FS-QTD-MIN-EST - FS-QTD-SALDO-EST
           PERFORM 1020-SOMA-PENDENTE
           IF WRK-QTD-PENDENTE NOT LESS WRK-QTD-FALTA
               ADD 1                   TO WRK-QTD-COBERTOS
           ELSE
               PERFORM 1030-ESCOLHE-FORNECEDOR
               COMPUTE WRK-QTD-COMPRAR = WRK-QTD-FALTA -
                                         WRK-QTD-PENDENTE
               IF WRK-FOR-ESCOLHIDO EQUAL ZEROS
                   ADD 1               TO WRK-QTD-SEM-FOR
               ELSE
                   IF WRK-QTD-COMPRAR LESS WRK-LOTE-ESCOLHIDO
                       MOVE WRK-LOTE-ESCOLHIDO TO WRK-QTD-COMPRAR
                   END-IF
               END-IF
               IF WRK-QTD-TAB LESS 9999
                   ADD 1               TO WRK-QTD-TAB
                   MOVE WRK-FOR-ESCOLHIDO
                                TO WRK-TAB-COD-FOR  (WRK-QTD-TAB)
                   MOVE FS-COD-PROD-EST
                                TO WRK-TAB-COD-PROD (WRK-QTD-TAB)
                   MOVE FS-QTD-SALDO-EST
                                TO WRK-TAB-SALDO    (WRK-QTD-TAB)
                   MOVE FS-QTD-MIN-EST
                                TO WRK-TAB-MINIMO   (WRK-QTD-TAB)
                   MOVE WRK-QTD-PENDENTE
                                TO WRK-TAB-PENDENTE (WRK-QTD-TAB)
                   MOVE WRK-QTD-COMPRAR
                                TO WRK-TAB-QTD      (WRK-QTD-TAB)
                   MOVE WRK-CUSTO-ESCOLHIDO
                                TO WRK-TAB-CUSTO    (WRK-QTD-TAB)
               ELSE
                   ADD 1               TO WRK-QTD-FORA-TAB
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR A QUANTIDADE PEDIDA E AINDA NAO RECEBIDA  *
      *    DO PRODUTO NOS ITENS EM ABERTO DOS PEDIDOS DE COMPRA,       *
      *    INCLUSIVE OS SUGERIDOS AINDA NAO APROVADOS                  *
      *----------------------------------------------------------------*
       1020-SOMA-PENDENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-PENDENTE
           MOVE "N"                    TO WRK-FIM-LEITURA
           MOVE FS-COD-PROD-EST        TO FS-COD-PROD-PCI
           START ARQPCI01 KEY IS NOT LESS FS-COD-PROD-PCI
           IF WRK-FS-ARQPCI01 NOT EQUAL "00"
               MOVE "S"                TO WRK-FIM-LEITURA
           END-IF
           PERFORM UNTIL WRK-FIM-LEITURA EQUAL "S"
               READ ARQPCI01 NEXT RECORD
               IF WRK-FS-ARQPCI01 NOT EQUAL "00"
                  OR FS-COD-PROD-PCI NOT EQUAL FS-COD-PROD-EST
                   MOVE "S"            TO WRK-FIM-LEITURA
               ELSE
                   IF FS-STATUS-PCI EQUAL "A"
                      AND FS-QTD-PED-PCI GREATER FS-QTD-REC-PCI
                       COMPUTE WRK-QTD-PENDENTE = WRK-QTD-PENDENTE +
                               FS-QTD-PED-PCI - FS-QTD-REC-PCI
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ESCOLHER O FORNECEDOR DO PRODUTO: O             *
      *    PREFERENCIAL SE ESTIVER ATIVO, SENAO O PRIMEIRO FORNECEDOR  *
      *    ATIVO NA ORDEM DA CHAVE ALTERNATIVA DO ARQFPR01             *
      *----------------------------------------------------------------*
       1030-ESCOLHE-FORNECEDOR         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-FOR-ESCOLHIDO
                                          WRK-CUSTO-ESCOLHIDO
                                          WRK-LOTE-ESCOLHIDO
           MOVE "N"                    TO WRK-ACHOU-PREF
           MOVE "N"                    TO WRK-FIM-LEITURA
           MOVE FS-COD-PROD-EST        TO FS-COD-PROD-FPR
           START ARQFPR01 KEY IS NOT LESS FS-COD-PROD-FPR
           IF WRK-FS-ARQFPR01 NOT EQUAL "00"
               MOVE "S"                TO WRK-FIM-LEITURA
           END-IF
           PERFORM UNTIL WRK-FIM-LEITURA EQUAL "S"
                   OR WRK-ACHOU-PREF EQUAL "S"
               READ ARQFPR01 NEXT RECORD
               IF WRK-FS-ARQFPR01 NOT EQUAL "00"
                  OR FS-COD-PROD-FPR NOT EQUAL FS-COD-PROD-EST
                   MOVE "S"            TO WRK-FIM-LEITURA
               ELSE
                   MOVE FS-COD-FOR-FPR TO FS-COD-FOR
                   READ ARQFOR01       KEY IS FS-COD-FOR
                   IF WRK-FS-ARQFOR01 EQUAL "00"
                      AND FS-STATUS-FOR EQUAL "A"
                       IF FS-PREF-FPR EQUAL "S"
                          OR WRK-FOR-ESCOLHIDO EQUAL ZEROS
                           MOVE FS-COD-FOR-FPR  TO WRK-FOR-ESCOLHIDO
                           MOVE FS-CUSTO-FPR    TO WRK-CUSTO-ESCOLHIDO
                           MOVE FS-LOTE-MIN-FPR TO WRK-LOTE-ESCOLHIDO
                       END-IF
                       IF FS-PREF-FPR EQUAL "S"
                           MOVE "S"    TO WRK-ACHOU-PREF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - ORDENA A TABELA POR FORNECEDOR E  *
      *    PRODUTO E GRAVA UM PEDIDO SUGERIDO POR FORNECEDOR. OS       *
      *    PRODUTOS SEM FORNECEDOR (CODIGO ZERO) FICAM NO INICIO E SO  *
      *    SAO IMPRESSOS                                               *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2010-ORDENA-TABELA
           MOVE ZEROS                  TO WRK-FOR-ANT
      *
           PERFORM VARYING WRK-IDX-TAB FROM 1 BY 1
                   UNTIL WRK-IDX-TAB GREATER WRK-QTD-TAB
                      OR WRK-ERRO-PEDIDO EQUAL "S"
               IF WRK-TAB-COD-FOR (WRK-IDX-TAB) EQUAL ZEROS
                   IF WRK-IDX-TAB EQUAL 1
                       MOVE SPACES     TO REL-LINHA-SUG
                       WRITE REL-LINHA-SUG
                       WRITE REL-LINHA-SUG FROM WRK-CAB-SEM-FOR
                   END-IF
                   MOVE ZEROS          TO FS-NUM-PCO
                   PERFORM 2040-IMPRIME-ITEM
               ELSE
                   IF WRK-TAB-COD-FOR (WRK-IDX-TAB) NOT EQUAL
                      WRK-FOR-ANT
                       IF WRK-FOR-ANT NOT EQUAL ZEROS
                           PERFORM 2050-FECHA-PEDIDO
                       END-IF
                       IF WRK-ERRO-PEDIDO EQUAL "N"
                           PERFORM 2020-ABRE-PEDIDO
                       END-IF
                   END-IF
                   IF WRK-ERRO-PEDIDO EQUAL "N"
                       PERFORM 2030-GRAVA-ITEM
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-FOR-ANT NOT EQUAL ZEROS
              AND WRK-ERRO-PEDIDO EQUAL "N"
               PERFORM 2050-FECHA-PEDIDO
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR A TABELA POR FORNECEDOR E, NO MESMO     *
      *    FORNECEDOR, POR PRODUTO                                     *
      *----------------------------------------------------------------*
       2010-ORDENA-TABELA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-TAB
                   IF WRK-TAB-COD-FOR (WRK-IDX-ORD) GREATER
                      WRK-TAB-COD-FOR (WRK-IDX-ORD + 1)
                      OR (WRK-TAB-COD-FOR (WRK-IDX-ORD) EQUAL
                          WRK-TAB-COD-FOR (WRK-IDX-ORD + 1)
                      AND WRK-TAB-COD-PROD (WRK-IDX-ORD) GREATER
                          WRK-TAB-COD-PROD (WRK-IDX-ORD + 1))
                       MOVE WRK-TAB-SUG (WRK-IDX-ORD)
                                        TO WRK-AREA-TROCA
                       MOVE WRK-TAB-SUG (WRK-IDX-ORD + 1)
                                        TO WRK-TAB-SUG (WRK-IDX-ORD)
                       MOVE WRK-AREA-TROCA
                                        TO WRK-TAB-SUG
                                           (WRK-IDX-ORD + 1)
                       MOVE "S"         TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR O PEDIDO SUGERIDO DE UM FORNECEDOR. O     *
      *    NUMERO VEM DO CONTROLE DE NUMERACAO (HBSI30BO, TIPO O),     *
      *    PULANDO NUMEROS JA OCUPADOS. A PREVISAO DE ENTREGA E A      *
      *    EMISSAO MAIS O PRAZO DE ENTREGA DO FORNECEDOR               *
      *----------------------------------------------------------------*
       2020-ABRE-PEDIDO                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-COD-FOR (WRK-IDX-TAB) TO WRK-FOR-ANT
                                                 FS-COD-FOR
           READ ARQFOR01               KEY IS FS-COD-FOR
           IF WRK-FS-ARQFOR01 NOT EQUAL "00"
               MOVE ZEROS              TO FS-PRAZO-FOR
               MOVE SPACES             TO FS-RAZ-SOCI-FOR
           END-IF
      *
           MOVE "N"                    TO WRK-PED-LIVRE
           PERFORM UNTIL WRK-PED-LIVRE EQUAL "S"
               MOVE "O"                TO WRK-NUM-TIPO
               MOVE ZEROS              TO WRK-NUM-CODIGO
                                          WRK-NUM-RETORNO
               CALL "HBSI30BO" USING WRK-PARM-NUM
               IF WRK-NUM-RETORNO NOT EQUAL ZEROS
                   DISPLAY "HBSI46AO - ERRO NO CONTROLE DE NUMERACAO"
                   MOVE "S"            TO WRK-ERRO-PEDIDO
                                          WRK-PED-LIVRE
               ELSE
                   MOVE WRK-NUM-CODIGO TO FS-NUM-PCO
                   READ ARQPCO01       KEY IS FS-NUM-PCO
                   IF WRK-FS-ARQPCO01 NOT EQUAL "00"
                       MOVE "S"        TO WRK-PED-LIVRE
                   END-IF
               END-IF
           END-PERFORM
      *
           INITIALIZE FD-PED-COMPRA
           MOVE WRK-NUM-CODIGO         TO FS-NUM-PCO
           MOVE WRK-FOR-ANT            TO FS-COD-FOR-PCO
           MOVE WRK-DATA-HOJE          TO FS-DATA-EMIS-PCO
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   + FS-PRAZO-FOR
           COMPUTE FS-DATA-PREV-PCO =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
           MOVE "S"                    TO FS-STATUS-PCO
           MOVE ZEROS                  TO FS-QTD-ITENS-PCO
                                          FS-VAL-TOT-PCO
                                          FS-DATA-FECH-PCO
           MOVE "BATCH"                TO FS-OPE-PCO
           MOVE "S"                    TO FS-ORIGEM-PCO
           MOVE ZEROS                  TO WRK-NUM-ITEM
      *
           MOVE SPACES                 TO REL-LINHA-SUG
           WRITE REL-LINHA-SUG
           MOVE WRK-FOR-ANT            TO WRK-CAB-COD-FOR
           MOVE FS-RAZ-SOCI-FOR        TO WRK-CAB-RAZAO
           MOVE FS-DATA-PREV-PCO       TO WRK-CAB-PREVISAO
           WRITE REL-LINHA-SUG         FROM WRK-CAB-FOR.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UM ITEM NO PEDIDO SUGERIDO CORRENTE      *
      *----------------------------------------------------------------*
       2030-GRAVA-ITEM                 SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-NUM-ITEM
           INITIALIZE FD-ITEM-COMPRA
           MOVE FS-NUM-PCO             TO FS-NUM-PCI
           MOVE WRK-NUM-ITEM           TO FS-NUM-ITEM-PCI
           MOVE WRK-TAB-COD-PROD (WRK-IDX-TAB) TO FS-COD-PROD-PCI
           MOVE WRK-TAB-QTD (WRK-IDX-TAB)      TO FS-QTD-PED-PCI
           MOVE ZEROS                  TO FS-QTD-REC-PCI
           MOVE WRK-TAB-CUSTO (WRK-IDX-TAB)    TO FS-CUSTO-PCI
           MOVE "A"                    TO FS-STATUS-PCI
           WRITE FD-ITEM-COMPRA
           IF WRK-FS-ARQPCI01 NOT EQUAL "00"
               DISPLAY "HBSI46AO - ERRO AO GRAVAR ITEM " FS-CHAVE-PCI
                       " STATUS " WRK-FS-ARQPCI01
               MOVE "S"                TO WRK-ERRO-PEDIDO
           ELSE
               ADD 1                   TO WRK-QTD-ITENS-GRAV
               ADD 1                   TO FS-QTD-ITENS-PCO
               COMPUTE WRK-VAL-ITEM = WRK-TAB-QTD (WRK-IDX-TAB) *
                                      WRK-TAB-CUSTO (WRK-IDX-TAB)
               ADD WRK-VAL-ITEM        TO FS-VAL-TOT-PCO
               PERFORM 2040-IMPRIME-ITEM
           END-IF.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UMA LINHA DA TABELA. SEM PEDIDO O      *
      *    NUMERO E O VALOR SAEM ZERADOS                               *
      *----------------------------------------------------------------*
       2040-IMPRIME-ITEM               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-COD-PROD (WRK-IDX-TAB) TO FS-COD-PROD
                                                  WRK-DET-COD-PROD
           READ ARQPRD01               KEY IS FS-COD-PROD
           IF WRK-FS-ARQPRD01 EQUAL "00"
               MOVE FS-DESC-PROD       TO WRK-DET-DESC-PROD
           ELSE
               MOVE "PRODUTO NAO CADASTRADO" TO WRK-DET-DESC-PROD
           END-IF
           MOVE FS-NUM-PCO             TO WRK-DET-NUM-PCO
           MOVE WRK-TAB-SALDO (WRK-IDX-TAB)    TO WRK-DET-SALDO
           MOVE WRK-TAB-MINIMO (WRK-IDX-TAB)   TO WRK-DET-MINIMO
           MOVE WRK-TAB-PENDENTE (WRK-IDX-TAB) TO WRK-DET-PENDENTE
           MOVE WRK-TAB-QTD (WRK-IDX-TAB)      TO WRK-DET-COMPRAR
           MOVE WRK-TAB-CUSTO (WRK-IDX-TAB)    TO WRK-DET-CUSTO
           COMPUTE WRK-VAL-ITEM = WRK-TAB-QTD (WRK-IDX-TAB) *
                                  WRK-TAB-CUSTO (WRK-IDX-TAB)
           MOVE WRK-VAL-ITEM           TO WRK-DET-VALOR
           WRITE REL-LINHA-SUG         FROM WRK-DET-SUG.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O CABECALHO DO PEDIDO SUGERIDO, COM A    *
      *    QUANTIDADE DE ITENS E O VALOR TOTAL ACUMULADOS              *
      *----------------------------------------------------------------*
       2050-FECHA-PEDIDO               SECTION.
      *----------------------------------------------------------------*
      *
           WRITE FD-PED-COMPRA
           IF WRK-FS-ARQPCO01 NOT EQUAL "00"
               DISPLAY "HBSI46AO - ERRO AO GRAVAR PEDIDO " FS-NUM-PCO
                       " STATUS " WRK-FS-ARQPCO01
               MOVE "S"                TO WRK-ERRO-PEDIDO
           ELSE
               ADD 1                   TO WRK-QTD-PED-GRAV
               MOVE FS-NUM-PCO         TO WRK-TOT-NUM-PCO
               MOVE FS-QTD-ITENS-PCO   TO WRK-TOT-ITENS
               MOVE FS-VAL-TOT-PCO     TO WRK-TOT-VALOR
               WRITE REL-LINHA-SUG     FROM WRK-TOT-PED
           END-IF.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
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
           MOVE "HBSI46AO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-QTD-ABAIXO          TO WRK-ROD-QTD-ABAIXO
           MOVE WRK-QTD-COBERTOS        TO WRK-ROD-QTD-COBERTOS
           MOVE WRK-QTD-SEM-FOR         TO WRK-ROD-QTD-SEM-FOR
           MOVE WRK-QTD-PED-GRAV        TO WRK-ROD-QTD-PED
           MOVE WRK-QTD-ITENS-GRAV      TO WRK-ROD-QTD-ITENS
           MOVE WRK-QTD-FORA-TAB        TO WRK-ROD-QTD-FORA-TAB
           MOVE SPACES                  TO REL-LINHA-SUG
           WRITE REL-LINHA-SUG
           WRITE REL-LINHA-SUG          FROM WRK-RODAPE-01
           WRITE REL-LINHA-SUG          FROM WRK-RODAPE-02
           WRITE REL-LINHA-SUG          FROM WRK-RODAPE-03
           WRITE REL-LINHA-SUG          FROM WRK-RODAPE-04
           WRITE REL-LINHA-SUG          FROM WRK-RODAPE-05
           WRITE REL-LINHA-SUG          FROM WRK-RODAPE-06
      *
           CLOSE ARQEST01
           CLOSE ARQPRD01
           CLOSE ARQFOR01
           CLOSE ARQFPR01
           CLOSE ARQPCO01
           CLOSE ARQPCI01
           CLOSE RELSUG01
      *
           MOVE WRK-QTD-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-QTD-ITENS-GRAV      TO WRK-CTR-GRAVADOS
           COMPUTE WRK-CTR-REJEITADOS = WRK-QTD-SEM-FOR +
                                        WRK-QTD-FORA-TAB
           PERFORM 2920-GRAVA-CONTROLE
           IF WRK-ERRO-PEDIDO EQUAL "S"
               DISPLAY "HBSI46AO - SUGESTAO INCOMPLETA - RC=8"
               MOVE 8                  TO RETURN-CODE
           END-IF
           DISPLAY "HBSI46AO - FIM DA SUGESTAO DE COMPRA"
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
