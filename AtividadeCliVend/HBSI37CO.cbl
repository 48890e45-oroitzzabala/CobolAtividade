      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI37CO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI37CO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - AGING DOS TITULOS A RECEBER PELO  *
      *                  VENCIMENTO. RECEBE VIA SYSIN A DATA DE        *
      *                  REFERENCIA AAAAMMDD (ZEROS = DATA DO DIA).    *
      *                  LISTA POR CLIENTE OS TITULOS EM ABERTO DO     *
      *                  ARQTIT01 COM OS DIAS DE ATRASO EM FAIXAS (A   *
      *                  VENCER, 01-30, 31-60, 61-90, ACIMA DE 90) E   *
      *                  OS CREDITOS DO CLIENTE, COM O SALDO LIQUIDO   *
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
              SELECT ARQTIT01 ASSIGN   TO UT-S-ARQTIT01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-CHAVE-TIT
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQTIT01.
      *
              SELECT ARQCLI01 ASSIGN   TO UT-S-ARQCLI01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-CLI
                       ALTERNATE KEY   IS FS-CNPJ-CLI
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCLI01.
      *
              SELECT RELTIT01 ASSIGN   TO UT-S-RELTIT01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELTIT01.
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
      *    INPUT  : ARQUIVO DE TITULOS A RECEBER POR PEDIDO FATURADO   *
      *               ORG. DINAMICA - LRECL = 0066                     *
      *               CHAVE: CLIENTE + TIPO + DATA + SEQUENCIA         *
      *               TIPO  : T=TITULO DO PEDIDO (DATA/SEQ DO PEDIDO)  *
      *                       C=CREDITO DO CLIENTE (DATA DA ORIGEM)    *
      *               STATUS: A=ABERTO L=LIQUIDADO C=CANCELADO         *
      *----------------------------------------------------------------*
      *
       FD ARQTIT01
          RECORD CONTAINS 66 CHARACTERS.
       01 FD-TITULO.
          05 FS-CHAVE-TIT.
             10 FS-COD-CLI-TIT     PIC 9(007).
             10 FS-TIPO-TIT        PIC X(001).
             10 FS-DATA-TIT        PIC 9(008).
             10 FS-SEQ-TIT         PIC 9(003).
          05 FS-DATA-EMI-TIT       PIC 9(008).
          05 FS-DATA-VENC-TIT      PIC 9(008).
          05 FS-VAL-ORIG-TIT       PIC 9(009)V9(002).
          05 FS-VAL-SALDO-TIT      PIC 9(009)V9(002).
          05 FS-DATA-BAIXA-TIT     PIC 9(008).
          05 FS-STATUS-TIT         PIC X(001).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE CLIENTES - ORG. DINAMICA LRECL=0199     *
      *----------------------------------------------------------------*
      *
       FD ARQCLI01
          RECORD CONTAINS 200 CHARACTERS.
       01 FD-CLIENTE.
          05 FS-COD-CLI               PIC 9(007).
          05 FS-CNPJ-CLI              PIC 9(014).
          05 FS-RAZ-SOCI-CLI          PIC X(040).
          05 FS-LAT-CLI               PIC S9(003)V9(008).
          05 FS-LONG-CLI              PIC S9(003)V9(008).
          05 FS-STATUS-CLI            PIC X(001).
          05 FS-ENDE-CLI              PIC X(040).
          05 FS-CIDA-CLI              PIC X(025).
          05 FS-UF-CLI                PIC X(002).
          05 FS-CEP-CLI               PIC 9(008).
          05 FS-FONE-CLI              PIC 9(011).
          05 FS-CONT-CLI              PIC X(030).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - AGING DOS TITULOS A RECEBER            *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELTIT01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-TIT                PIC X(132).
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
           ' HBSI37CO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQTIT01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCLI01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELTIT01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-REF             PIC 9(008)      VALUE ZEROS.
           05 WRK-INT-REF              PIC 9(008)      VALUE ZEROS.
           05 WRK-INT-VENC             PIC 9(008)      VALUE ZEROS.
           05 WRK-DIAS-ATRASO          PIC S9(005)     VALUE ZEROS.
           05 WRK-COD-CLI-ATU          PIC 9(007)      VALUE ZEROS.
           05 WRK-TEM-CLIENTE          PIC X(001)      VALUE "N".
           05 WRK-VAL-LIQUIDO          PIC S9(011)V9(002) VALUE ZEROS.
      *
       01  WRK-FAIXAS-CLI.
           05 WRK-FX-CLI-AVENCER       PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-FX-CLI-ATE30         PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-FX-CLI-ATE60         PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-FX-CLI-ATE90         PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-FX-CLI-MAIS90        PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-FX-CLI-CREDITO       PIC 9(011)V9(002) VALUE ZEROS.
      *
       01  WRK-FAIXAS-GERAL.
           05 WRK-FX-GER-AVENCER       PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-FX-GER-ATE30         PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-FX-GER-ATE60         PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-FX-GER-ATE90         PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-FX-GER-MAIS90        PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-FX-GER-CREDITO       PIC 9(013)V9(002) VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-LISTADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-CLIENTES         PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(048)      VALUE
              'HBSI37CO - AGING DOS TITULOS A RECEBER EM'.
           05 WRK-CAB-DATA             PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 FILLER                   PIC X(005)      VALUE 'TIPO'.
           05 FILLER                   PIC X(016)      VALUE
              'PEDIDO/ORIGEM'.
           05 FILLER                   PIC X(012)      VALUE 'EMISSAO'.
           05 FILLER                   PIC X(012)      VALUE
              'VENCIMENTO'.
           05 FILLER                   PIC X(016)      VALUE
              'VALOR ORIGINAL'.
           05 FILLER                   PIC X(016)      VALUE 'SALDO'.
           05 FILLER                   PIC X(008)      VALUE 'ATRASO'.
           05 FILLER                   PIC X(010)      VALUE 'FAIXA'.
      *
       01  WRK-DET-CLI.
           05 FILLER                   PIC X(009)      VALUE
              'CLIENTE: '.
           05 WRK-DET-COD-CLI          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-RAZ-SOCI         PIC X(040).
      *
       01  WRK-DET-TIT.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-DET-TIPO             PIC X(001).
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-DET-DATA             PIC 9999/99/99.
           05 FILLER                   PIC X(001)      VALUE '-'.
           05 WRK-DET-SEQ              PIC 999.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-EMISSAO          PIC 9999/99/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VENC             PIC 9999/99/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VAL-ORIG         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VAL-SALDO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-ATRASO           PIC ZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-FAIXA            PIC X(010).
      *
       01  WRK-TOT-FAIXAS.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-TOT-ROTULO           PIC X(016).
           05 FILLER                   PIC X(010)      VALUE
              'A VENCER: '.
           05 WRK-TOT-AVENCER          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)      VALUE
              '  01-30: '.
           05 WRK-TOT-ATE30            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)      VALUE
              '  31-60: '.
           05 WRK-TOT-ATE60            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-TOT-FAIXAS-2.
           05 FILLER                   PIC X(020)      VALUE SPACES.
           05 FILLER                   PIC X(010)      VALUE
              '   61-90: '.
           05 WRK-TOT-ATE90            PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)      VALUE
              '  MAIS90:'.
           05 WRK-TOT-MAIS90           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)      VALUE
              '  CREDITO:'.
           05 WRK-TOT-CREDITO          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)      VALUE
              '  LIQUIDO:'.
           05 WRK-TOT-LIQUIDO          PIC -Z.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(020)      VALUE
              'CLIENTES LISTADOS..:'.
           05 WRK-ROD-QTD-CLIENTES     PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(020)      VALUE
              'TITULOS/CREDITOS...:'.
           05 WRK-ROD-QTD-LISTADOS     PIC ZZZZZZ9.
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
           ' HBSI37CO - FIM DA AREA DE WORKING '.
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
           ACCEPT WRK-DATA-REF
           IF WRK-DATA-REF NOT NUMERIC
              OR WRK-DATA-REF EQUAL ZEROS
               ACCEPT WRK-DATA-REF     FROM DATE YYYYMMDD
           END-IF
           COMPUTE WRK-INT-REF =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
      *
           DISPLAY "HBSI37CO - INICIO DO AGING DE TITULOS"
           OPEN INPUT  ARQTIT01
           OPEN INPUT  ARQCLI01
           OPEN OUTPUT RELTIT01
      *
           MOVE WRK-DATA-REF           TO WRK-CAB-DATA
           WRITE REL-LINHA-TIT         FROM WRK-CAB-01
           MOVE SPACES                 TO REL-LINHA-TIT
           WRITE REL-LINHA-TIT
           WRITE REL-LINHA-TIT         FROM WRK-CAB-02.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - O ARQTIT01 VEM NA ORDEM DO        *
      *    CLIENTE, COM QUEBRA POR CLIENTE PARA OS TOTAIS DAS FAIXAS   *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQTIT01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQTIT01 NOT EQUAL "00"
               ADD 1                   TO WRK-QTD-LIDOS
               IF FS-STATUS-TIT EQUAL "A"
                  AND FS-VAL-SALDO-TIT GREATER ZEROS
                   IF WRK-TEM-CLIENTE EQUAL "S"
                      AND FS-COD-CLI-TIT NOT EQUAL WRK-COD-CLI-ATU
                       PERFORM 2030-FECHA-CLIENTE
                   END-IF
                   IF WRK-TEM-CLIENTE EQUAL "N"
                       PERFORM 2010-INICIA-CLIENTE
                   END-IF
                   PERFORM 2020-IMPRIME-TITULO
               END-IF
               READ ARQTIT01 NEXT RECORD
           END-PERFORM
      *
           IF WRK-TEM-CLIENTE EQUAL "S"
               PERFORM 2030-FECHA-CLIENTE
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INICIAR UM CLIENTE: ZERA AS FAIXAS E IMPRIME    *
      *    A LINHA DE IDENTIFICACAO                                    *
      *----------------------------------------------------------------*
       2010-INICIA-CLIENTE             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TEM-CLIENTE
           MOVE FS-COD-CLI-TIT         TO WRK-COD-CLI-ATU
                                          WRK-DET-COD-CLI
                                          FS-COD-CLI
           INITIALIZE WRK-FAIXAS-CLI
           READ ARQCLI01               KEY IS FS-COD-CLI
           IF WRK-FS-ARQCLI01 EQUAL "00"
               MOVE FS-RAZ-SOCI-CLI    TO WRK-DET-RAZ-SOCI
           ELSE
               MOVE SPACES             TO WRK-DET-RAZ-SOCI
           END-IF
           MOVE SPACES                 TO REL-LINHA-TIT
           WRITE REL-LINHA-TIT
           WRITE REL-LINHA-TIT         FROM WRK-DET-CLI
           ADD 1                       TO WRK-QTD-CLIENTES.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CLASSIFICAR E IMPRIMIR UM TITULO OU CREDITO     *
      *    EM ABERTO. O ATRASO CONTA DO VENCIMENTO ATE A REFERENCIA    *
      *----------------------------------------------------------------*
       2020-IMPRIME-TITULO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-DIAS-ATRASO
           IF FS-TIPO-TIT EQUAL "C"
               MOVE "CREDITO"          TO WRK-DET-FAIXA
               ADD FS-VAL-SALDO-TIT    TO WRK-FX-CLI-CREDITO
           ELSE
               COMPUTE WRK-INT-VENC =
                       FUNCTION INTEGER-OF-DATE(FS-DATA-VENC-TIT)
               COMPUTE WRK-DIAS-ATRASO = WRK-INT-REF - WRK-INT-VENC
               EVALUATE TRUE
                   WHEN WRK-DIAS-ATRASO NOT GREATER ZEROS
                       MOVE ZEROS      TO WRK-DIAS-ATRASO
                       MOVE "A VENCER" TO WRK-DET-FAIXA
                       ADD FS-VAL-SALDO-TIT TO WRK-FX-CLI-AVENCER
                   WHEN WRK-DIAS-ATRASO NOT GREATER 30
                       MOVE "01-30"    TO WRK-DET-FAIXA
                       ADD FS-VAL-SALDO-TIT TO WRK-FX-CLI-ATE30
                   WHEN WRK-DIAS-ATRASO NOT GREATER 60
                       MOVE "31-60"    TO WRK-DET-FAIXA
                       ADD FS-VAL-SALDO-TIT TO WRK-FX-CLI-ATE60
                   WHEN WRK-DIAS-ATRASO NOT GREATER 90
                       MOVE "61-90"    TO WRK-DET-FAIXA
                       ADD FS-VAL-SALDO-TIT TO WRK-FX-CLI-ATE90
                   WHEN OTHER
                       MOVE "MAIS 90"  TO WRK-DET-FAIXA
                       ADD FS-VAL-SALDO-TIT TO WRK-FX-CLI-MAIS90
               END-EVALUATE
           END-IF
      *
           MOVE FS-TIPO-TIT            TO WRK-DET-TIPO
           MOVE FS-DATA-TIT            TO WRK-DET-DATA
           MOVE FS-SEQ-TIT             TO WRK-DET-SEQ
           MOVE FS-DATA-EMI-TIT        TO WRK-DET-EMISSAO
           MOVE FS-DATA-VENC-TIT       TO WRK-DET-VENC
           MOVE FS-VAL-ORIG-TIT        TO WRK-DET-VAL-ORIG
           MOVE FS-VAL-SALDO-TIT       TO WRK-DET-VAL-SALDO
           MOVE WRK-DIAS-ATRASO        TO WRK-DET-ATRASO
           WRITE REL-LINHA-TIT         FROM WRK-DET-TIT
           ADD 1                       TO WRK-QTD-LISTADOS.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR OS TOTAIS DAS FAIXAS DO CLIENTE E      *
      *    ACUMULAR NO TOTAL GERAL                                     *
      *----------------------------------------------------------------*
       2030-FECHA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "TOTAL CLIENTE"        TO WRK-TOT-ROTULO
           MOVE WRK-FX-CLI-AVENCER     TO WRK-TOT-AVENCER
           MOVE WRK-FX-CLI-ATE30       TO WRK-TOT-ATE30
           MOVE WRK-FX-CLI-ATE60       TO WRK-TOT-ATE60
           MOVE WRK-FX-CLI-ATE90       TO WRK-TOT-ATE90
           MOVE WRK-FX-CLI-MAIS90      TO WRK-TOT-MAIS90
           MOVE WRK-FX-CLI-CREDITO     TO WRK-TOT-CREDITO
           COMPUTE WRK-VAL-LIQUIDO = WRK-FX-CLI-AVENCER
                   + WRK-FX-CLI-ATE30 + WRK-FX-CLI-ATE60
                   + WRK-FX-CLI-ATE90 + WRK-FX-CLI-MAIS90
                   - WRK-FX-CLI-CREDITO
           MOVE WRK-VAL-LIQUIDO        TO WRK-TOT-LIQUIDO
           WRITE REL-LINHA-TIT         FROM WRK-TOT-FAIXAS
           WRITE REL-LINHA-TIT         FROM WRK-TOT-FAIXAS-2
      *
           ADD WRK-FX-CLI-AVENCER      TO WRK-FX-GER-AVENCER
           ADD WRK-FX-CLI-ATE30        TO WRK-FX-GER-ATE30
           ADD WRK-FX-CLI-ATE60        TO WRK-FX-GER-ATE60
           ADD WRK-FX-CLI-ATE90        TO WRK-FX-GER-ATE90
           ADD WRK-FX-CLI-MAIS90       TO WRK-FX-GER-MAIS90
           ADD WRK-FX-CLI-CREDITO      TO WRK-FX-GER-CREDITO
           MOVE "N"                    TO WRK-TEM-CLIENTE.
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
           MOVE "HBSI37CO"             TO FS-CTR-PROGRAMA
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
           MOVE "TOTAL GERAL"          TO WRK-TOT-ROTULO
           MOVE WRK-FX-GER-AVENCER     TO WRK-TOT-AVENCER
           MOVE WRK-FX-GER-ATE30       TO WRK-TOT-ATE30
           MOVE WRK-FX-GER-ATE60       TO WRK-TOT-ATE60
           MOVE WRK-FX-GER-ATE90       TO WRK-TOT-ATE90
           MOVE WRK-FX-GER-MAIS90      TO WRK-TOT-MAIS90
           MOVE WRK-FX-GER-CREDITO     TO WRK-TOT-CREDITO
           COMPUTE WRK-VAL-LIQUIDO = WRK-FX-GER-AVENCER
                   + WRK-FX-GER-ATE30 + WRK-FX-GER-ATE60
                   + WRK-FX-GER-ATE90 + WRK-FX-GER-MAIS90
                   - WRK-FX-GER-CREDITO
           MOVE WRK-VAL-LIQUIDO        TO WRK-TOT-LIQUIDO
           MOVE WRK-QTD-CLIENTES       TO WRK-ROD-QTD-CLIENTES
           MOVE WRK-QTD-LISTADOS       TO WRK-ROD-QTD-LISTADOS
      *
           MOVE SPACES                 TO REL-LINHA-TIT
           WRITE REL-LINHA-TIT
           WRITE REL-LINHA-TIT         FROM WRK-TOT-FAIXAS
           WRITE REL-LINHA-TIT         FROM WRK-TOT-FAIXAS-2
           MOVE SPACES                 TO REL-LINHA-TIT
           WRITE REL-LINHA-TIT
           WRITE REL-LINHA-TIT         FROM WRK-RODAPE-01
           WRITE REL-LINHA-TIT         FROM WRK-RODAPE-02
      *
           CLOSE ARQTIT01
           CLOSE ARQCLI01
           CLOSE RELTIT01
      *
           MOVE WRK-QTD-LIDOS          TO WRK-CTR-LIDOS
           MOVE WRK-QTD-LISTADOS       TO WRK-CTR-GRAVADOS
           MOVE ZEROS                  TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           DISPLAY "HBSI37CO - FIM DO AGING DE TITULOS"
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
