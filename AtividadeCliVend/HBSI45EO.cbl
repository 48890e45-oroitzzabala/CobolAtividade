      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI45EO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI45EO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: LANCAMENTO DOS AJUSTES DO INVENTARIO FISICO.  *
      *                  PARA CADA LINHA EM ABERTO DA FOLHA ARQINV01   *
      *                  CONTADA E APROVADA (HBSI20IO) APLICA AO SALDO *
      *                  ATUAL DO ARQEST01 A DIFERENCA ENTRE O         *
      *                  CONTADO E O CONGELADO (OS MOVIMENTOS FEITOS   *
      *                  DEPOIS DO CONGELAMENTO SAO PRESERVADOS),      *
      *                  GRAVA O MOVIMENTO AI NO KARDEX (ARQMOV01) E   *
      *                  ENCERRA A LINHA (STATUS L). RECEBE VIA SYSIN  *
      *                  O INDICADOR DE ENCERRAMENTO (S/N, PADRAO N):  *
      *                  COM S AS LINHAS NAO CONTADAS OU NAO APROVADAS *
      *                  TAMBEM SAO ENCERRADAS, SEM AJUSTE, LIBERANDO  *
      *                  UM NOVO CONGELAMENTO (HBSI45BO)               *
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
              SELECT ARQINV01 ASSIGN   TO UT-S-ARQINV01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD-INV
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQINV01.
      *
              SELECT ARQEST01 ASSIGN   TO UT-S-ARQEST01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD-EST
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQEST01.
      *
              SELECT ARQMOV01 ASSIGN   TO UT-S-ARQMOV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQMOV01.
      *
              SELECT RELAJU01 ASSIGN   TO UT-S-RELAJU01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELAJU01.
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
      *    I-O    : ARQUIVO DE SALDO DE ESTOQUE POR PRODUTO            *
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
      *               TIPO: AI=AJUSTE INVENTARIO                       *
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
      *    OUTPUT : RELATORIO - AJUSTES DO INVENTARIO                  *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELAJU01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-AJU                PIC X(132).
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
           ' HBSI45EO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQINV01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQEST01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMOV01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELAJU01          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-IND-ENCERRA          PIC X(001)      VALUE "N".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-QTD-AJUSTE           PIC S9(007)     VALUE ZEROS.
           05 WRK-SALDO-NOVO           PIC S9(009)     VALUE ZEROS.
      *
       01  WRK-AREA-MOV.
           05 WRK-MOV-TIPO             PIC X(002)      VALUE SPACES.
           05 WRK-MOV-SALDO-ANT        PIC 9(007)      VALUE ZEROS.
           05 WRK-MOV-DOCUMENTO.
              10 FILLER                PIC X(003)      VALUE "INV".
              10 WRK-MOV-DOC-DATA      PIC 9(008)      VALUE ZEROS.
              10 WRK-MOV-DOC-HORA      PIC 9(006)      VALUE ZEROS.
              10 FILLER                PIC X(001)      VALUE SPACES.
           05 WRK-MOV-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-MOV-HORA             PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-LANCADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-SEM-AJUSTE       PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-PENDENTES        PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-ENCERRADOS       PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-ERROS            PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(050)      VALUE
              'HBSI45EO - AJUSTES DO INVENTARIO FISICO'.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(010)      VALUE 'PRODUTO'.
           05 FILLER                   PIC X(011)      VALUE
              'CONGELADO'.
           05 FILLER                   PIC X(010)      VALUE
              'CONTADO'.
           05 FILLER                   PIC X(010)      VALUE 'AJUSTE'.
           05 FILLER                   PIC X(012)      VALUE
              'SALDO ANT.'.
           05 FILLER                   PIC X(011)      VALUE
              'SALDO NOVO'.
           05 FILLER                   PIC X(010)      VALUE
              'APROVADOR'.
           05 FILLER                   PIC X(030)      VALUE
              'SITUACAO'.
      *
       01  WRK-DET-AJU.
           05 WRK-DET-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-QTD-SIST         PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-QTD-CONT         PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-QTD-AJUSTE       PIC -ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-SALDO-ANT        PIC ZZZZZZ9.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-DET-SALDO-NOVO       PIC ZZZZZZ9.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-DET-APROVADOR        PIC X(008).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(035).
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(024)      VALUE
              'LINHAS EM ABERTO.......:'.
           05 WRK-ROD-QTD-LIDOS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(024)      VALUE
              'AJUSTES LANCADOS.......:'.
           05 WRK-ROD-QTD-LANCADOS     PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(024)      VALUE
              'APROVADAS SEM DIFERENCA:'.
           05 WRK-ROD-QTD-SEM-AJUSTE   PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(024)      VALUE
              'ENCERRADAS SEM AJUSTE..:'.
           05 WRK-ROD-QTD-ENCERRADOS   PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-05.
           05 FILLER                   PIC X(024)      VALUE
              'PENDENTES EM ABERTO....:'.
           05 WRK-ROD-QTD-PENDENTES    PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-06.
           05 FILLER                   PIC X(024)      VALUE
              'ERROS..................:'.
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
           ' HBSI45EO - FIM DA AREA DE WORKING '.
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
           MOVE FUNCTION UPPER-CASE(WRK-IND-ENCERRA)
                                       TO WRK-IND-ENCERRA
           IF WRK-IND-ENCERRA NOT EQUAL "S"
               MOVE "N"                TO WRK-IND-ENCERRA
           END-IF
      *
           OPEN I-O    ARQINV01
           OPEN I-O    ARQEST01
           OPEN EXTEND ARQMOV01
           IF WRK-FS-ARQMOV01 EQUAL "35"
               OPEN OUTPUT ARQMOV01
           END-IF
           OPEN OUTPUT RELAJU01
      *
           WRITE REL-LINHA-AJU         FROM WRK-CAB-01
           MOVE SPACES                 TO REL-LINHA-AJU
           WRITE REL-LINHA-AJU
           WRITE REL-LINHA-AJU         FROM WRK-CAB-02.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UMA LINHA DA FOLHA POR VEZ        *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQINV01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQINV01 NOT EQUAL "00"
               IF FS-STATUS-INV EQUAL "A"
                   ADD 1               TO WRK-QTD-LIDOS
                   IF FS-IND-CONT-INV EQUAL "S"
                      AND FS-APROV-INV EQUAL "S"
                       PERFORM 2010-LANCA-AJUSTE
                   ELSE
                       PERFORM 2030-TRATA-PENDENTE
                   END-IF
               END-IF
               READ ARQINV01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA APLICAR A DIFERENCA APROVADA AO SALDO ATUAL DO  *
      *    PRODUTO (SEM DEIXAR NEGATIVO), GRAVAR O MOVIMENTO AI E      *
      *    ENCERRAR A LINHA DA FOLHA                                   *
      *----------------------------------------------------------------*
       2010-LANCA-AJUSTE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-PROD-INV        TO WRK-DET-COD-PROD
           MOVE FS-QTD-SIST-INV        TO WRK-DET-QTD-SIST
           MOVE FS-QTD-CONT-INV        TO WRK-DET-QTD-CONT
           MOVE FS-OPE-APROV-INV       TO WRK-DET-APROVADOR
           COMPUTE WRK-QTD-AJUSTE = FS-QTD-CONT-INV - FS-QTD-SIST-INV
           MOVE WRK-QTD-AJUSTE         TO WRK-DET-QTD-AJUSTE
      *
           IF WRK-QTD-AJUSTE EQUAL ZEROS
               MOVE ZEROS              TO WRK-DET-SALDO-ANT
                                          WRK-DET-SALDO-NOVO
               MOVE "CONTAGEM CONFERE - SEM AJUSTE"
                                       TO WRK-DET-SITUACAO
               ADD 1                   TO WRK-QTD-SEM-AJUSTE
               PERFORM 2020-ENCERRA-LINHA
           ELSE
               MOVE FS-COD-PROD-INV    TO FS-COD-PROD-EST
               READ ARQEST01           KEY IS FS-COD-PROD-EST
               IF WRK-FS-ARQEST01 NOT EQUAL "00"
                   MOVE ZEROS          TO WRK-DET-SALDO-ANT
                                          WRK-DET-SALDO-NOVO
                   MOVE "PRODUTO SEM SALDO NO ARQEST01"
                                       TO WRK-DET-SITUACAO
                   ADD 1               TO WRK-QTD-ERROS
               ELSE
                   MOVE FS-QTD-SALDO-EST TO WRK-MOV-SALDO-ANT
                                            WRK-DET-SALDO-ANT
                   COMPUTE WRK-SALDO-NOVO = FS-QTD-SALDO-EST +
                                            WRK-QTD-AJUSTE
                   IF WRK-SALDO-NOVO LESS ZEROS
                       MOVE ZEROS      TO WRK-SALDO-NOVO
                   END-IF
                   MOVE WRK-SALDO-NOVO TO FS-QTD-SALDO-EST
                   REWRITE FD-ESTOQUE
                   IF WRK-FS-ARQEST01 EQUAL "00"
                       MOVE "AI"       TO WRK-MOV-TIPO
                       MOVE FS-DATA-CONG-INV TO WRK-MOV-DOC-DATA
                       MOVE FS-HORA-CONG-INV TO WRK-MOV-DOC-HORA
                       PERFORM 2910-GRAVA-MOVIMENTO
                       MOVE FS-QTD-SALDO-EST TO WRK-DET-SALDO-NOVO
                       MOVE "AJUSTE LANCADO"  TO WRK-DET-SITUACAO
                       ADD 1           TO WRK-QTD-LANCADOS
                       PERFORM 2020-ENCERRA-LINHA
                   ELSE
                       MOVE ZEROS      TO WRK-DET-SALDO-NOVO
                       MOVE "ERRO AO GRAVAR O SALDO"
                                       TO WRK-DET-SITUACAO
                       ADD 1           TO WRK-QTD-ERROS
                   END-IF
               END-IF
           END-IF
           WRITE REL-LINHA-AJU         FROM WRK-DET-AJU.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ENCERRAR A LINHA CORRENTE DA FOLHA (STATUS L)   *
      *----------------------------------------------------------------*
       2020-ENCERRA-LINHA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "L"                    TO FS-STATUS-INV
           REWRITE FD-INVENTARIO.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA A LINHA NAO CONTADA OU NAO APROVADA: FICA EM    *
      *    ABERTO, OU E ENCERRADA SEM AJUSTE QUANDO O SYSIN PEDE O     *
      *    ENCERRAMENTO DO INVENTARIO                                  *
      *----------------------------------------------------------------*
       2030-TRATA-PENDENTE             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-PROD-INV        TO WRK-DET-COD-PROD
           MOVE FS-QTD-SIST-INV        TO WRK-DET-QTD-SIST
           MOVE FS-QTD-CONT-INV        TO WRK-DET-QTD-CONT
           MOVE ZEROS                  TO WRK-DET-QTD-AJUSTE
                                          WRK-DET-SALDO-ANT
                                          WRK-DET-SALDO-NOVO
           MOVE FS-OPE-APROV-INV       TO WRK-DET-APROVADOR
           IF WRK-IND-ENCERRA EQUAL "S"
               IF FS-IND-CONT-INV EQUAL "S"
                   MOVE "NAO APROVADO - ENCERRADO"
                                       TO WRK-DET-SITUACAO
               ELSE
                   MOVE "NAO CONTADO - ENCERRADO"
                                       TO WRK-DET-SITUACAO
               END-IF
               ADD 1                   TO WRK-QTD-ENCERRADOS
               PERFORM 2020-ENCERRA-LINHA
           ELSE
               IF FS-IND-CONT-INV EQUAL "S"
                   MOVE "AGUARDANDO APROVACAO"
                                       TO WRK-DET-SITUACAO
               ELSE
                   MOVE "AGUARDANDO CONTAGEM"
                                       TO WRK-DET-SITUACAO
               END-IF
               ADD 1                   TO WRK-QTD-PENDENTES
           END-IF
           WRITE REL-LINHA-AJU         FROM WRK-DET-AJU.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O MOVIMENTO DE ESTOQUE (KARDEX) DO       *
      *    PRODUTO CORRENTE DO ARQEST01. A QUANTIDADE E A DIFERENCA    *
      *    ENTRE O SALDO ANTERIOR E O SALDO GRAVADO; SEM DIFERENCA     *
      *    NAO HA MOVIMENTO. O OPERADOR E O APROVADOR DA CONTAGEM      *
      *----------------------------------------------------------------*
       2910-GRAVA-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-QTD-SALDO-EST NOT EQUAL WRK-MOV-SALDO-ANT
               ACCEPT WRK-MOV-DATA     FROM DATE YYYYMMDD
               ACCEPT WRK-MOV-HORA     FROM TIME
               INITIALIZE FD-MOVIMENTO
               MOVE FS-COD-PROD-EST    TO FS-COD-PROD-MOV
               MOVE WRK-MOV-DATA       TO FS-DATA-MOV
               MOVE WRK-MOV-HORA (1:6) TO FS-HORA-MOV
               MOVE WRK-MOV-TIPO       TO FS-TIPO-MOV
               IF FS-QTD-SALDO-EST GREATER WRK-MOV-SALDO-ANT
                   MOVE "E"            TO FS-SENTIDO-MOV
                   COMPUTE FS-QTD-MOV = FS-QTD-SALDO-EST -
                                        WRK-MOV-SALDO-ANT
               ELSE
                   MOVE "S"            TO FS-SENTIDO-MOV
                   COMPUTE FS-QTD-MOV = WRK-MOV-SALDO-ANT -
                                        FS-QTD-SALDO-EST
               END-IF
               MOVE FS-QTD-SALDO-EST   TO FS-SALDO-MOV
               MOVE "HBSI45EO"         TO FS-PROGRAMA-MOV
               MOVE WRK-MOV-DOCUMENTO  TO FS-DOCUMENTO-MOV
               MOVE FS-OPE-APROV-INV   TO FS-OPERADOR-MOV
               WRITE FD-MOVIMENTO
           END-IF.
      *
      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
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
           MOVE "HBSI45EO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-QTD-LANCADOS        TO WRK-ROD-QTD-LANCADOS
           MOVE WRK-QTD-SEM-AJUSTE      TO WRK-ROD-QTD-SEM-AJUSTE
           MOVE WRK-QTD-ENCERRADOS      TO WRK-ROD-QTD-ENCERRADOS
           MOVE WRK-QTD-PENDENTES       TO WRK-ROD-QTD-PENDENTES
           MOVE WRK-QTD-ERROS           TO WRK-ROD-QTD-ERROS
           MOVE SPACES                  TO REL-LINHA-AJU
           WRITE REL-LINHA-AJU
           WRITE REL-LINHA-AJU          FROM WRK-RODAPE-01
           WRITE REL-LINHA-AJU          FROM WRK-RODAPE-02
           WRITE REL-LINHA-AJU          FROM WRK-RODAPE-03
           WRITE REL-LINHA-AJU          FROM WRK-RODAPE-04
           WRITE REL-LINHA-AJU          FROM WRK-RODAPE-05
           WRITE REL-LINHA-AJU          FROM WRK-RODAPE-06
      *
           CLOSE ARQINV01
           CLOSE ARQEST01
           CLOSE ARQMOV01
           CLOSE RELAJU01
      *
           MOVE WRK-QTD-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-QTD-LANCADOS        TO WRK-CTR-GRAVADOS
           MOVE WRK-QTD-ERROS           TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
