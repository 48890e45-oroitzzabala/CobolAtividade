      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI42BO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI42BO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - PROXIMAS ALTERACOES DE PRECO.     *
      *                  RECEBE VIA SYSIN O HORIZONTE EM DIAS (3       *
      *                  POSICOES, ZEROS ASSUME 030) E LISTA OS PRECOS *
      *                  PROGRAMADOS NO HISTORICO ARQPRC01 COM         *
      *                  VIGENCIA DE AMANHA ATE O HORIZONTE, EM ORDEM  *
      *                  DE DATA DE VIGENCIA, COM O PRECO EM VIGOR NA  *
      *                  VESPERA E O PERCENTUAL DE VARIACAO            *
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
              SELECT ARQPRC01 ASSIGN   TO UT-S-ARQPRC01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-CHAVE-PRC
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRC01.
      *
              SELECT ARQPRD01 ASSIGN   TO UT-S-ARQPRD01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRD01.
      *
              SELECT RELPRC02 ASSIGN   TO UT-S-RELPRC02
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELPRC02.
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
      *    INPUT  : HISTORICO DE PRECOS DE VENDA POR VIGENCIA          *
      *               ORG. DINAMICA - LRECL = 0040                     *
      *               CHAVE: PRODUTO + DATA DE VIGENCIA                *
      *----------------------------------------------------------------*
      *
       FD ARQPRC01
          RECORD CONTAINS 40 CHARACTERS.
       01 FD-PRECO.
          05 FS-CHAVE-PRC.
             10 FS-COD-PROD-PRC    PIC 9(007).
             10 FS-DATA-VIG-PRC    PIC 9(008).
          05 FS-PRECO-PRC          PIC 9(007)V9(002).
          05 FS-DATA-CAD-PRC       PIC 9(008).
          05 FS-OPE-CAD-PRC        PIC X(008).
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
      *    OUTPUT : RELATORIO - PROXIMAS ALTERACOES DE PRECO           *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELPRC02
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
           ' HBSI42BO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPRC01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELPRC02          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-DIAS-HORIZONTE       PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-HOJE            PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-LIMITE          PIC 9(008)      VALUE ZEROS.
           05 WRK-INT-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-ANT             PIC 9(008)      VALUE ZEROS.
           05 WRK-PRECO-ANT            PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-PCT-VARIACAO         PIC S9(005)V9(002) VALUE ZEROS.
           05 WRK-QTD-TAB              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-TAB              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ORD              PIC 9(004)      VALUE ZEROS.
           05 WRK-TROCOU               PIC X(001)      VALUE "N".
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
           05 WRK-QTD-LISTADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-FORA-TAB         PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE PRECOS PROGRAMADOS'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-PROGRAMADOS.
           05 WRK-TAB-PRC OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WRK-QTD-TAB.
              10 WRK-TAB-DATA-VIG      PIC 9(008).
              10 WRK-TAB-COD-PROD      PIC 9(007).
              10 WRK-TAB-PRECO         PIC 9(007)V9(002).
              10 WRK-TAB-DATA-CAD      PIC 9(008).
              10 WRK-TAB-OPE-CAD       PIC X(008).
      *
       01  WRK-AREA-TROCA.
           05 WRK-TRC-DATA-VIG         PIC 9(008).
           05 WRK-TRC-COD-PROD         PIC 9(007).
           05 WRK-TRC-PRECO            PIC 9(007)V9(002).
           05 WRK-TRC-DATA-CAD         PIC 9(008).
           05 WRK-TRC-OPE-CAD          PIC X(008).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(048)      VALUE
              'HBSI42BO - PROXIMAS ALTERACOES DE PRECO EM'.
           05 WRK-CAB-DATA             PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(030)      VALUE
              'VIGENCIAS ATE'.
           05 WRK-CAB-LIMITE           PIC 9999/99/99.
           05 FILLER                   PIC X(004)      VALUE ' (+ '.
           05 WRK-CAB-DIAS             PIC ZZ9.
           05 FILLER                   PIC X(006)      VALUE ' DIAS)'.
      *
       01  WRK-CAB-03.
           05 FILLER                   PIC X(012)      VALUE
              'VIGENCIA'.
           05 FILLER                   PIC X(009)      VALUE 'PRODUTO'.
           05 FILLER                   PIC X(042)      VALUE
              'DESCRICAO'.
           05 FILLER                   PIC X(014)      VALUE
              'PRECO ANTERIOR'.
           05 FILLER                   PIC X(014)      VALUE
              '   PRECO NOVO'.
           05 FILLER                   PIC X(010)      VALUE
              ' VARIACAO'.
           05 FILLER                   PIC X(012)      VALUE
              'CADASTRO'.
           05 FILLER                   PIC X(008)      VALUE
              'OPERADOR'.
      *
       01  WRK-DET-PRC.
           05 WRK-DET-DATA-VIG         PIC 9999/99/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DESC-PROD        PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PRECO-ANT        PIC ZZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-PRECO-NOVO       PIC ZZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PCT              PIC -ZZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DATA-CAD         PIC 9999/99/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-OPE-CAD          PIC X(008).
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(020)      VALUE
              'PRECOS LIDOS.......:'.
           05 WRK-ROD-QTD-LIDOS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(020)      VALUE
              'ALTERACOES LISTADAS:'.
           05 WRK-ROD-QTD-LISTADOS     PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(020)      VALUE
              'FORA DA TABELA.....:'.
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
           ' HBSI42BO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE LEITURA DO HORIZONTE, ABERTURA DOS ARQUIVOS,      *
      *    CABECALHO E CARGA DA TABELA COM OS PRECOS PROGRAMADOS DE    *
      *    AMANHA ATE O HORIZONTE. SEM HORIZONTE VALIDO ASSUME 30 DIAS *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-PARM-SYSIN
           IF WRK-DIAS-HORIZONTE NOT NUMERIC
              OR WRK-DIAS-HORIZONTE EQUAL ZEROS
               MOVE 030                TO WRK-DIAS-HORIZONTE
           END-IF
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
                   + WRK-DIAS-HORIZONTE
           COMPUTE WRK-DATA-LIMITE =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
      *
           DISPLAY "HBSI42BO - INICIO DAS PROXIMAS ALTERACOES DE PRECO"
           OPEN INPUT  ARQPRC01
           OPEN INPUT  ARQPRD01
           OPEN OUTPUT RELPRC02
      *
           MOVE WRK-DATA-HOJE          TO WRK-CAB-DATA
           MOVE WRK-DATA-LIMITE        TO WRK-CAB-LIMITE
           MOVE WRK-DIAS-HORIZONTE     TO WRK-CAB-DIAS
           WRITE REL-LINHA-PRC         FROM WRK-CAB-01
           WRITE REL-LINHA-PRC         FROM WRK-CAB-02
           MOVE SPACES                 TO REL-LINHA-PRC
           WRITE REL-LINHA-PRC
           WRITE REL-LINHA-PRC         FROM WRK-CAB-03
      *
           MOVE ZEROS                  TO WRK-QTD-TAB
           READ ARQPRC01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQPRC01 NOT EQUAL "00"
               ADD 1                   TO WRK-QTD-LIDOS
               IF FS-DATA-VIG-PRC GREATER WRK-DATA-HOJE
                  AND FS-DATA-VIG-PRC NOT GREATER WRK-DATA-LIMITE
                   IF WRK-QTD-TAB LESS 9999
                       ADD 1           TO WRK-QTD-TAB
                       MOVE FS-DATA-VIG-PRC
                                TO WRK-TAB-DATA-VIG (WRK-QTD-TAB)
                       MOVE FS-COD-PROD-PRC
                                TO WRK-TAB-COD-PROD (WRK-QTD-TAB)
                       MOVE FS-PRECO-PRC
                                TO WRK-TAB-PRECO    (WRK-QTD-TAB)
                       MOVE FS-DATA-CAD-PRC
                                TO WRK-TAB-DATA-CAD (WRK-QTD-TAB)
                       MOVE FS-OPE-CAD-PRC
                                TO WRK-TAB-OPE-CAD  (WRK-QTD-TAB)
                   ELSE
                       ADD 1           TO WRK-QTD-FORA-TAB
                   END-IF
               END-IF
               READ ARQPRC01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - ORDENA A TABELA PELA DATA DE      *
      *    VIGENCIA E IMPRIME, COM UMA LINHA EM BRANCO ENTRE DATAS     *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2010-ORDENA-TABELA
      *
           PERFORM VARYING WRK-IDX-TAB FROM 1 BY 1
                   UNTIL WRK-IDX-TAB GREATER WRK-QTD-TAB
               IF WRK-IDX-TAB GREATER 1
                   IF WRK-TAB-DATA-VIG (WRK-IDX-TAB) NOT EQUAL
                      WRK-TAB-DATA-VIG (WRK-IDX-TAB - 1)
                       MOVE SPACES      TO REL-LINHA-PRC
                       WRITE REL-LINHA-PRC
                   END-IF
               END-IF
               PERFORM 2020-IMPRIME-PRECO
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR A TABELA POR DATA DE VIGENCIA E, NA     *
      *    MESMA DATA, POR PRODUTO                                     *
      *----------------------------------------------------------------*
       2010-ORDENA-TABELA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-TAB
                   IF WRK-TAB-DATA-VIG (WRK-IDX-ORD) GREATER
                      WRK-TAB-DATA-VIG (WRK-IDX-ORD + 1)
                      OR (WRK-TAB-DATA-VIG (WRK-IDX-ORD) EQUAL
                          WRK-TAB-DATA-VIG (WRK-IDX-ORD + 1)
                      AND WRK-TAB-COD-PROD (WRK-IDX-ORD) GREATER
                          WRK-TAB-COD-PROD (WRK-IDX-ORD + 1))
                       MOVE WRK-TAB-PRC (WRK-IDX-ORD)
                                        TO WRK-AREA-TROCA
                       MOVE WRK-TAB-PRC (WRK-IDX-ORD + 1)
                                        TO WRK-TAB-PRC (WRK-IDX-ORD)
                       MOVE WRK-AREA-TROCA
                                        TO WRK-TAB-PRC
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
      *    ROTINA PARA IMPRIMIR UM PRECO PROGRAMADO. O PRECO ANTERIOR  *
      *    E O VIGENTE NA VESPERA (HBSI30EO); SEM HISTORICO ATE A      *
      *    VESPERA VALE O PRECO DO MESTRE                              *
      *----------------------------------------------------------------*
       2020-IMPRIME-PRECO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-COD-PROD (WRK-IDX-TAB) TO FS-COD-PROD
           READ ARQPRD01               KEY IS FS-COD-PROD
           IF WRK-FS-ARQPRD01 EQUAL "00"
               MOVE FS-DESC-PROD       TO WRK-DET-DESC-PROD
               MOVE FS-PRECO-PROD      TO WRK-PRECO-ANT
           ELSE
               MOVE "PRODUTO NAO CADASTRADO" TO WRK-DET-DESC-PROD
               MOVE ZEROS              TO WRK-PRECO-ANT
           END-IF
      *
           COMPUTE WRK-INT-DATA = FUNCTION INTEGER-OF-DATE
                   (WRK-TAB-DATA-VIG (WRK-IDX-TAB)) - 1
           COMPUTE WRK-DATA-ANT =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
           MOVE WRK-TAB-COD-PROD (WRK-IDX-TAB) TO WRK-PRC-COD-PROD
           MOVE WRK-DATA-ANT           TO WRK-PRC-DATA
           CALL "HBSI30EO" USING WRK-PARM-PRC
           IF WRK-PRC-RETORNO EQUAL ZEROS
               MOVE WRK-PRC-PRECO      TO WRK-PRECO-ANT
           END-IF
      *
           IF WRK-PRECO-ANT GREATER ZEROS
               COMPUTE WRK-PCT-VARIACAO ROUNDED =
                       ((WRK-TAB-PRECO (WRK-IDX-TAB) - WRK-PRECO-ANT)
                       * 100) / WRK-PRECO-ANT
           ELSE
               MOVE ZEROS              TO WRK-PCT-VARIACAO
           END-IF
      *
           MOVE WRK-TAB-DATA-VIG (WRK-IDX-TAB) TO WRK-DET-DATA-VIG
           MOVE WRK-TAB-COD-PROD (WRK-IDX-TAB) TO WRK-DET-COD-PROD
           MOVE WRK-PRECO-ANT          TO WRK-DET-PRECO-ANT
           MOVE WRK-TAB-PRECO (WRK-IDX-TAB)    TO WRK-DET-PRECO-NOVO
           MOVE WRK-PCT-VARIACAO       TO WRK-DET-PCT
           MOVE WRK-TAB-DATA-CAD (WRK-IDX-TAB) TO WRK-DET-DATA-CAD
           MOVE WRK-TAB-OPE-CAD (WRK-IDX-TAB)  TO WRK-DET-OPE-CAD
           WRITE REL-LINHA-PRC         FROM WRK-DET-PRC
           ADD 1                       TO WRK-QTD-LISTADOS.
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
           MOVE "HBSI42BO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-QTD-LISTADOS        TO WRK-ROD-QTD-LISTADOS
           MOVE WRK-QTD-FORA-TAB        TO WRK-ROD-QTD-FORA-TAB
      *
           MOVE SPACES                  TO REL-LINHA-PRC
           WRITE REL-LINHA-PRC
           WRITE REL-LINHA-PRC          FROM WRK-RODAPE-01
           WRITE REL-LINHA-PRC          FROM WRK-RODAPE-02
           WRITE REL-LINHA-PRC          FROM WRK-RODAPE-03
      *
           CLOSE ARQPRC01
           CLOSE ARQPRD01
           CLOSE RELPRC02
           DISPLAY "HBSI42BO - FIM DAS PROXIMAS ALTERACOES DE PRECO"
           MOVE WRK-QTD-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-QTD-LISTADOS        TO WRK-CTR-GRAVADOS
           MOVE WRK-QTD-FORA-TAB        TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
