      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI45DO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI45DO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - DIVERGENCIAS DO INVENTARIO        *
      *                  FISICO. LISTA AS LINHAS EM ABERTO DA FOLHA    *
      *                  ARQINV01 AINDA NAO CONTADAS OU COM A          *
      *                  QUANTIDADE CONTADA DIFERENTE DO SALDO         *
      *                  CONGELADO, COM A DIFERENCA EM QUANTIDADE E    *
      *                  EM VALOR (PRECO DO MESTRE ARQPRD01) E A       *
      *                  SITUACAO DA APROVACAO, PARA CONFERENCIA ANTES *
      *                  DO LANCAMENTO DOS AJUSTES (HBSI45EO)          *
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
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-COD-PROD-INV
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQINV01.
      *
              SELECT ARQPRD01 ASSIGN   TO UT-S-ARQPRD01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRD01.
      *
              SELECT RELDIV01 ASSIGN   TO UT-S-RELDIV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELDIV01.
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
      *    INPUT  : FOLHA DE CONTAGEM DO INVENTARIO FISICO             *
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
      *    OUTPUT : RELATORIO - DIVERGENCIAS DO INVENTARIO             *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELDIV01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-DIV                PIC X(132).
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
           ' HBSI45DO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQINV01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELDIV01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-QTD-DIF              PIC S9(007)     VALUE ZEROS.
           05 WRK-VAL-DIF              PIC S9(011)V9(002)
                                                       VALUE ZEROS.
           05 WRK-DATA-CONG            PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-NAO-CONT         PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-DIVERG           PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-APROV            PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VAL-SOBRA        PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-FALTA        PIC 9(011)V9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(050)      VALUE
              'HBSI45DO - DIVERGENCIAS DO INVENTARIO FISICO'.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(023)      VALUE
              'FOLHA CONGELADA EM'.
           05 WRK-CAB-DATA-CONG        PIC 9999/99/99.
      *
       01  WRK-CAB-03.
           05 FILLER                   PIC X(010)      VALUE 'PRODUTO'.
           05 FILLER                   PIC X(032)      VALUE
              'DESCRICAO'.
           05 FILLER                   PIC X(005)      VALUE 'UN'.
           05 FILLER                   PIC X(010)      VALUE
              'CONGELADO'.
           05 FILLER                   PIC X(010)      VALUE
              'CONTADO'.
           05 FILLER                   PIC X(010)      VALUE
              'DIFERENCA'.
           05 FILLER                   PIC X(018)      VALUE
              'VALOR DIFERENCA'.
           05 FILLER                   PIC X(010)      VALUE
              'APROVADO'.
           05 FILLER                   PIC X(010)      VALUE
              'SITUACAO'.
      *
       01  WRK-DET-DIV.
           05 WRK-DET-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-DESC-PROD        PIC X(030).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-UNID-PROD        PIC X(003).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-QTD-SIST         PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-QTD-CONT         PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-QTD-DIF          PIC -ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VAL-DIF          PIC -ZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(006)      VALUE SPACES.
           05 WRK-DET-APROV            PIC X(001).
           05 FILLER                   PIC X(006)      VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(012).
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(024)      VALUE
              'LINHAS EM ABERTO.......:'.
           05 WRK-ROD-QTD-LIDOS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(024)      VALUE
              'NAO CONTADAS...........:'.
           05 WRK-ROD-QTD-NAO-CONT     PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(024)      VALUE
              'COM DIVERGENCIA........:'.
           05 WRK-ROD-QTD-DIVERG       PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(024)      VALUE
              'DIVERGENCIAS APROVADAS.:'.
           05 WRK-ROD-QTD-APROV        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-05.
           05 FILLER                   PIC X(024)      VALUE
              'VALOR DAS SOBRAS.......:'.
           05 WRK-ROD-VAL-SOBRA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-06.
           05 FILLER                   PIC X(024)      VALUE
              'VALOR DAS FALTAS.......:'.
           05 WRK-ROD-VAL-FALTA        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           ' HBSI45DO - FIM DA AREA DE WORKING '.
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
           OPEN INPUT  ARQINV01
           OPEN INPUT  ARQPRD01
           OPEN OUTPUT RELDIV01
      *
           WRITE REL-LINHA-DIV         FROM WRK-CAB-01.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UMA LINHA DA FOLHA POR VEZ. A     *
      *    DATA DO CONGELAMENTO SAI NO CABECALHO COM A PRIMEIRA LINHA  *
      *    EM ABERTO                                                   *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQINV01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQINV01 NOT EQUAL "00"
               IF FS-STATUS-INV EQUAL "A"
                   ADD 1               TO WRK-QTD-LIDOS
                   IF WRK-QTD-LIDOS EQUAL 1
                       MOVE FS-DATA-CONG-INV TO WRK-CAB-DATA-CONG
                       WRITE REL-LINHA-DIV   FROM WRK-CAB-02
                       MOVE SPACES     TO REL-LINHA-DIV
                       WRITE REL-LINHA-DIV
                       WRITE REL-LINHA-DIV   FROM WRK-CAB-03
                   END-IF
                   PERFORM 2010-AVALIA-LINHA
               END-IF
               READ ARQINV01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR A LINHA NAO CONTADA OU DIVERGENTE      *
      *----------------------------------------------------------------*
       2010-AVALIA-LINHA               SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-IND-CONT-INV NOT EQUAL "S"
               ADD 1                   TO WRK-QTD-NAO-CONT
               MOVE ZEROS              TO WRK-QTD-DIF
                                          WRK-VAL-DIF
               MOVE "NAO CONTADO"      TO WRK-DET-SITUACAO
               PERFORM 2020-IMPRIME-LINHA
           ELSE
               COMPUTE WRK-QTD-DIF = FS-QTD-CONT-INV - FS-QTD-SIST-INV
               IF WRK-QTD-DIF NOT EQUAL ZEROS
                   ADD 1               TO WRK-QTD-DIVERG
                   IF FS-APROV-INV EQUAL "S"
                       ADD 1           TO WRK-QTD-APROV
                   END-IF
                   IF WRK-QTD-DIF GREATER ZEROS
                       MOVE "SOBRA"    TO WRK-DET-SITUACAO
                   ELSE
                       MOVE "FALTA"    TO WRK-DET-SITUACAO
                   END-IF
                   PERFORM 2020-IMPRIME-LINHA
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VALORIZAR A DIFERENCA PELO PRECO DO MESTRE E    *
      *    IMPRIMIR A LINHA                                            *
      *----------------------------------------------------------------*
       2020-IMPRIME-LINHA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-PROD-INV        TO WRK-DET-COD-PROD
                                          FS-COD-PROD
           READ ARQPRD01               KEY IS FS-COD-PROD
           IF WRK-FS-ARQPRD01 EQUAL "00"
               MOVE FS-DESC-PROD       TO WRK-DET-DESC-PROD
               MOVE FS-UNID-PROD       TO WRK-DET-UNID-PROD
               COMPUTE WRK-VAL-DIF = WRK-QTD-DIF * FS-PRECO-PROD
           ELSE
               MOVE SPACES             TO WRK-DET-DESC-PROD
                                          WRK-DET-UNID-PROD
               MOVE ZEROS              TO WRK-VAL-DIF
           END-IF
           IF WRK-VAL-DIF GREATER ZEROS
               ADD WRK-VAL-DIF         TO WRK-TOT-VAL-SOBRA
           ELSE
               SUBTRACT WRK-VAL-DIF    FROM WRK-TOT-VAL-FALTA
           END-IF
           MOVE FS-QTD-SIST-INV        TO WRK-DET-QTD-SIST
           MOVE FS-QTD-CONT-INV        TO WRK-DET-QTD-CONT
           MOVE WRK-QTD-DIF            TO WRK-DET-QTD-DIF
           MOVE WRK-VAL-DIF            TO WRK-DET-VAL-DIF
           MOVE FS-APROV-INV           TO WRK-DET-APROV
           WRITE REL-LINHA-DIV         FROM WRK-DET-DIV.
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
           MOVE "HBSI45DO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-QTD-NAO-CONT        TO WRK-ROD-QTD-NAO-CONT
           MOVE WRK-QTD-DIVERG          TO WRK-ROD-QTD-DIVERG
           MOVE WRK-QTD-APROV           TO WRK-ROD-QTD-APROV
           MOVE WRK-TOT-VAL-SOBRA       TO WRK-ROD-VAL-SOBRA
           MOVE WRK-TOT-VAL-FALTA       TO WRK-ROD-VAL-FALTA
           MOVE SPACES                  TO REL-LINHA-DIV
           WRITE REL-LINHA-DIV
           WRITE REL-LINHA-DIV          FROM WRK-RODAPE-01
           WRITE REL-LINHA-DIV          FROM WRK-RODAPE-02
           WRITE REL-LINHA-DIV          FROM WRK-RODAPE-03
           WRITE REL-LINHA-DIV          FROM WRK-RODAPE-04
           WRITE REL-LINHA-DIV          FROM WRK-RODAPE-05
           WRITE REL-LINHA-DIV          FROM WRK-RODAPE-06
      *
           CLOSE ARQINV01
           CLOSE ARQPRD01
           CLOSE RELDIV01
      *
           MOVE WRK-QTD-LIDOS           TO WRK-CTR-LIDOS
           COMPUTE WRK-CTR-GRAVADOS = WRK-QTD-NAO-CONT +
                                      WRK-QTD-DIVERG
           MOVE ZEROS                   TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
