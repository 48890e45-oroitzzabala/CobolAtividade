      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI41BO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI41BO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - PEDIDOS ENVIADOS AO FATURAMENTO   *
      *                  SEM RETORNO. RECEBE VIA SYSIN O NUMERO DE     *
      *                  DIAS UTEIS (3 POSICOES, ZEROS ASSUME 005) E   *
      *                  LISTA OS PEDIDOS DO CONTROLE DE ENVIO         *
      *                  ARQENV01 ENVIADOS HA MAIS DESSES DIAS UTEIS   *
      *                  (CALENDARIO ARQCAL01 VIA HBSI30DO) SEM        *
      *                  RESULTADO F/E/R/C DO RETORNO (HBSI36AO), PARA *
      *                  COBRANCA DOS PEDIDOS PERDIDOS                 *
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
              SELECT ARQENV01 ASSIGN   TO UT-S-ARQENV01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-CHAVE-ENV
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQENV01.
      *
              SELECT ARQPED01 ASSIGN   TO UT-S-ARQPED01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PED
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPED01.
      *
              SELECT RELENV01 ASSIGN   TO UT-S-RELENV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELENV01.
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
      *    INPUT  : CONTROLE DE ENVIO DOS PEDIDOS AO FATURAMENTO       *
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
      *    OUTPUT : RELATORIO - PEDIDOS ENVIADOS SEM RETORNO           *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELENV01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-ENV                PIC X(132).
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
           ' HBSI41BO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQENV01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELENV01          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-DIAS-UTEIS           PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-HOJE            PIC 9(008)      VALUE ZEROS.
           05 WRK-INT-HOJE             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-CORTE           PIC 9(008)      VALUE ZEROS.
           05 WRK-INT-CORTE            PIC 9(008)      VALUE ZEROS.
           05 WRK-QTD-DIAS-CONT        PIC 9(003)      VALUE ZEROS.
           05 WRK-INT-ENVIO            PIC 9(008)      VALUE ZEROS.
           05 WRK-DIAS-CORRIDOS        PIC 9(005)      VALUE ZEROS.
      *
       01  WRK-PARM-CAL.
           05 WRK-CAL-ACAO             PIC X(001)      VALUE SPACES.
           05 WRK-CAL-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-DATA-UTIL        PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-SEM-RETORNO      PIC 9(007)      VALUE ZEROS.
           05 WRK-QTD-ATRASADOS        PIC 9(007)      VALUE ZEROS.
           05 WRK-VAL-ATRASADOS        PIC 9(013)V9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(048)      VALUE
              'HBSI41BO - PEDIDOS ENVIADOS SEM RETORNO EM'.
           05 WRK-CAB-DATA             PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(030)      VALUE
              'ENVIADOS ANTES DE'.
           05 WRK-CAB-CORTE            PIC 9999/99/99.
           05 FILLER                   PIC X(004)      VALUE ' (+ '.
           05 WRK-CAB-DIAS             PIC ZZ9.
           05 FILLER                   PIC X(013)      VALUE
              ' DIAS UTEIS)'.
      *
       01  WRK-CAB-03.
           05 FILLER                   PIC X(009)      VALUE 'CLIENTE'.
           05 FILLER                   PIC X(015)      VALUE
              'PEDIDO'.
           05 FILLER                   PIC X(009)      VALUE
              'VENDEDOR'.
           05 FILLER                   PIC X(012)      VALUE 'ENVIO'.
           05 FILLER                   PIC X(007)      VALUE 'DIAS'.
           05 FILLER                   PIC X(007)      VALUE 'ITENS'.
           05 FILLER                   PIC X(016)      VALUE
              'VALOR'.
           05 FILLER                   PIC X(007)      VALUE 'STATUS'.
      *
       01  WRK-DET-ENV.
           05 WRK-DET-COD-CLI          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DATA-PED         PIC 9999/99/99.
           05 FILLER                   PIC X(001)      VALUE '-'.
           05 WRK-DET-SEQ              PIC 999.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-DET-COD-VEN          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DATA-ENV         PIC 9999/99/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DIAS             PIC ZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-ITENS            PIC ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VAL-TOT          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-DET-STATUS           PIC X(001).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-OBS              PIC X(025).
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(020)      VALUE
              'PEDIDOS ENVIADOS...:'.
           05 WRK-ROD-QTD-LIDOS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(020)      VALUE
              'SEM RETORNO........:'.
           05 WRK-ROD-QTD-SEM-RET      PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(020)      VALUE
              'ATRASADOS LISTADOS.:'.
           05 WRK-ROD-QTD-ATRASADOS    PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(020)      VALUE
              'VALOR ATRASADO.....:'.
           05 WRK-ROD-VAL-ATRASADOS    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           ' HBSI41BO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE LEITURA DO PRAZO EM DIAS UTEIS, CALCULO DA DATA   *
      *    DE CORTE, ABERTURA DOS ARQUIVOS E IMPRESSAO DO CABECALHO.   *
      *    SEM PRAZO VALIDO ASSUME 5 DIAS UTEIS                        *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-PARM-SYSIN
           IF WRK-DIAS-UTEIS NOT NUMERIC
              OR WRK-DIAS-UTEIS EQUAL ZEROS
               MOVE 005                TO WRK-DIAS-UTEIS
           END-IF
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD
           COMPUTE WRK-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-HOJE)
           PERFORM 1010-CALCULA-CORTE
      *
           DISPLAY "HBSI41BO - INICIO DOS PEDIDOS SEM RETORNO"
           OPEN INPUT  ARQENV01
           OPEN INPUT  ARQPED01
           OPEN OUTPUT RELENV01
      *
           MOVE WRK-DATA-HOJE          TO WRK-CAB-DATA
           MOVE WRK-DATA-CORTE         TO WRK-CAB-CORTE
           MOVE WRK-DIAS-UTEIS         TO WRK-CAB-DIAS
           WRITE REL-LINHA-ENV         FROM WRK-CAB-01
           WRITE REL-LINHA-ENV         FROM WRK-CAB-02
           MOVE SPACES                 TO REL-LINHA-ENV
           WRITE REL-LINHA-ENV
           WRITE REL-LINHA-ENV         FROM WRK-CAB-03.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR A DATA DE CORTE: VOLTA A PARTIR DE     *
      *    HOJE ATE CONTAR O PRAZO EM DIAS UTEIS (HBSI30DO). PEDIDO    *
      *    ENVIADO ANTES DA DATA DE CORTE ESTA ATRASADO                *
      *----------------------------------------------------------------*
       1010-CALCULA-CORTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-DIAS-CONT
           MOVE WRK-INT-HOJE           TO WRK-INT-CORTE
           MOVE WRK-DATA-HOJE          TO WRK-DATA-CORTE
           PERFORM UNTIL WRK-QTD-DIAS-CONT NOT LESS WRK-DIAS-UTEIS
               SUBTRACT 1              FROM WRK-INT-CORTE
               COMPUTE WRK-DATA-CORTE =
                       FUNCTION DATE-OF-INTEGER(WRK-INT-CORTE)
               MOVE "V"                TO WRK-CAL-ACAO
               MOVE WRK-DATA-CORTE     TO WRK-CAL-DATA
               MOVE ZEROS              TO WRK-CAL-DATA-UTIL
                                          WRK-CAL-RETORNO
               CALL "HBSI30DO" USING WRK-PARM-CAL
               IF WRK-CAL-RETORNO EQUAL ZEROS
                   ADD 1               TO WRK-QTD-DIAS-CONT
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - PERCORRE O CONTROLE DE ENVIO E    *
      *    LISTA OS PEDIDOS SEM RESULTADO ENVIADOS ANTES DO CORTE      *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQENV01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQENV01 NOT EQUAL "00"
               ADD 1                   TO WRK-QTD-LIDOS
               IF FS-RESULT-ENV NOT EQUAL "F"
                  AND FS-RESULT-ENV NOT EQUAL "E"
                  AND FS-RESULT-ENV NOT EQUAL "R"
                  AND FS-RESULT-ENV NOT EQUAL "C"
                   ADD 1               TO WRK-QTD-SEM-RETORNO
                   IF FS-DATA-ENV LESS WRK-DATA-CORTE
                       PERFORM 2010-IMPRIME-ATRASADO
                   END-IF
               END-IF
               READ ARQENV01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM PEDIDO ENVIADO SEM RETORNO ALEM DO  *
      *    PRAZO, COM O VENDEDOR E O STATUS ATUAL DO ARQPED01          *
      *----------------------------------------------------------------*
       2010-IMPRIME-ATRASADO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-CHAVE-ENV           TO FS-CHAVE-PED
           READ ARQPED01               KEY IS FS-CHAVE-PED
           IF WRK-FS-ARQPED01 EQUAL "00"
               MOVE FS-COD-VEN-PED     TO WRK-DET-COD-VEN
               MOVE FS-STATUS-PED      TO WRK-DET-STATUS
               MOVE SPACES             TO WRK-DET-OBS
           ELSE
               MOVE ZEROS              TO WRK-DET-COD-VEN
               MOVE SPACES             TO WRK-DET-STATUS
               MOVE "PEDIDO NAO ENCONTRADO" TO WRK-DET-OBS
           END-IF
      *
           COMPUTE WRK-INT-ENVIO =
                   FUNCTION INTEGER-OF-DATE(FS-DATA-ENV)
           COMPUTE WRK-DIAS-CORRIDOS = WRK-INT-HOJE - WRK-INT-ENVIO
      *
           MOVE FS-COD-CLI-ENV         TO WRK-DET-COD-CLI
           MOVE FS-DATA-PED-ENV        TO WRK-DET-DATA-PED
           MOVE FS-SEQ-PED-ENV         TO WRK-DET-SEQ
           MOVE FS-DATA-ENV            TO WRK-DET-DATA-ENV
           MOVE WRK-DIAS-CORRIDOS      TO WRK-DET-DIAS
           MOVE FS-QTD-ITENS-ENV       TO WRK-DET-ITENS
           MOVE FS-VAL-TOT-ENV         TO WRK-DET-VAL-TOT
           WRITE REL-LINHA-ENV         FROM WRK-DET-ENV
           ADD 1                       TO WRK-QTD-ATRASADOS
           ADD FS-VAL-TOT-ENV          TO WRK-VAL-ATRASADOS.
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
           MOVE "HBSI41BO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-QTD-SEM-RETORNO     TO WRK-ROD-QTD-SEM-RET
           MOVE WRK-QTD-ATRASADOS       TO WRK-ROD-QTD-ATRASADOS
           MOVE WRK-VAL-ATRASADOS       TO WRK-ROD-VAL-ATRASADOS
      *
           MOVE SPACES                  TO REL-LINHA-ENV
           WRITE REL-LINHA-ENV
           WRITE REL-LINHA-ENV          FROM WRK-RODAPE-01
           WRITE REL-LINHA-ENV          FROM WRK-RODAPE-02
           WRITE REL-LINHA-ENV          FROM WRK-RODAPE-03
           WRITE REL-LINHA-ENV          FROM WRK-RODAPE-04
      *
           CLOSE ARQENV01
           CLOSE ARQPED01
           CLOSE RELENV01
           DISPLAY "HBSI41BO - FIM DOS PEDIDOS SEM RETORNO"
           MOVE WRK-QTD-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-QTD-ATRASADOS       TO WRK-CTR-GRAVADOS
           MOVE ZEROS                   TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
