      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI50BO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI50BO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - SITUACAO DA JANELA BATCH. PARA    *
      *                  CADA STEP DA TABELA DE DEPENDENCIAS           *
      *                  (ARQDEP01) MOSTRA A SITUACAO NO CONTROLE DE   *
      *                  EXECUCAO (ARQRUN01) NA DATA DE NEGOCIO:       *
      *                  CONCLUIDO, FALHOU, NAO EXECUTADO (COM O       *
      *                  MOTIVO DO BLOQUEIO) OU ATRASADO (CONCLUIDO OU *
      *                  AINDA EM EXECUCAO DEPOIS DO HORARIO LIMITE).  *
      *                  STEP EVENTUAL (FREQUENCIA E) SO APARECE SE    *
      *                  RODOU NA DATA                                 *
      *    SYSIN.......: DATA DE NEGOCIO AAAAMMDD (ZEROS = ULTIMO DIA  *
      *                  UTIL ATE O DIA ANTERIOR, QUE E A JANELA DA    *
      *                  NOITE QUE PASSOU)                             *
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
              SELECT ARQDEP01 ASSIGN   TO UT-S-ARQDEP01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQDEP01.
      *
              SELECT ARQRUN01 ASSIGN   TO UT-S-ARQRUN01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-RUN
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQRUN01.
      *
              SELECT RELJAN01 ASSIGN   TO UT-S-RELJAN01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELJAN01.
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
      *    INPUT  : TABELA DE DEPENDENCIAS DA JANELA BATCH             *
      *               ORG. SEQUENCIAL - LRECL = 0080                   *
      *               UMA LINHA POR STEP; LINHA COM * NA COLUNA 1 E    *
      *               COMENTARIO. FREQUENCIA D=TODO DIA UTIL,          *
      *               E=EVENTUAL. HORARIO LIMITE HHMM NO DIA DE        *
      *               NEGOCIO MAIS 0 OU 1 DIA                          *
      *----------------------------------------------------------------*
      *
       FD ARQDEP01
          RECORD CONTAINS 80 CHARACTERS.
       01 FD-DEPENDENCIA.
          05 FS-JOB-DEP                PIC X(008).
          05 FS-STEP-DEP               PIC X(008).
          05 FS-PROGRAMA-DEP           PIC X(008).
          05 FS-FREQ-DEP               PIC X(001).
          05 FS-HORA-LIM-DEP           PIC 9(004).
          05 FS-DIA-LIM-DEP            PIC 9(001).
          05 FS-PRED-DEP OCCURS 3 TIMES.
             10 FS-JOB-PRED-DEP        PIC X(008).
             10 FS-STEP-PRED-DEP       PIC X(008).
          05 FILLER                    PIC X(002).
      *
      *----------------------------------------------------------------*
      *    INPUT  : CONTROLE DE EXECUCAO DA JANELA BATCH               *
      *               ORG. DINAMICA - LRECL = 0120                     *
      *               CHAVE: DATA DE NEGOCIO + JOB + STEP              *
      *               STATUS I=INICIADO C=CONCLUIDO F=FALHOU           *
      *                      N=NAO EXECUTADO                           *
      *----------------------------------------------------------------*
      *
       FD ARQRUN01
          RECORD CONTAINS 120 CHARACTERS.
       01 FD-EXECUCAO.
          05 FS-CHAVE-RUN.
             10 FS-DATA-NEG-RUN        PIC 9(008).
             10 FS-JOB-RUN             PIC X(008).
             10 FS-STEP-RUN            PIC X(008).
          05 FS-PROGRAMA-RUN           PIC X(008).
          05 FS-STATUS-RUN             PIC X(001).
          05 FS-DATA-INI-RUN           PIC 9(008).
          05 FS-HORA-INI-RUN           PIC 9(006).
          05 FS-DATA-FIM-RUN           PIC 9(008).
          05 FS-HORA-FIM-RUN           PIC 9(006).
          05 FS-QTD-EXEC-RUN           PIC 9(003).
          05 FS-MOTIVO-RUN             PIC X(040).
          05 FILLER                    PIC X(012).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - SITUACAO DA JANELA BATCH               *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELJAN01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-JAN                PIC X(132).
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
           ' HBSI50BO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQDEP01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQRUN01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELJAN01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-NEG             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-HORA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-LIMITE          PIC 9(008)      VALUE ZEROS.
           05 WRK-INT-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-MOMENTO-AGORA        PIC 9(014)      VALUE ZEROS.
           05 WRK-MOMENTO-LIMITE       PIC 9(014)      VALUE ZEROS.
           05 WRK-MOMENTO-FIM          PIC 9(014)      VALUE ZEROS.
           05 WRK-SITUACAO             PIC X(001)      VALUE SPACES.
      *
       01  WRK-PARM-CAL.
           05 WRK-CAL-ACAO             PIC X(001)      VALUE SPACES.
           05 WRK-CAL-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-DATA-UTIL        PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-LISTADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-CONCLUIDOS       PIC 9(005)      VALUE ZEROS.
           05 WRK-TOT-FALHOS           PIC 9(005)      VALUE ZEROS.
           05 WRK-TOT-NAO-EXEC         PIC 9(005)      VALUE ZEROS.
           05 WRK-TOT-ATRASADOS        PIC 9(005)      VALUE ZEROS.
           05 WRK-TOT-EM-EXEC          PIC 9(005)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(048)      VALUE
              'HBSI50BO - SITUACAO DA JANELA BATCH - NEGOCIO'.
           05 WRK-CAB-DATA-NEG         PIC 9999/99/99.
           05 FILLER                   PIC X(014)      VALUE
              '  EMITIDO EM '.
           05 WRK-CAB-DATA-DIA         PIC 9999/99/99.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-CAB-HORA-DIA         PIC 99B99B99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(010)      VALUE 'JOB'.
           05 FILLER                   PIC X(010)      VALUE 'STEP'.
           05 FILLER                   PIC X(010)      VALUE 'PROGRAMA'.
           05 FILLER                   PIC X(009)      VALUE 'LIMITE'.
           05 FILLER                   PIC X(010)      VALUE 'INICIO'.
           05 FILLER                   PIC X(021)      VALUE 'FIM'.
           05 FILLER                   PIC X(005)      VALUE 'TENT'.
           05 FILLER                   PIC X(015)      VALUE 'SITUACAO'.
           05 FILLER                   PIC X(040)      VALUE 'MOTIVO'.
      *
       01  WRK-DET-JAN.
           05 WRK-DET-JOB              PIC X(008).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-STEP             PIC X(008).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PROGRAMA         PIC X(008).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-HORA-LIM         PIC 99B99.
           05 FILLER                   PIC X(001)      VALUE '+'.
           05 WRK-DET-DIA-LIM          PIC 9(001).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-HORA-INI         PIC 99B99B99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DATA-FIM         PIC 9999/99/99.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-DET-HORA-FIM         PIC 99B99B99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-QTD-EXEC         PIC ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(013).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-MOTIVO           PIC X(040).
      *
       01  WRK-RODAPE-01.
           05 WRK-ROD-TITULO           PIC X(020).
           05 WRK-ROD-QTD              PIC ZZZZ9.
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
           ' HBSI50BO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE LEITURA DO PARAMETRO, ABERTURA DOS ARQUIVOS E     *
      *    IMPRESSAO DO CABECALHO                                      *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-NEG
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-DIA         FROM TIME
           MOVE WRK-DATA-DIA           TO WRK-MOMENTO-AGORA (1:8)
           MOVE WRK-HORA-DIA (1:6)     TO WRK-MOMENTO-AGORA (9:6)
      *
           IF WRK-DATA-NEG NOT NUMERIC
              OR WRK-DATA-NEG EQUAL ZEROS
               COMPUTE WRK-INT-DATA =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA) - 1
               COMPUTE WRK-DATA-NEG =
                       FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
               MOVE "U"                TO WRK-CAL-ACAO
               MOVE WRK-DATA-NEG       TO WRK-CAL-DATA
               MOVE ZEROS              TO WRK-CAL-DATA-UTIL
                                          WRK-CAL-RETORNO
               CALL "HBSI30DO" USING WRK-PARM-CAL
               IF WRK-CAL-RETORNO EQUAL ZEROS
                  AND WRK-CAL-DATA-UTIL NOT EQUAL ZEROS
                   MOVE WRK-CAL-DATA-UTIL TO WRK-DATA-NEG
               END-IF
           END-IF
      *
           OPEN INPUT  ARQDEP01
           OPEN INPUT  ARQRUN01
           OPEN OUTPUT RELJAN01
      *
           MOVE WRK-DATA-NEG           TO WRK-CAB-DATA-NEG
           MOVE WRK-DATA-DIA           TO WRK-CAB-DATA-DIA
           MOVE WRK-HORA-DIA (1:6)     TO WRK-CAB-HORA-DIA
           WRITE REL-LINHA-JAN         FROM WRK-CAB-01
           MOVE SPACES                 TO REL-LINHA-JAN
           WRITE REL-LINHA-JAN
           WRITE REL-LINHA-JAN         FROM WRK-CAB-02.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UM STEP DA TABELA POR VEZ, NA     *
      *    ORDEM EM QUE ESTAO NA TABELA                                *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQDEP01
           PERFORM UNTIL WRK-FS-ARQDEP01 NOT EQUAL "00"
               IF FS-JOB-DEP (1:1) NOT EQUAL "*"
                  AND FS-JOB-DEP NOT EQUAL SPACES
                   ADD 1               TO WRK-TOT-LIDOS
                   PERFORM 2010-SITUACAO-STEP
               END-IF
               READ ARQDEP01
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA APURAR A SITUACAO DE UM STEP NA DATA DE NEGOCIO *
      *    COMPARANDO O FIM (OU O MOMENTO ATUAL, SE AINDA EM EXECUCAO) *
      *    COM O HORARIO LIMITE                                        *
      *----------------------------------------------------------------*
       2010-SITUACAO-STEP              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-NEG           TO WRK-DATA-LIMITE
           IF FS-DIA-LIM-DEP GREATER ZEROS
               COMPUTE WRK-INT-DATA =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-NEG)
                     + FS-DIA-LIM-DEP
               COMPUTE WRK-DATA-LIMITE =
                       FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
           END-IF
           MOVE WRK-DATA-LIMITE        TO WRK-MOMENTO-LIMITE (1:8)
           MOVE FS-HORA-LIM-DEP        TO WRK-MOMENTO-LIMITE (9:4)
           MOVE "00"                   TO WRK-MOMENTO-LIMITE (13:2)
      *
           MOVE WRK-DATA-NEG           TO FS-DATA-NEG-RUN
           MOVE FS-JOB-DEP             TO FS-JOB-RUN
           MOVE FS-STEP-DEP            TO FS-STEP-RUN
           READ ARQRUN01               KEY IS FS-CHAVE-RUN
           IF WRK-FS-ARQRUN01 NOT EQUAL "00"
               INITIALIZE FD-EXECUCAO
               MOVE "N"                TO FS-STATUS-RUN
               MOVE "SEM REGISTRO DE EXECUCAO NA DATA"
                                       TO FS-MOTIVO-RUN
           END-IF
      *
           IF WRK-FS-ARQRUN01 EQUAL "00"
              OR FS-FREQ-DEP NOT EQUAL "E"
               MOVE FS-STATUS-RUN      TO WRK-SITUACAO
               MOVE FS-DATA-FIM-RUN    TO WRK-MOMENTO-FIM (1:8)
               MOVE FS-HORA-FIM-RUN    TO WRK-MOMENTO-FIM (9:6)
               EVALUATE TRUE
                   WHEN WRK-SITUACAO EQUAL "C"
                    AND WRK-MOMENTO-FIM GREATER WRK-MOMENTO-LIMITE
                       MOVE "ATRASADO"  TO WRK-DET-SITUACAO
                       MOVE "CONCLUIDO DEPOIS DO HORARIO LIMITE"
                                        TO FS-MOTIVO-RUN
                       ADD 1            TO WRK-TOT-ATRASADOS
                   WHEN WRK-SITUACAO EQUAL "C"
                       MOVE "CONCLUIDO" TO WRK-DET-SITUACAO
                       ADD 1            TO WRK-TOT-CONCLUIDOS
                   WHEN WRK-SITUACAO EQUAL "F"
                       MOVE "FALHOU"    TO WRK-DET-SITUACAO
                       ADD 1            TO WRK-TOT-FALHOS
                   WHEN WRK-SITUACAO EQUAL "I"
                    AND WRK-MOMENTO-AGORA GREATER WRK-MOMENTO-LIMITE
                       MOVE "ATRASADO"  TO WRK-DET-SITUACAO
                       MOVE "EM EXECUCAO DEPOIS DO HORARIO LIMITE"
                                        TO FS-MOTIVO-RUN
                       ADD 1            TO WRK-TOT-ATRASADOS
                   WHEN WRK-SITUACAO EQUAL "I"
                       MOVE "EM EXECUCAO" TO WRK-DET-SITUACAO
                       ADD 1            TO WRK-TOT-EM-EXEC
                   WHEN OTHER
                       MOVE "NAO EXECUTADO" TO WRK-DET-SITUACAO
                       ADD 1            TO WRK-TOT-NAO-EXEC
               END-EVALUATE
               PERFORM 2020-IMPRIME-STEP
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR A LINHA DO STEP                        *
      *----------------------------------------------------------------*
       2020-IMPRIME-STEP               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-JOB-DEP             TO WRK-DET-JOB
           MOVE FS-STEP-DEP            TO WRK-DET-STEP
           MOVE FS-PROGRAMA-DEP        TO WRK-DET-PROGRAMA
           MOVE FS-HORA-LIM-DEP        TO WRK-DET-HORA-LIM
           MOVE FS-DIA-LIM-DEP         TO WRK-DET-DIA-LIM
           MOVE FS-HORA-INI-RUN        TO WRK-DET-HORA-INI
           MOVE FS-DATA-FIM-RUN        TO WRK-DET-DATA-FIM
           MOVE FS-HORA-FIM-RUN        TO WRK-DET-HORA-FIM
           MOVE FS-QTD-EXEC-RUN        TO WRK-DET-QTD-EXEC
           MOVE FS-MOTIVO-RUN          TO WRK-DET-MOTIVO
           WRITE REL-LINHA-JAN         FROM WRK-DET-JAN
           ADD 1                       TO WRK-TOT-LISTADOS.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR OS TOTAIS POR SITUACAO                 *
      *----------------------------------------------------------------*
       2030-IMPRIME-TOTAIS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REL-LINHA-JAN
           WRITE REL-LINHA-JAN
           MOVE 'STEPS LISTADOS.....:' TO WRK-ROD-TITULO
           MOVE WRK-TOT-LISTADOS       TO WRK-ROD-QTD
           WRITE REL-LINHA-JAN         FROM WRK-RODAPE-01
           MOVE 'CONCLUIDOS.........:' TO WRK-ROD-TITULO
           MOVE WRK-TOT-CONCLUIDOS     TO WRK-ROD-QTD
           WRITE REL-LINHA-JAN         FROM WRK-RODAPE-01
           MOVE 'FALHARAM...........:' TO WRK-ROD-TITULO
           MOVE WRK-TOT-FALHOS         TO WRK-ROD-QTD
           WRITE REL-LINHA-JAN         FROM WRK-RODAPE-01
           MOVE 'NAO EXECUTADOS.....:' TO WRK-ROD-TITULO
           MOVE WRK-TOT-NAO-EXEC       TO WRK-ROD-QTD
           WRITE REL-LINHA-JAN         FROM WRK-RODAPE-01
           MOVE 'ATRASADOS..........:' TO WRK-ROD-TITULO
           MOVE WRK-TOT-ATRASADOS      TO WRK-ROD-QTD
           WRITE REL-LINHA-JAN         FROM WRK-RODAPE-01
           MOVE 'EM EXECUCAO........:' TO WRK-ROD-TITULO
           MOVE WRK-TOT-EM-EXEC        TO WRK-ROD-QTD
           WRITE REL-LINHA-JAN         FROM WRK-RODAPE-01.
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
           MOVE "HBSI50BO"             TO FS-CTR-PROGRAMA
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
           PERFORM 2030-IMPRIME-TOTAIS
      *
           CLOSE ARQDEP01
           CLOSE ARQRUN01
           CLOSE RELJAN01
      *
           MOVE WRK-TOT-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-TOT-LISTADOS        TO WRK-CTR-GRAVADOS
           COMPUTE WRK-CTR-REJEITADOS = WRK-TOT-FALHOS
                                      + WRK-TOT-NAO-EXEC
                                      + WRK-TOT-ATRASADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
