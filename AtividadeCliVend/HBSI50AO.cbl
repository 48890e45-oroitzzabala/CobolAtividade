      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI50AO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI50AO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CONTROLE DA JANELA BATCH. RODA COMO PRIMEIRO  *
      *                  STEP DE CADA JOB (ACAO I) E COMO ULTIMO STEP  *
      *                  (ACAO C QUANDO O JOB TERMINOU BEM, ACAO F     *
      *                  QUANDO TERMINOU COM ERRO OU ABEND).           *
      *                  NA ACAO I CONFERE, PARA A DATA DE NEGOCIO,    *
      *                  SE TODOS OS PREDECESSORES DOS STEPS DO JOB    *
      *                  NA TABELA DE DEPENDENCIAS (ARQDEP01) ESTAO    *
      *                  CONCLUIDOS NO CONTROLE DE EXECUCAO (ARQRUN01) *
      *                  E SE OS ARQUIVOS DE ENTRADA DO JOB (DD        *
      *                  ARQENT01 A ARQENT03) JA FORAM PROCESSADOS POR *
      *                  UMA EXECUCAO CONCLUIDA (ARQPRO01). FALTANDO   *
      *                  PREDECESSOR OU COM ENTRADA REPETIDA TERMINA   *
      *                  COM RETURN-CODE 8 E OS STEPS DO JOB NAO RODAM.*
      *                  ENTRADA DE EXECUCAO QUE FALHOU PODE SER       *
      *                  REPROCESSADA                                  *
      *    SYSIN.......: ACAO (I/C/F) + JOB (8) + DATA DE NEGOCIO      *
      *                  AAAAMMDD (ZEROS = ULTIMO DIA UTIL ATE A DATA  *
      *                  DA JANELA; ANTES DAS 06:00 A JANELA E A DO    *
      *                  DIA ANTERIOR)                                 *
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
              SELECT ARQPRO01 ASSIGN   TO UT-S-ARQPRO01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PRO
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRO01.
      *
              SELECT ARQENT01 ASSIGN   TO UT-S-ARQENT01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQENT01.
      *
              SELECT ARQENT02 ASSIGN   TO UT-S-ARQENT02
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQENT02.
      *
              SELECT ARQENT03 ASSIGN   TO UT-S-ARQENT03
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQENT03.
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
      *    I-O    : CONTROLE DE EXECUCAO DA JANELA BATCH               *
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
      *    I-O    : ARQUIVOS DE ENTRADA JA PROCESSADOS PELOS JOBS      *
      *               ORG. DINAMICA - LRECL = 0100                     *
      *               CHAVE: JOB + DD + QUANTIDADE DE REGISTROS +      *
      *               INICIO DO PRIMEIRO E DO ULTIMO REGISTRO          *
      *               STATUS I=EM PROCESSAMENTO C=CONCLUIDO            *
      *----------------------------------------------------------------*
      *
       FD ARQPRO01
          RECORD CONTAINS 100 CHARACTERS.
       01 FD-PROCESSADO.
          05 FS-CHAVE-PRO.
             10 FS-JOB-PRO             PIC X(008).
             10 FS-DD-PRO              PIC X(008).
             10 FS-QTD-REG-PRO         PIC 9(009).
             10 FS-REG-INI-PRO         PIC X(019).
             10 FS-REG-FIM-PRO         PIC X(019).
          05 FS-DATA-NEG-PRO           PIC 9(008).
          05 FS-STATUS-PRO             PIC X(001).
          05 FS-DATA-PRO               PIC 9(008).
          05 FS-HORA-PRO               PIC 9(006).
          05 FILLER                    PIC X(014).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVOS DE ENTRADA DO JOB (TAMANHO DO REGISTRO    *
      *               DO PROPRIO ARQUIVO). SO AS 19 PRIMEIRAS POSICOES *
      *               ENTRAM NA IDENTIFICACAO (MENOR LRECL DAS         *
      *               ENTRADAS CONTROLADAS - ARQRETPD)                 *
      *----------------------------------------------------------------*
      *
       FD ARQENT01
          RECORD CONTAINS 0 CHARACTERS.
       01 FD-ENTRADA-01.
          05 FS-INICIO-ENT01           PIC X(019).
          05 FILLER                    PIC X(181).
      *
       FD ARQENT02
          RECORD CONTAINS 0 CHARACTERS.
       01 FD-ENTRADA-02.
          05 FS-INICIO-ENT02           PIC X(019).
          05 FILLER                    PIC X(181).
      *
       FD ARQENT03
          RECORD CONTAINS 0 CHARACTERS.
       01 FD-ENTRADA-03.
          05 FS-INICIO-ENT03           PIC X(019).
          05 FILLER                    PIC X(181).
      *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO DE TOTAIS DE CONTROLE DOS PROGRAMAS BATCH  *
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
           ' HBSI50AO - INICIO DA AREA DE WORKING '.
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
           05 WRK-FS-ARQPRO01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQENT01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQENT02          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQENT03          PIC X(002)      VALUE "00".
      *
       01  WRK-SYSIN.
           05 WRK-SYS-ACAO             PIC X(001)      VALUE SPACES.
           05 WRK-SYS-JOB              PIC X(008)      VALUE SPACES.
           05 WRK-SYS-DATA             PIC 9(008)      VALUE ZEROS.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-HORA-CORTE           PIC 9(002)      VALUE 06.
           05 WRK-DATA-NEG             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-HORA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-JANELA          PIC 9(008)      VALUE ZEROS.
           05 WRK-INT-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-JOB-OK               PIC X(001)      VALUE "S".
           05 WRK-ARQ-ABERTOS          PIC X(001)      VALUE "N".
           05 WRK-MOTIVO               PIC X(040)      VALUE SPACES.
           05 WRK-IDX-ETP              PIC 9(003)      VALUE ZEROS.
           05 WRK-IDX-PRE              PIC 9(001)      VALUE ZEROS.
           05 WRK-IDX-ENT              PIC 9(001)      VALUE ZEROS.
           05 WRK-MOMENTO-INI          PIC 9(014)      VALUE ZEROS.
           05 WRK-MOMENTO-CTR          PIC 9(014)      VALUE ZEROS.
      *
       01  WRK-PARM-CAL.
           05 WRK-CAL-ACAO             PIC X(001)      VALUE SPACES.
           05 WRK-CAL-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-DATA-UTIL        PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-GRAVADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-REJEITADOS       PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA OS STEPS DO JOB'.
      *----------------------------------------------------------------*
      *
       01  WRK-QTD-ETP                 PIC 9(003)      VALUE ZEROS.
       01  WRK-TAB-ETAPAS.
           05 WRK-TAB-ETP OCCURS 1 TO 99 TIMES
                             DEPENDING ON WRK-QTD-ETP.
              10 WRK-ETP-STEP          PIC X(008).
              10 WRK-ETP-PROGRAMA      PIC X(008).
              10 WRK-ETP-PRED OCCURS 3 TIMES.
                 15 WRK-ETP-JOB-PRED   PIC X(008).
                 15 WRK-ETP-STEP-PRED  PIC X(008).
              10 WRK-ETP-EXECUTOU      PIC X(001).
              10 WRK-ETP-MOMENTO-INI   PIC 9(014).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA AS ENTRADAS DO JOB'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-ENTRADAS.
           05 WRK-TAB-ENT OCCURS 3 TIMES.
              10 WRK-ENT-DD            PIC X(008).
              10 WRK-ENT-QTD-REG       PIC 9(009).
              10 WRK-ENT-REG-INI       PIC X(019).
              10 WRK-ENT-REG-FIM       PIC X(019).
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
           ' HBSI50AO - FIM DA AREA DE WORKING '.
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
           IF WRK-JOB-OK EQUAL "S"
               PERFORM 2000-PROCESSAR
           END-IF
           IF WRK-JOB-OK NOT EQUAL "S"
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 3000-FINALIZAR
           GOBACK.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PARAMETRO, CALCULO DA DATA DE NEGOCIO, *
      *    ABERTURA DOS ARQUIVOS E CARGA DOS STEPS DO JOB              *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-SYSIN
           MOVE FUNCTION UPPER-CASE(WRK-SYS-ACAO) TO WRK-SYS-ACAO
           MOVE FUNCTION UPPER-CASE(WRK-SYS-JOB)  TO WRK-SYS-JOB
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-DIA         FROM TIME
      *
           IF WRK-SYS-ACAO NOT EQUAL "I"
              AND WRK-SYS-ACAO NOT EQUAL "C"
              AND WRK-SYS-ACAO NOT EQUAL "F"
               DISPLAY "HBSI50AO - ACAO " WRK-SYS-ACAO
                       " INVALIDA NO SYSIN (I/C/F)"
               MOVE "N"                TO WRK-JOB-OK
           END-IF
           IF WRK-SYS-JOB EQUAL SPACES
               DISPLAY "HBSI50AO - JOB NAO INFORMADO NO SYSIN"
               MOVE "N"                TO WRK-JOB-OK
           END-IF
      *
           IF WRK-JOB-OK EQUAL "S"
               PERFORM 1100-DATA-NEGOCIO
               PERFORM 1200-CARREGA-STEPS
           END-IF
      *
           IF WRK-JOB-OK EQUAL "S"
               OPEN I-O    ARQRUN01
               IF WRK-FS-ARQRUN01 EQUAL "35"
                   OPEN OUTPUT ARQRUN01
                   CLOSE ARQRUN01
                   OPEN I-O ARQRUN01
               END-IF
               OPEN I-O    ARQPRO01
               IF WRK-FS-ARQPRO01 EQUAL "35"
                   OPEN OUTPUT ARQPRO01
                   CLOSE ARQPRO01
                   OPEN I-O ARQPRO01
               END-IF
               MOVE "S"                TO WRK-ARQ-ABERTOS
               DISPLAY "HBSI50AO - JOB " WRK-SYS-JOB " ACAO "
                       WRK-SYS-ACAO " DATA DE NEGOCIO " WRK-DATA-NEG
           END-IF.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA DEFINIR A DATA DE NEGOCIO: A DO SYSIN OU O      *
      *    ULTIMO DIA UTIL ATE A DATA DA JANELA. A JANELA NOTURNA      *
      *    PASSA DA MEIA-NOITE, ENTAO ANTES DO HORARIO DE CORTE ELA    *
      *    AINDA E A DO DIA ANTERIOR                                   *
      *----------------------------------------------------------------*
       1100-DATA-NEGOCIO               SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-SYS-DATA NUMERIC
              AND WRK-SYS-DATA GREATER ZEROS
               MOVE WRK-SYS-DATA       TO WRK-DATA-NEG
           ELSE
               MOVE WRK-DATA-DIA       TO WRK-DATA-JANELA
               IF WRK-HORA-DIA (1:2) LESS WRK-HORA-CORTE
                   COMPUTE WRK-INT-DATA =
                           FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA) - 1
                   COMPUTE WRK-DATA-JANELA =
                           FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
               END-IF
               MOVE "U"                TO WRK-CAL-ACAO
               MOVE WRK-DATA-JANELA    TO WRK-CAL-DATA
               MOVE ZEROS              TO WRK-CAL-DATA-UTIL
                                          WRK-CAL-RETORNO
               CALL "HBSI30DO" USING WRK-PARM-CAL
               IF WRK-CAL-RETORNO EQUAL ZEROS
                  AND WRK-CAL-DATA-UTIL NOT EQUAL ZEROS
                   MOVE WRK-CAL-DATA-UTIL TO WRK-DATA-NEG
               ELSE
                   MOVE WRK-DATA-JANELA TO WRK-DATA-NEG
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR DA TABELA DE DEPENDENCIAS OS STEPS DO  *
      *    JOB INFORMADO. JOB FORA DA TABELA NAO RODA                  *
      *----------------------------------------------------------------*
       1200-CARREGA-STEPS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-ETP
           OPEN INPUT ARQDEP01
           IF WRK-FS-ARQDEP01 NOT EQUAL "00"
               DISPLAY "HBSI50AO - ERRO NA ABERTURA DA TABELA DE "
                       "DEPENDENCIAS ARQDEP01 FS=" WRK-FS-ARQDEP01
               MOVE "N"                TO WRK-JOB-OK
           ELSE
               READ ARQDEP01
               PERFORM UNTIL WRK-FS-ARQDEP01 NOT EQUAL "00"
                   ADD 1               TO WRK-TOT-LIDOS
                   IF FS-JOB-DEP (1:1) NOT EQUAL "*"
                      AND FS-JOB-DEP EQUAL WRK-SYS-JOB
                      AND WRK-QTD-ETP LESS 99
                       ADD 1           TO WRK-QTD-ETP
                       MOVE FS-STEP-DEP
                            TO WRK-ETP-STEP      (WRK-QTD-ETP)
                       MOVE FS-PROGRAMA-DEP
                            TO WRK-ETP-PROGRAMA  (WRK-QTD-ETP)
                       PERFORM VARYING WRK-IDX-PRE FROM 1 BY 1
                               UNTIL WRK-IDX-PRE GREATER 3
                           MOVE FS-JOB-PRED-DEP  (WRK-IDX-PRE)
                                TO WRK-ETP-JOB-PRED
                                   (WRK-QTD-ETP WRK-IDX-PRE)
                           MOVE FS-STEP-PRED-DEP (WRK-IDX-PRE)
                                TO WRK-ETP-STEP-PRED
                                   (WRK-QTD-ETP WRK-IDX-PRE)
                       END-PERFORM
                       MOVE "N"
                            TO WRK-ETP-EXECUTOU  (WRK-QTD-ETP)
                       MOVE ZEROS
                            TO WRK-ETP-MOMENTO-INI (WRK-QTD-ETP)
                   END-IF
                   READ ARQDEP01
               END-PERFORM
               CLOSE ARQDEP01
               IF WRK-QTD-ETP EQUAL ZEROS
                   DISPLAY "HBSI50AO - JOB " WRK-SYS-JOB
                           " NAO CADASTRADO NA TABELA DE DEPENDENCIAS"
                   MOVE "N"            TO WRK-JOB-OK
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - EXECUTA A ACAO PEDIDA NO SYSIN    *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-SYS-ACAO
               WHEN "I"
                   PERFORM 2100-INICIO-JOB
               WHEN "C"
                   PERFORM 2200-FIM-JOB-OK
               WHEN "F"
                   PERFORM 2300-FIM-JOB-ERRO
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE INICIO DO JOB: CONFERE PREDECESSORES E ENTRADAS E *
      *    REGISTRA OS STEPS COMO INICIADOS OU COMO NAO EXECUTADOS,    *
      *    COM O MOTIVO DO BLOQUEIO                                    *
      *----------------------------------------------------------------*
       2100-INICIO-JOB                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO
           PERFORM 2110-VERIFICA-PREDECESSOR
                   VARYING WRK-IDX-ETP FROM 1 BY 1
                   UNTIL WRK-IDX-ETP GREATER WRK-QTD-ETP
                      OR WRK-JOB-OK EQUAL "N"
      *
           IF WRK-JOB-OK EQUAL "S"
               PERFORM 2120-VERIFICA-ENTRADAS
           END-IF
      *
           IF WRK-JOB-OK EQUAL "S"
               PERFORM 2130-REGISTRA-INICIO
                       VARYING WRK-IDX-ETP FROM 1 BY 1
                       UNTIL WRK-IDX-ETP GREATER WRK-QTD-ETP
               PERFORM 2140-REGISTRA-ENTRADA
                       VARYING WRK-IDX-ENT FROM 1 BY 1
                       UNTIL WRK-IDX-ENT GREATER 3
           ELSE
               DISPLAY "HBSI50AO - JOB " WRK-SYS-JOB " BLOQUEADO: "
                       WRK-MOTIVO
               PERFORM 2150-REGISTRA-BLOQUEIO
                       VARYING WRK-IDX-ETP FROM 1 BY 1
                       UNTIL WRK-IDX-ETP GREATER WRK-QTD-ETP
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR OS PREDECESSORES DE UM STEP DO JOB:    *
      *    CADA UM PRECISA ESTAR CONCLUIDO NA MESMA DATA DE NEGOCIO    *
      *----------------------------------------------------------------*
       2110-VERIFICA-PREDECESSOR       SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WRK-IDX-PRE FROM 1 BY 1
                   UNTIL WRK-IDX-PRE GREATER 3
                      OR WRK-JOB-OK EQUAL "N"
               IF WRK-ETP-JOB-PRED (WRK-IDX-ETP WRK-IDX-PRE)
                  NOT EQUAL SPACES
                   MOVE WRK-DATA-NEG   TO FS-DATA-NEG-RUN
                   MOVE WRK-ETP-JOB-PRED  (WRK-IDX-ETP WRK-IDX-PRE)
                                       TO FS-JOB-RUN
                   MOVE WRK-ETP-STEP-PRED (WRK-IDX-ETP WRK-IDX-PRE)
                                       TO FS-STEP-RUN
                   READ ARQRUN01       KEY IS FS-CHAVE-RUN
                   IF WRK-FS-ARQRUN01 NOT EQUAL "00"
                      OR FS-STATUS-RUN NOT EQUAL "C"
                       MOVE "N"        TO WRK-JOB-OK
                       STRING "AGUARDA "          DELIMITED BY SIZE
                              WRK-ETP-JOB-PRED  (WRK-IDX-ETP
                                                 WRK-IDX-PRE)
                                                  DELIMITED BY SPACE
                              "/"                 DELIMITED BY SIZE
                              WRK-ETP-STEP-PRED (WRK-IDX-ETP
                                                 WRK-IDX-PRE)
                                                  DELIMITED BY SPACE
                              " (" WRK-ETP-STEP (WRK-IDX-ETP) ")"
                                                  DELIMITED BY SIZE
                              INTO WRK-MOTIVO
                       END-STRING
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IDENTIFICAR AS ENTRADAS DO JOB (DD PRESENTE E   *
      *    COM REGISTROS) E CONFERIR SE ALGUMA JA FOI PROCESSADA POR   *
      *    UMA EXECUCAO CONCLUIDA DO MESMO JOB                         *
      *----------------------------------------------------------------*
       2120-VERIFICA-ENTRADAS          SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-TAB-ENTRADAS
           MOVE "ARQENT01"             TO WRK-ENT-DD (1)
           MOVE "ARQENT02"             TO WRK-ENT-DD (2)
           MOVE "ARQENT03"             TO WRK-ENT-DD (3)
      *
           OPEN INPUT ARQENT01
           IF WRK-FS-ARQENT01 EQUAL "00"
               READ ARQENT01
               PERFORM UNTIL WRK-FS-ARQENT01 NOT EQUAL "00"
                   ADD 1               TO WRK-ENT-QTD-REG (1)
                   IF WRK-ENT-QTD-REG (1) EQUAL 1
                       MOVE FS-INICIO-ENT01 TO WRK-ENT-REG-INI (1)
                   END-IF
                   MOVE FS-INICIO-ENT01 TO WRK-ENT-REG-FIM (1)
                   READ ARQENT01
               END-PERFORM
               CLOSE ARQENT01
           END-IF
      *
           OPEN INPUT ARQENT02
           IF WRK-FS-ARQENT02 EQUAL "00"
               READ ARQENT02
               PERFORM UNTIL WRK-FS-ARQENT02 NOT EQUAL "00"
                   ADD 1               TO WRK-ENT-QTD-REG (2)
                   IF WRK-ENT-QTD-REG (2) EQUAL 1
                       MOVE FS-INICIO-ENT02 TO WRK-ENT-REG-INI (2)
                   END-IF
                   MOVE FS-INICIO-ENT02 TO WRK-ENT-REG-FIM (2)
                   READ ARQENT02
               END-PERFORM
               CLOSE ARQENT02
           END-IF
      *
           OPEN INPUT ARQENT03
           IF WRK-FS-ARQENT03 EQUAL "00"
               READ ARQENT03
               PERFORM UNTIL WRK-FS-ARQENT03 NOT EQUAL "00"
                   ADD 1               TO WRK-ENT-QTD-REG (3)
                   IF WRK-ENT-QTD-REG (3) EQUAL 1
                       MOVE FS-INICIO-ENT03 TO WRK-ENT-REG-INI (3)
                   END-IF
                   MOVE FS-INICIO-ENT03 TO WRK-ENT-REG-FIM (3)
                   READ ARQENT03
               END-PERFORM
               CLOSE ARQENT03
           END-IF
      *
           PERFORM 2121-CONFERE-ENTRADA
                   VARYING WRK-IDX-ENT FROM 1 BY 1
                   UNTIL WRK-IDX-ENT GREATER 3
                      OR WRK-JOB-OK EQUAL "N".
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR UMA ENTRADA NO ARQUIVO DE PROCESSADOS. *
      *    ENTRADA VAZIA OU AUSENTE NAO E CONTROLADA                   *
      *----------------------------------------------------------------*
       2121-CONFERE-ENTRADA            SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ENT-QTD-REG (WRK-IDX-ENT) GREATER ZEROS
               MOVE WRK-SYS-JOB        TO FS-JOB-PRO
               MOVE WRK-ENT-DD      (WRK-IDX-ENT) TO FS-DD-PRO
               MOVE WRK-ENT-QTD-REG (WRK-IDX-ENT) TO FS-QTD-REG-PRO
               MOVE WRK-ENT-REG-INI (WRK-IDX-ENT) TO FS-REG-INI-PRO
               MOVE WRK-ENT-REG-FIM (WRK-IDX-ENT) TO FS-REG-FIM-PRO
               READ ARQPRO01           KEY IS FS-CHAVE-PRO
               IF WRK-FS-ARQPRO01 EQUAL "00"
                  AND FS-STATUS-PRO EQUAL "C"
                   MOVE "N"            TO WRK-JOB-OK
                   STRING WRK-ENT-DD (WRK-IDX-ENT)
                                       DELIMITED BY SIZE
                          " JA PROCESSADO - NEGOCIO "
                                       DELIMITED BY SIZE
                          FS-DATA-NEG-PRO
                                       DELIMITED BY SIZE
                          INTO WRK-MOTIVO
                   END-STRING
                   ADD 1               TO WRK-TOT-REJEITADOS
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2121-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REGISTRAR UM STEP DO JOB COMO INICIADO. A       *
      *    REEXECUCAO NA MESMA DATA DE NEGOCIO SOMA UMA TENTATIVA      *
      *----------------------------------------------------------------*
       2130-REGISTRA-INICIO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-NEG           TO FS-DATA-NEG-RUN
           MOVE WRK-SYS-JOB            TO FS-JOB-RUN
           MOVE WRK-ETP-STEP (WRK-IDX-ETP) TO FS-STEP-RUN
           READ ARQRUN01               KEY IS FS-CHAVE-RUN
           IF WRK-FS-ARQRUN01 EQUAL "00"
               ADD 1                   TO FS-QTD-EXEC-RUN
           ELSE
               MOVE 1                  TO FS-QTD-EXEC-RUN
           END-IF
           MOVE WRK-ETP-PROGRAMA (WRK-IDX-ETP) TO FS-PROGRAMA-RUN
           MOVE "I"                    TO FS-STATUS-RUN
           MOVE WRK-DATA-DIA           TO FS-DATA-INI-RUN
           MOVE WRK-HORA-DIA (1:6)     TO FS-HORA-INI-RUN
           MOVE ZEROS                  TO FS-DATA-FIM-RUN
                                          FS-HORA-FIM-RUN
           MOVE SPACES                 TO FS-MOTIVO-RUN
           IF WRK-FS-ARQRUN01 EQUAL "00"
               REWRITE FD-EXECUCAO
           ELSE
               WRITE FD-EXECUCAO
           END-IF
           ADD 1                       TO WRK-TOT-GRAVADOS.
      *
      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REGISTRAR UMA ENTRADA DO JOB COMO EM            *
      *    PROCESSAMENTO. SO PASSA A CONCLUIDA NO FIM DO JOB SEM ERRO  *
      *----------------------------------------------------------------*
       2140-REGISTRA-ENTRADA           SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ENT-QTD-REG (WRK-IDX-ENT) GREATER ZEROS
               MOVE WRK-SYS-JOB        TO FS-JOB-PRO
               MOVE WRK-ENT-DD      (WRK-IDX-ENT) TO FS-DD-PRO
               MOVE WRK-ENT-QTD-REG (WRK-IDX-ENT) TO FS-QTD-REG-PRO
               MOVE WRK-ENT-REG-INI (WRK-IDX-ENT) TO FS-REG-INI-PRO
               MOVE WRK-ENT-REG-FIM (WRK-IDX-ENT) TO FS-REG-FIM-PRO
               READ ARQPRO01           KEY IS FS-CHAVE-PRO
               MOVE WRK-DATA-NEG       TO FS-DATA-NEG-PRO
               MOVE "I"                TO FS-STATUS-PRO
               MOVE WRK-DATA-DIA       TO FS-DATA-PRO
               MOVE WRK-HORA-DIA (1:6) TO FS-HORA-PRO
               IF WRK-FS-ARQPRO01 EQUAL "00"
                   REWRITE FD-PROCESSADO
               ELSE
                   WRITE FD-PROCESSADO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REGISTRAR UM STEP DO JOB BLOQUEADO COMO NAO     *
      *    EXECUTADO. STEP JA CONCLUIDO NA DATA NAO E ALTERADO         *
      *----------------------------------------------------------------*
       2150-REGISTRA-BLOQUEIO          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DATA-NEG           TO FS-DATA-NEG-RUN
           MOVE WRK-SYS-JOB            TO FS-JOB-RUN
           MOVE WRK-ETP-STEP (WRK-IDX-ETP) TO FS-STEP-RUN
           READ ARQRUN01               KEY IS FS-CHAVE-RUN
           EVALUATE TRUE
               WHEN WRK-FS-ARQRUN01 EQUAL "00"
                AND FS-STATUS-RUN EQUAL "C"
                   CONTINUE
               WHEN WRK-FS-ARQRUN01 EQUAL "00"
                   MOVE "N"            TO FS-STATUS-RUN
                   MOVE WRK-MOTIVO     TO FS-MOTIVO-RUN
                   REWRITE FD-EXECUCAO
               WHEN OTHER
                   MOVE WRK-ETP-PROGRAMA (WRK-IDX-ETP)
                                       TO FS-PROGRAMA-RUN
                   MOVE "N"            TO FS-STATUS-RUN
                   MOVE ZEROS          TO FS-DATA-INI-RUN
                                          FS-HORA-INI-RUN
                                          FS-DATA-FIM-RUN
                                          FS-HORA-FIM-RUN
                                          FS-QTD-EXEC-RUN
                   MOVE WRK-MOTIVO     TO FS-MOTIVO-RUN
                   WRITE FD-EXECUCAO
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE FIM DO JOB SEM ERRO: STEPS CONCLUIDOS E ENTRADAS  *
      *    DO JOB NA DATA MARCADAS COMO PROCESSADAS                    *
      *----------------------------------------------------------------*
       2200-FIM-JOB-OK                 SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WRK-IDX-ETP FROM 1 BY 1
                   UNTIL WRK-IDX-ETP GREATER WRK-QTD-ETP
               MOVE WRK-DATA-NEG       TO FS-DATA-NEG-RUN
               MOVE WRK-SYS-JOB        TO FS-JOB-RUN
               MOVE WRK-ETP-STEP (WRK-IDX-ETP) TO FS-STEP-RUN
               READ ARQRUN01           KEY IS FS-CHAVE-RUN
               IF WRK-FS-ARQRUN01 EQUAL "00"
                   MOVE "C"            TO FS-STATUS-RUN
                   MOVE WRK-DATA-DIA   TO FS-DATA-FIM-RUN
                   MOVE WRK-HORA-DIA (1:6) TO FS-HORA-FIM-RUN
                   MOVE SPACES         TO FS-MOTIVO-RUN
                   REWRITE FD-EXECUCAO
                   ADD 1               TO WRK-TOT-GRAVADOS
               ELSE
                   DISPLAY "HBSI50AO - STEP " WRK-ETP-STEP (WRK-IDX-ETP)
                           " SEM REGISTRO DE INICIO NA DATA "
                           WRK-DATA-NEG
                   ADD 1               TO WRK-TOT-REJEITADOS
               END-IF
           END-PERFORM
      *
           MOVE WRK-SYS-JOB            TO FS-JOB-PRO
           MOVE LOW-VALUES             TO FS-DD-PRO
                                          FS-REG-INI-PRO
                                          FS-REG-FIM-PRO
           MOVE ZEROS                  TO FS-QTD-REG-PRO
           START ARQPRO01 KEY IS NOT LESS FS-CHAVE-PRO
           PERFORM UNTIL WRK-FS-ARQPRO01 NOT EQUAL "00"
               READ ARQPRO01 NEXT RECORD
               IF WRK-FS-ARQPRO01 EQUAL "00"
                   IF FS-JOB-PRO NOT EQUAL WRK-SYS-JOB
                       MOVE "10"       TO WRK-FS-ARQPRO01
                   ELSE
                       IF FS-STATUS-PRO EQUAL "I"
                          AND FS-DATA-NEG-PRO EQUAL WRK-DATA-NEG
                           MOVE "C"    TO FS-STATUS-PRO
                           REWRITE FD-PROCESSADO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE FIM DO JOB COM ERRO: STEP INICIADO QUE GRAVOU     *
      *    TOTAIS NO ARQCTRL DEPOIS DO INICIO DO JOB FICA COMO FALHOU, *
      *    O QUE NAO CHEGOU A RODAR FICA COMO NAO EXECUTADO. AS        *
      *    ENTRADAS CONTINUAM EM PROCESSAMENTO E PODEM SER             *
      *    REPROCESSADAS                                               *
      *----------------------------------------------------------------*
       2300-FIM-JOB-ERRO               SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WRK-IDX-ETP FROM 1 BY 1
                   UNTIL WRK-IDX-ETP GREATER WRK-QTD-ETP
               MOVE WRK-DATA-NEG       TO FS-DATA-NEG-RUN
               MOVE WRK-SYS-JOB        TO FS-JOB-RUN
               MOVE WRK-ETP-STEP (WRK-IDX-ETP) TO FS-STEP-RUN
               READ ARQRUN01           KEY IS FS-CHAVE-RUN
               IF WRK-FS-ARQRUN01 EQUAL "00"
                  AND FS-STATUS-RUN EQUAL "I"
                   MOVE FS-DATA-INI-RUN TO WRK-MOMENTO-INI (1:8)
                   MOVE FS-HORA-INI-RUN TO WRK-MOMENTO-INI (9:6)
                   MOVE WRK-MOMENTO-INI
                        TO WRK-ETP-MOMENTO-INI (WRK-IDX-ETP)
               END-IF
           END-PERFORM
      *
           OPEN INPUT ARQCTRL
           IF WRK-FS-ARQCTRL EQUAL "00"
               READ ARQCTRL
               PERFORM UNTIL WRK-FS-ARQCTRL NOT EQUAL "00"
                   MOVE FS-CTR-DATA    TO WRK-MOMENTO-CTR (1:8)
                   MOVE FS-CTR-HORA    TO WRK-MOMENTO-CTR (9:6)
                   PERFORM VARYING WRK-IDX-ETP FROM 1 BY 1
                           UNTIL WRK-IDX-ETP GREATER WRK-QTD-ETP
                       IF FS-CTR-PROGRAMA
                          EQUAL WRK-ETP-PROGRAMA (WRK-IDX-ETP)
                          AND WRK-ETP-MOMENTO-INI (WRK-IDX-ETP)
                              GREATER ZEROS
                          AND WRK-MOMENTO-CTR NOT LESS
                              WRK-ETP-MOMENTO-INI (WRK-IDX-ETP)
                           MOVE "S"
                                TO WRK-ETP-EXECUTOU (WRK-IDX-ETP)
                       END-IF
                   END-PERFORM
                   READ ARQCTRL
               END-PERFORM
           END-IF
           CLOSE ARQCTRL
      *
           PERFORM VARYING WRK-IDX-ETP FROM 1 BY 1
                   UNTIL WRK-IDX-ETP GREATER WRK-QTD-ETP
               MOVE WRK-DATA-NEG       TO FS-DATA-NEG-RUN
               MOVE WRK-SYS-JOB        TO FS-JOB-RUN
               MOVE WRK-ETP-STEP (WRK-IDX-ETP) TO FS-STEP-RUN
               READ ARQRUN01           KEY IS FS-CHAVE-RUN
               IF WRK-FS-ARQRUN01 EQUAL "00"
                  AND FS-STATUS-RUN EQUAL "I"
                   IF WRK-ETP-EXECUTOU (WRK-IDX-ETP) EQUAL "S"
                       MOVE "F"        TO FS-STATUS-RUN
                       MOVE "JOB TERMINOU COM ERRO"
                                       TO FS-MOTIVO-RUN
                   ELSE
                       MOVE "N"        TO FS-STATUS-RUN
                       MOVE "STEP NAO RODOU - JOB TERMINOU COM ERRO"
                                       TO FS-MOTIVO-RUN
                   END-IF
                   MOVE WRK-DATA-DIA   TO FS-DATA-FIM-RUN
                   MOVE WRK-HORA-DIA (1:6) TO FS-HORA-FIM-RUN
                   REWRITE FD-EXECUCAO
                   ADD 1               TO WRK-TOT-GRAVADOS
               END-IF
           END-PERFORM.
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
           MOVE "HBSI50AO"             TO FS-CTR-PROGRAMA
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
           IF WRK-ARQ-ABERTOS EQUAL "S"
               CLOSE ARQRUN01
               CLOSE ARQPRO01
           END-IF
      *
           MOVE WRK-TOT-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-TOT-GRAVADOS        TO WRK-CTR-GRAVADOS
           MOVE WRK-TOT-REJEITADOS      TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
