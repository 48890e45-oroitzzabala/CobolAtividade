      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI47AO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI47AO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO CONSOLIDADO - META X REALIZADO POR  *
      *                  REGIAO E SUPERVISOR. MESMA APURACAO DO        *
      *                  HBSI38BO (META DO ARQMET01, REALIZADO DOS     *
      *                  PEDIDOS F/E DO MES), COM O VENDEDOR NA EQUIPE *
      *                  EM QUE ESTAVA NO ULTIMO DIA DO MES (HBSI30GO) *
      *                  E SUBTOTAIS POR SUPERVISOR E POR REGIAO       *
      *    SYSIN.......: AAAAMM (ZEROS = MES CORRENTE) E REGIAO 999    *
      *                  (ZEROS = TODAS AS REGIOES, INCLUSIVE OS       *
      *                  VENDEDORES SEM SUPERVISOR)                    *
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
              SELECT ARQVEN01 ASSIGN   TO UT-S-ARQVEN01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-COD-VEN
                       ALTERNATE KEY   IS FS-CPF-VEN
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQVEN01.
      *
              SELECT ARQPED01 ASSIGN   TO UT-S-ARQPED01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-CHAVE-PED
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPED01.
      *
              SELECT ARQMET01 ASSIGN   TO UT-S-ARQMET01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-MET
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQMET01.
      *
              SELECT ARQSUP01 ASSIGN   TO UT-S-ARQSUP01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-SUP
                       ALTERNATE KEY   IS FS-CPF-SUP
                       ALTERNATE KEY   IS FS-COD-REG-SUP
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQSUP01.
      *
              SELECT ARQREG01 ASSIGN   TO UT-S-ARQREG01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-REG
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQREG01.
      *
              SELECT RELMET02 ASSIGN   TO UT-S-RELMET02
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELMET02.
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
      *    INPUT  : ARQUIVO DE VENDEDORES - ORG. DINAMICA LRECL=0205   *
      *----------------------------------------------------------------*
      *
       FD ARQVEN01
          RECORD CONTAINS 205 CHARACTERS.
       01 FD-VENDEDOR.
          05 FS-COD-VEN               PIC 9(007).
          05 FS-CPF-VEN               PIC 9(011).
          05 FS-NOME-VEN              PIC X(040).
          05 FS-LAT-VEN               PIC S9(003)V9(008).
          05 FS-LONG-VEN              PIC S9(003)V9(008).
          05 FS-STATUS-VEN            PIC X(001).
          05 FS-MAX-CLI-VEN           PIC 9(005).
          05 FS-ENDE-VEN              PIC X(040).
          05 FS-CIDA-VEN              PIC X(025).
          05 FS-UF-VEN                PIC X(002).
          05 FS-CEP-VEN               PIC 9(008).
          05 FS-FONE-VEN              PIC 9(011).
          05 FS-CONT-VEN              PIC X(030).
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
      *    INPUT  : ARQUIVO DE METAS MENSAIS DE VENDA POR VENDEDOR     *
      *               ORG. DINAMICA - LRECL = 0024                     *
      *----------------------------------------------------------------*
      *
       FD ARQMET01
          RECORD CONTAINS 24 CHARACTERS.
       01 FD-META.
          05 FS-CHAVE-MET.
             10 FS-COD-VEN-MET     PIC 9(007).
             10 FS-ANOMES-MET      PIC 9(006).
          05 FS-VAL-META           PIC 9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO MESTRE DE SUPERVISORES                     *
      *               ORG. DINAMICA - LRECL = 0100                     *
      *----------------------------------------------------------------*
      *
       FD ARQSUP01
          RECORD CONTAINS 100 CHARACTERS.
       01 FD-SUPERVISOR.
          05 FS-COD-SUP                PIC 9(007).
          05 FS-CPF-SUP                PIC 9(011).
          05 FS-NOME-SUP               PIC X(040).
          05 FS-COD-REG-SUP            PIC 9(003).
          05 FS-FONE-SUP               PIC 9(011).
          05 FS-STATUS-SUP             PIC X(001).
          05 FS-DATA-CAD-SUP           PIC 9(008).
          05 FILLER                    PIC X(019).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO MESTRE DE REGIOES DE VENDA                 *
      *               ORG. DINAMICA - LRECL = 0080                     *
      *----------------------------------------------------------------*
      *
       FD ARQREG01
          RECORD CONTAINS 80 CHARACTERS.
       01 FD-REGIAO.
          05 FS-COD-REG                PIC 9(003).
          05 FS-NOME-REG               PIC X(030).
          05 FS-GERENTE-REG            PIC X(030).
          05 FS-STATUS-REG             PIC X(001).
          05 FS-DATA-CAD-REG           PIC 9(008).
          05 FILLER                    PIC X(008).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - META X REALIZADO POR REGIAO E          *
      *             SUPERVISOR                                         *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELMET02
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-MET                PIC X(132).
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
           ' HBSI47AO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMET01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQSUP01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQREG01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELMET02          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-ANOMES-PESQ          PIC 9(006)      VALUE ZEROS.
           05 WRK-REG-PESQ             PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-REF             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-AUX             PIC 9(008)      VALUE ZEROS.
           05 WRK-QTD-VEN              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-VEN              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ORD              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-NIV              PIC 9(001)      VALUE ZEROS.
           05 WRK-TROCOU               PIC X(001)      VALUE "N".
           05 WRK-PRIMEIRO             PIC X(001)      VALUE "S".
           05 WRK-REG-ANT              PIC 9(003)      VALUE ZEROS.
           05 WRK-SUP-ANT              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-PARM-HIE.
           05 WRK-HIE-COD-VEN          PIC 9(007)      VALUE ZEROS.
           05 WRK-HIE-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-HIE-COD-SUP          PIC 9(007)      VALUE ZEROS.
           05 WRK-HIE-COD-REG          PIC 9(003)      VALUE ZEROS.
           05 WRK-HIE-DATA-INI         PIC 9(008)      VALUE ZEROS.
           05 WRK-HIE-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-LISTADOS         PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES POR NIVEL: 1=SUPERVISOR 2=REGIAO 3=GERAL       *
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-ACUMULADORES.
           05 WRK-ACM-NIVEL OCCURS 3 TIMES.
              10 WRK-ACM-QTD-VEN       PIC 9(005).
              10 WRK-ACM-VAL-META      PIC 9(011)V9(002).
              10 WRK-ACM-VAL-REAL      PIC 9(013)V9(002).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE VENDEDORES EM MEMORIA'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-VENDEDORES.
           05 WRK-TAB-VEN OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WRK-QTD-VEN
                             INDEXED BY WRK-IDX-TAB.
              10 WRK-TAB-CHAVE.
                 15 WRK-TAB-COD-REG    PIC 9(003).
                 15 WRK-TAB-COD-SUP    PIC 9(007).
                 15 WRK-TAB-COD-VEN    PIC 9(007).
              10 WRK-TAB-NOME-VEN      PIC X(040).
              10 WRK-TAB-VAL-META      PIC 9(009)V9(002).
              10 WRK-TAB-VAL-REAL      PIC 9(011)V9(002).
      *
       01  WRK-AREA-TROCA.
           05 WRK-TRC-COD-REG          PIC 9(003).
           05 WRK-TRC-COD-SUP          PIC 9(007).
           05 WRK-TRC-COD-VEN          PIC 9(007).
           05 WRK-TRC-NOME-VEN         PIC X(040).
           05 WRK-TRC-VAL-META         PIC 9(009)V9(002).
           05 WRK-TRC-VAL-REAL         PIC 9(011)V9(002).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(057)      VALUE
              'HBSI47AO - META X REALIZADO POR REGIAO E SUPERVISOR'.
           05 WRK-CAB-ANOMES           PIC 9999/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(010)      VALUE
              'REGIAO..: '.
           05 WRK-CAB-REGIAO           PIC X(030).
      *
       01  WRK-CAB-03.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 FILLER                   PIC X(009)      VALUE 'VENDEDOR'.
           05 FILLER                   PIC X(042)      VALUE 'NOME'.
           05 FILLER                   PIC X(016)      VALUE 'META'.
           05 FILLER                   PIC X(019)      VALUE
              'REALIZADO'.
           05 FILLER                   PIC X(008)      VALUE 'ATING.%'.
      *
       01  WRK-DET-REG.
           05 FILLER                   PIC X(010)      VALUE
              'REGIAO..: '.
           05 WRK-DET-COD-REG          PIC ZZ9.
           05 FILLER                   PIC X(003)      VALUE ' - '.
           05 WRK-DET-NOME-REG         PIC X(040).
      *
       01  WRK-DET-SUP.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 FILLER                   PIC X(012)      VALUE
              'SUPERVISOR: '.
           05 WRK-DET-COD-SUP          PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE ' - '.
           05 WRK-DET-NOME-SUP         PIC X(040).
      *
       01  WRK-DET-MET.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 WRK-DET-COD-VEN          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-NOME-VEN         PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VAL-META         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VAL-REAL         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PCT-ATING        PIC ZZZZ9.
      *
       01  WRK-DET-TOTAL.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 WRK-TOT-DESCRICAO        PIC X(025).
           05 WRK-TOT-QTD-VEN          PIC ZZZZ9.
           05 FILLER                   PIC X(021)      VALUE
              ' VENDEDOR(ES)'.
           05 WRK-TOT-VAL-META         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-TOT-VAL-REAL         PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-TOT-PCT-ATING        PIC ZZZZ9.
      *
       01  WRK-PCT-CALC                PIC 9(005)      VALUE ZEROS.
      *
       01  WRK-MSG-VAZIO.
           05 FILLER                   PIC X(050)      VALUE
              'NENHUM VENDEDOR COM META OU VENDA NA SELECAO'.
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
           ' HBSI47AO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE LEITURA DO PARAMETRO, ABERTURA DOS ARQUIVOS,      *
      *    CARGA DA TABELA DE VENDEDORES E APURACAO DO REALIZADO       *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-PARM-SYSIN
           IF WRK-ANOMES-PESQ NOT NUMERIC
              OR WRK-ANOMES-PESQ EQUAL ZEROS
               ACCEPT WRK-DATA-DIA     FROM DATE YYYYMMDD
               MOVE WRK-DATA-DIA (1:6) TO WRK-ANOMES-PESQ
           END-IF
           IF WRK-REG-PESQ NOT NUMERIC
               MOVE ZEROS              TO WRK-REG-PESQ
           END-IF
      *
      *    A EQUIPE DO VENDEDOR E A VIGENTE NO ULTIMO DIA DO MES
      *
           MOVE WRK-ANOMES-PESQ        TO WRK-DATA-AUX (1:6)
           MOVE "01"                   TO WRK-DATA-AUX (7:2)
           IF WRK-DATA-AUX (5:2) EQUAL "12"
               ADD 10000               TO WRK-DATA-AUX
               MOVE "01"               TO WRK-DATA-AUX (5:2)
           ELSE
               ADD 100                 TO WRK-DATA-AUX
           END-IF
           COMPUTE WRK-DATA-REF = FUNCTION DATE-OF-INTEGER
                   (FUNCTION INTEGER-OF-DATE (WRK-DATA-AUX) - 1)
      *
           OPEN INPUT  ARQVEN01
           OPEN INPUT  ARQPED01
           OPEN INPUT  ARQMET01
           OPEN INPUT  ARQSUP01
           OPEN INPUT  ARQREG01
           OPEN OUTPUT RELMET02
      *
           MOVE WRK-ANOMES-PESQ        TO WRK-CAB-ANOMES
           IF WRK-REG-PESQ EQUAL ZEROS
               MOVE "TODAS"            TO WRK-CAB-REGIAO
           ELSE
               MOVE WRK-REG-PESQ       TO WRK-CAB-REGIAO
           END-IF
           WRITE REL-LINHA-MET         FROM WRK-CAB-01
           WRITE REL-LINHA-MET         FROM WRK-CAB-02
           MOVE SPACES                 TO REL-LINHA-MET
           WRITE REL-LINHA-MET
           WRITE REL-LINHA-MET         FROM WRK-CAB-03
      *
           PERFORM 1100-CARREGA-VENDEDORES
           PERFORM 1200-APURA-REALIZADO.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS VENDEDORES DA REGIAO PEDIDA COM O   *
      *    SUPERVISOR E A REGIAO NA DATA DE REFERENCIA E A META DO MES *
      *----------------------------------------------------------------*
       1100-CARREGA-VENDEDORES         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-VEN
           READ ARQVEN01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQVEN01 NOT EQUAL "00"
               ADD 1                   TO WRK-TOT-LIDOS
               MOVE FS-COD-VEN         TO WRK-HIE-COD-VEN
               MOVE WRK-DATA-REF       TO WRK-HIE-DATA
               CALL "HBSI30GO" USING WRK-PARM-HIE
               IF WRK-HIE-RETORNO NOT EQUAL ZEROS
                   MOVE ZEROS          TO WRK-HIE-COD-SUP
                                          WRK-HIE-COD-REG
               END-IF
               IF (WRK-REG-PESQ EQUAL ZEROS
                   OR WRK-HIE-COD-REG EQUAL WRK-REG-PESQ)
                  AND WRK-QTD-VEN LESS 9999
                   ADD 1                    TO WRK-QTD-VEN
                   MOVE WRK-HIE-COD-REG
                        TO WRK-TAB-COD-REG   (WRK-QTD-VEN)
                   MOVE WRK-HIE-COD-SUP
                        TO WRK-TAB-COD-SUP   (WRK-QTD-VEN)
                   MOVE FS-COD-VEN
                        TO WRK-TAB-COD-VEN   (WRK-QTD-VEN)
                   MOVE FS-NOME-VEN
                        TO WRK-TAB-NOME-VEN  (WRK-QTD-VEN)
                   MOVE ZEROS
                        TO WRK-TAB-VAL-META  (WRK-QTD-VEN)
                           WRK-TAB-VAL-REAL  (WRK-QTD-VEN)
                   MOVE FS-COD-VEN     TO FS-COD-VEN-MET
                   MOVE WRK-ANOMES-PESQ TO FS-ANOMES-MET
                   READ ARQMET01       KEY IS FS-CHAVE-MET
                   IF WRK-FS-ARQMET01 EQUAL "00"
                       MOVE FS-VAL-META
                            TO WRK-TAB-VAL-META (WRK-QTD-VEN)
                   END-IF
               END-IF
               READ ARQVEN01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR O FATURADO DO MES (STATUS F OU E) AOS     *
      *    VENDEDORES DA TABELA                                        *
      *----------------------------------------------------------------*
       1200-APURA-REALIZADO            SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQPED01 NOT EQUAL "00"
               IF FS-DATA-PED (1:6) EQUAL WRK-ANOMES-PESQ
                  AND (FS-STATUS-PED EQUAL "F"
                       OR FS-STATUS-PED EQUAL "E")
                   PERFORM VARYING WRK-IDX-VEN FROM 1 BY 1
                           UNTIL WRK-IDX-VEN GREATER WRK-QTD-VEN
                       IF WRK-TAB-COD-VEN (WRK-IDX-VEN) EQUAL
                          FS-COD-VEN-PED
                           ADD FS-VAL-TOT-PED
                               TO WRK-TAB-VAL-REAL (WRK-IDX-VEN)
                           MOVE WRK-QTD-VEN TO WRK-IDX-VEN
                       END-IF
                   END-PERFORM
               END-IF
               READ ARQPED01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - ORDENA POR REGIAO, SUPERVISOR E   *
      *    VENDEDOR E IMPRIME COM QUEBRA E SUBTOTAIS                   *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-TAB-ACUMULADORES
           PERFORM 2010-ORDENA-TABELA
      *
           PERFORM VARYING WRK-IDX-VEN FROM 1 BY 1
                   UNTIL WRK-IDX-VEN GREATER WRK-QTD-VEN
               IF WRK-TAB-VAL-META (WRK-IDX-VEN) GREATER ZEROS
                  OR WRK-TAB-VAL-REAL (WRK-IDX-VEN) GREATER ZEROS
                   PERFORM 2020-IMPRIME-VENDEDOR
               END-IF
           END-PERFORM
      *
           IF WRK-PRIMEIRO EQUAL "S"
               MOVE SPACES             TO REL-LINHA-MET
               WRITE REL-LINHA-MET
               WRITE REL-LINHA-MET     FROM WRK-MSG-VAZIO
           ELSE
               MOVE 1                  TO WRK-IDX-NIV
               PERFORM 2060-IMPRIME-TOTAL
               MOVE 2                  TO WRK-IDX-NIV
               PERFORM 2060-IMPRIME-TOTAL
           END-IF
           MOVE 3                      TO WRK-IDX-NIV
           PERFORM 2060-IMPRIME-TOTAL.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR A TABELA POR REGIAO, SUPERVISOR E       *
      *    VENDEDOR (BOLHA)                                            *
      *----------------------------------------------------------------*
       2010-ORDENA-TABELA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-VEN
                   IF WRK-TAB-CHAVE (WRK-IDX-ORD) GREATER
                      WRK-TAB-CHAVE (WRK-IDX-ORD + 1)
                       MOVE WRK-TAB-VEN (WRK-IDX-ORD)
                                       TO WRK-AREA-TROCA
                       MOVE WRK-TAB-VEN (WRK-IDX-ORD + 1)
                                       TO WRK-TAB-VEN (WRK-IDX-ORD)
                       MOVE WRK-AREA-TROCA
                                       TO WRK-TAB-VEN (WRK-IDX-ORD + 1)
                       MOVE "S"        TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM VENDEDOR, TRATANDO ANTES A QUEBRA   *
      *    DE REGIAO OU DE SUPERVISOR                                  *
      *----------------------------------------------------------------*
       2020-IMPRIME-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WRK-PRIMEIRO EQUAL "S"
                   MOVE "N"            TO WRK-PRIMEIRO
                   PERFORM 2030-ABRE-REGIAO
                   PERFORM 2040-ABRE-SUPERVISOR
               WHEN WRK-TAB-COD-REG (WRK-IDX-VEN) NOT EQUAL
                    WRK-REG-ANT
                   MOVE 1              TO WRK-IDX-NIV
                   PERFORM 2060-IMPRIME-TOTAL
                   MOVE 2              TO WRK-IDX-NIV
                   PERFORM 2060-IMPRIME-TOTAL
                   PERFORM 2030-ABRE-REGIAO
                   PERFORM 2040-ABRE-SUPERVISOR
               WHEN WRK-TAB-COD-SUP (WRK-IDX-VEN) NOT EQUAL
                    WRK-SUP-ANT
                   MOVE 1              TO WRK-IDX-NIV
                   PERFORM 2060-IMPRIME-TOTAL
                   PERFORM 2040-ABRE-SUPERVISOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           MOVE WRK-TAB-COD-VEN  (WRK-IDX-VEN) TO WRK-DET-COD-VEN
           MOVE WRK-TAB-NOME-VEN (WRK-IDX-VEN) TO WRK-DET-NOME-VEN
           MOVE WRK-TAB-VAL-META (WRK-IDX-VEN) TO WRK-DET-VAL-META
           MOVE WRK-TAB-VAL-REAL (WRK-IDX-VEN) TO WRK-DET-VAL-REAL
           MOVE ZEROS                  TO WRK-PCT-CALC
           IF WRK-TAB-VAL-META (WRK-IDX-VEN) GREATER ZEROS
               COMPUTE WRK-PCT-CALC =
                       (WRK-TAB-VAL-REAL (WRK-IDX-VEN) * 100)
                       / WRK-TAB-VAL-META (WRK-IDX-VEN)
           END-IF
           MOVE WRK-PCT-CALC           TO WRK-DET-PCT-ATING
           WRITE REL-LINHA-MET         FROM WRK-DET-MET
           ADD 1                       TO WRK-TOT-LISTADOS
      *
           PERFORM VARYING WRK-IDX-NIV FROM 1 BY 1
                   UNTIL WRK-IDX-NIV GREATER 3
               ADD 1                   TO WRK-ACM-QTD-VEN (WRK-IDX-NIV)
               ADD WRK-TAB-VAL-META (WRK-IDX-VEN)
                                   TO WRK-ACM-VAL-META (WRK-IDX-NIV)
               ADD WRK-TAB-VAL-REAL (WRK-IDX-VEN)
                                   TO WRK-ACM-VAL-REAL (WRK-IDX-NIV)
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR UMA NOVA REGIAO NO RELATORIO. A REGIAO    *
      *    ZERADA REUNE OS VENDEDORES SEM SUPERVISOR NA DATA           *
      *----------------------------------------------------------------*
       2030-ABRE-REGIAO                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-COD-REG (WRK-IDX-VEN) TO WRK-REG-ANT
                                                 WRK-DET-COD-REG
                                                 FS-COD-REG
           IF WRK-REG-ANT EQUAL ZEROS
               MOVE "SEM SUPERVISOR"   TO WRK-DET-NOME-REG
           ELSE
               READ ARQREG01           KEY IS FS-COD-REG
               IF WRK-FS-ARQREG01 EQUAL "00"
                   MOVE FS-NOME-REG    TO WRK-DET-NOME-REG
               ELSE
                   MOVE "REGIAO NAO CADASTRADA" TO WRK-DET-NOME-REG
               END-IF
           END-IF
           INITIALIZE WRK-ACM-NIVEL (2)
           MOVE SPACES                 TO REL-LINHA-MET
           WRITE REL-LINHA-MET
           WRITE REL-LINHA-MET         FROM WRK-DET-REG.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR UM NOVO SUPERVISOR NO RELATORIO           *
      *----------------------------------------------------------------*
       2040-ABRE-SUPERVISOR            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-COD-SUP (WRK-IDX-VEN) TO WRK-SUP-ANT
                                                 WRK-DET-COD-SUP
                                                 FS-COD-SUP
           IF WRK-SUP-ANT EQUAL ZEROS
               MOVE "SEM SUPERVISOR"   TO WRK-DET-NOME-SUP
           ELSE
               READ ARQSUP01           KEY IS FS-COD-SUP
               IF WRK-FS-ARQSUP01 EQUAL "00"
                   MOVE FS-NOME-SUP    TO WRK-DET-NOME-SUP
               ELSE
                   MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO WRK-DET-NOME-SUP
               END-IF
           END-IF
           INITIALIZE WRK-ACM-NIVEL (1)
           WRITE REL-LINHA-MET         FROM WRK-DET-SUP.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR O TOTAL DO NIVEL EM WRK-IDX-NIV        *
      *----------------------------------------------------------------*
       2060-IMPRIME-TOTAL              SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-IDX-NIV
               WHEN 1
                   MOVE "TOTAL DO SUPERVISOR.....:" TO WRK-TOT-DESCRICAO
               WHEN 2
                   MOVE "TOTAL DA REGIAO.........:" TO WRK-TOT-DESCRICAO
               WHEN OTHER
                   MOVE "TOTAL GERAL.............:" TO WRK-TOT-DESCRICAO
           END-EVALUATE
           MOVE WRK-ACM-QTD-VEN  (WRK-IDX-NIV) TO WRK-TOT-QTD-VEN
           MOVE WRK-ACM-VAL-META (WRK-IDX-NIV) TO WRK-TOT-VAL-META
           MOVE WRK-ACM-VAL-REAL (WRK-IDX-NIV) TO WRK-TOT-VAL-REAL
           MOVE ZEROS                  TO WRK-PCT-CALC
           IF WRK-ACM-VAL-META (WRK-IDX-NIV) GREATER ZEROS
               COMPUTE WRK-PCT-CALC =
                       (WRK-ACM-VAL-REAL (WRK-IDX-NIV) * 100)
                       / WRK-ACM-VAL-META (WRK-IDX-NIV)
           END-IF
           MOVE WRK-PCT-CALC           TO WRK-TOT-PCT-ATING
           IF WRK-IDX-NIV GREATER 1
               MOVE SPACES             TO REL-LINHA-MET
               WRITE REL-LINHA-MET
           END-IF
           WRITE REL-LINHA-MET         FROM WRK-DET-TOTAL.
      *
      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
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
           MOVE "HBSI47AO"             TO FS-CTR-PROGRAMA
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
           CLOSE ARQVEN01
           CLOSE ARQPED01
           CLOSE ARQMET01
           CLOSE ARQSUP01
           CLOSE ARQREG01
           CLOSE RELMET02
      *
           MOVE WRK-TOT-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-TOT-LISTADOS        TO WRK-CTR-GRAVADOS
           MOVE ZEROS                   TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
