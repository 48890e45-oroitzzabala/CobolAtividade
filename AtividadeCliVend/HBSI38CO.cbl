      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI38CO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI38CO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: INTERFACE DE COMISSOES PARA A FOLHA DE        *
      *                  PAGAMENTO. EXECUTADO DEPOIS DE APROVADO O     *
      *                  DEMONSTRATIVO DO PERIODO (HBSI38AO). GERA O   *
      *                  ARQFOLCM COM UM REGISTRO POR VENDEDOR (CPF,   *
      *                  PERIODO, COMISSAO BRUTA, ESTORNO E LIQUIDO)   *
      *                  MAIS O TRAILER COM OS TOTAIS, A PARTIR DO QUE *
      *                  FICOU GRAVADO NO ARQCMS01, E MARCA O PERIODO  *
      *                  COMO ENVIADO A FOLHA NO ARQCMP01. PERIODO NAO *
      *                  APURADO OU JA ENVIADO E RECUSADO E O PROGRAMA *
      *                  TERMINA COM RETURN-CODE 8                     *
      *    SYSIN.......: PERIODO AAAAMM (ZEROS = MES CORRENTE)         *
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
              SELECT ARQCMS01 ASSIGN   TO UT-S-ARQCMS01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-CMS
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCMS01.
      *
              SELECT ARQCMP01 ASSIGN   TO UT-S-ARQCMP01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-ANOMES-CMP
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCMP01.
      *
              SELECT ARQFOLCM ASSIGN   TO UT-S-ARQFOLCM
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQFOLCM.
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
      *    INPUT  : ARQUIVO DE COMISSAO POR VENDEDOR/PERIODO/PEDIDO    *
      *               ORG. DINAMICA - LRECL = 0080                     *
      *               TIPO C = COMISSAO DO PEDIDO NO PERIODO           *
      *               TIPO E = ESTORNO DE PEDIDO JA COMISSIONADO       *
      *----------------------------------------------------------------*
      *
       FD ARQCMS01
          RECORD CONTAINS 80 CHARACTERS.
       01 FD-COMISSAO-PED.
          05 FS-CHAVE-CMS.
             10 FS-COD-VEN-CMS         PIC 9(007).
             10 FS-ANOMES-CMS          PIC 9(006).
             10 FS-TIPO-CMS            PIC X(001).
             10 FS-CHAVE-PED-CMS.
                15 FS-COD-CLI-CMS      PIC 9(007).
                15 FS-DATA-PED-CMS     PIC 9(008).
                15 FS-SEQ-PED-CMS      PIC 9(003).
          05 FS-VAL-BASE-CMS           PIC 9(009)V9(002).
          05 FS-TAXA-CMS               PIC 9(002)V9(002).
          05 FS-VAL-COM-CMS            PIC 9(009)V9(002).
          05 FS-STATUS-PED-CMS         PIC X(001).
          05 FS-ANOMES-EST-CMS         PIC 9(006).
          05 FS-DATA-CALC-CMS          PIC 9(008).
          05 FILLER                    PIC X(007).
      *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO DE SITUACAO DO PERIODO DE COMISSOES        *
      *               ORG. DINAMICA - LRECL = 0060                     *
      *               STATUS A = APURADO  F = ENVIADO A FOLHA          *
      *----------------------------------------------------------------*
      *
       FD ARQCMP01
          RECORD CONTAINS 60 CHARACTERS.
       01 FD-PERIODO-COM.
          05 FS-ANOMES-CMP             PIC 9(006).
          05 FS-STATUS-CMP             PIC X(001).
          05 FS-DATA-APUR-CMP          PIC 9(008).
          05 FS-DATA-FOL-CMP           PIC 9(008).
          05 FS-QTD-VEN-CMP            PIC 9(005).
          05 FS-VAL-COM-CMP            PIC 9(011)V9(002).
          05 FS-VAL-EST-CMP            PIC 9(011)V9(002).
          05 FILLER                    PIC X(006).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : ARQUIVO DE INTERFACE - COMISSOES PARA A FOLHA      *
      *             ORG. SEQUENCIAL LRECL=0060                         *
      *             D=VENDEDOR  T=TRAILER                              *
      *             SINAL "+" OU "-" DO VALOR LIQUIDO (O ESTORNO PODE  *
      *             SER MAIOR QUE A COMISSAO DO PERIODO)               *
      *----------------------------------------------------------------*
      *
       FD ARQFOLCM
          RECORD CONTAINS 60 CHARACTERS.
       01 FD-FOL-DETALHE.
          05 FS-FOL-TIPO-REG           PIC X(001).
          05 FS-FOL-CPF-VEN            PIC 9(011).
          05 FS-FOL-ANOMES             PIC 9(006).
          05 FS-FOL-COD-VEN            PIC 9(007).
          05 FS-FOL-VAL-BRUTO          PIC 9(009)V9(002).
          05 FS-FOL-VAL-EST            PIC 9(009)V9(002).
          05 FS-FOL-SINAL-LIQ          PIC X(001).
          05 FS-FOL-VAL-LIQ            PIC 9(009)V9(002).
          05 FILLER                    PIC X(001).
      *
       01 FD-FOL-TRAILER               REDEFINES FD-FOL-DETALHE.
          05 FS-FOL-TRL-TIPO           PIC X(001).
          05 FS-FOL-TRL-ANOMES         PIC 9(006).
          05 FS-FOL-TRL-QTD            PIC 9(007).
          05 FS-FOL-TRL-VAL-BRUTO      PIC 9(013)V9(002).
          05 FS-FOL-TRL-VAL-EST        PIC 9(013)V9(002).
          05 FS-FOL-TRL-SINAL-LIQ      PIC X(001).
          05 FS-FOL-TRL-VAL-LIQ        PIC 9(013)V9(002).
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
           ' HBSI38CO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCMS01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCMP01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQFOLCM          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-ANOMES-PESQ          PIC 9(006)      VALUE ZEROS.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-PERIODO-OK           PIC X(001)      VALUE "N".
           05 WRK-TEM-MOVIMENTO        PIC X(001)      VALUE "N".
           05 WRK-VAL-COM-VEN          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-VAL-EST-VEN          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-VAL-LIQ-VEN          PIC S9(011)V9(002) VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-VENDEDORES       PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-GRAVADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VAL-COM          PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-EST          PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-LIQ          PIC S9(013)V9(002) VALUE ZEROS.
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
           ' HBSI38CO - FIM DA AREA DE WORKING '.
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
           IF WRK-PERIODO-OK EQUAL "S"
               PERFORM 2000-PROCESSAR
           ELSE
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
      *    ROTINA DE LEITURA DO PERIODO E VERIFICACAO DA SITUACAO: SO  *
      *    GERA A INTERFACE DE PERIODO APURADO E AINDA NAO ENVIADO     *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-ANOMES-PESQ
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           IF WRK-ANOMES-PESQ NOT NUMERIC
              OR WRK-ANOMES-PESQ EQUAL ZEROS
               MOVE WRK-DATA-DIA (1:6) TO WRK-ANOMES-PESQ
           END-IF
      *
           MOVE "N"                    TO WRK-PERIODO-OK
           OPEN I-O ARQCMP01
           IF WRK-FS-ARQCMP01 NOT EQUAL "00"
               DISPLAY "HBSI38CO - NENHUM PERIODO APURADO - EXECUTAR "
                       "O HBSI38AO"
           ELSE
               MOVE WRK-ANOMES-PESQ    TO FS-ANOMES-CMP
               READ ARQCMP01           KEY IS FS-ANOMES-CMP
               EVALUATE TRUE
                   WHEN WRK-FS-ARQCMP01 NOT EQUAL "00"
                       DISPLAY "HBSI38CO - PERIODO " WRK-ANOMES-PESQ
                               " NAO APURADO - EXECUTAR O HBSI38AO"
                   WHEN FS-STATUS-CMP EQUAL "F"
                       DISPLAY "HBSI38CO - PERIODO " WRK-ANOMES-PESQ
                               " JA ENVIADO A FOLHA EM "
                               FS-DATA-FOL-CMP
                               " - INTERFACE NAO GERADA NOVAMENTE"
                   WHEN OTHER
                       MOVE "S"        TO WRK-PERIODO-OK
               END-EVALUATE
           END-IF.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UM REGISTRO POR VENDEDOR COM      *
      *    COMISSAO OU ESTORNO NO PERIODO, TRAILER E FECHAMENTO DO     *
      *    PERIODO                                                     *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT  ARQVEN01
           OPEN INPUT  ARQCMS01
           OPEN OUTPUT ARQFOLCM
      *
           READ ARQVEN01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQVEN01 NOT EQUAL "00"
               ADD 1                   TO WRK-TOT-VENDEDORES
               PERFORM 2010-TOTALIZA-VENDEDOR
               IF WRK-TEM-MOVIMENTO EQUAL "S"
                   PERFORM 2020-GRAVA-DETALHE
               END-IF
               READ ARQVEN01 NEXT RECORD
           END-PERFORM
      *
           PERFORM 2030-GRAVA-TRAILER
      *
           MOVE "F"                    TO FS-STATUS-CMP
           MOVE WRK-DATA-DIA           TO FS-DATA-FOL-CMP
           REWRITE FD-PERIODO-COM
           IF WRK-FS-ARQCMP01 NOT EQUAL "00"
               DISPLAY "HBSI38CO - ERRO AO FECHAR O PERIODO "
                       WRK-ANOMES-PESQ " FS=" WRK-FS-ARQCMP01
               MOVE 8                  TO RETURN-CODE
           END-IF
      *
           CLOSE ARQVEN01
           CLOSE ARQCMS01
           CLOSE ARQFOLCM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR AS COMISSOES E OS ESTORNOS GRAVADOS DO    *
      *    VENDEDOR CORRENTE NO PERIODO                                *
      *----------------------------------------------------------------*
       2010-TOTALIZA-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-TEM-MOVIMENTO
           MOVE ZEROS                  TO WRK-VAL-COM-VEN
                                          WRK-VAL-EST-VEN
           INITIALIZE FS-CHAVE-CMS
           MOVE FS-COD-VEN             TO FS-COD-VEN-CMS
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-CMS
           START ARQCMS01 KEY IS NOT LESS FS-CHAVE-CMS
           PERFORM UNTIL WRK-FS-ARQCMS01 NOT EQUAL "00"
               READ ARQCMS01 NEXT RECORD
               IF WRK-FS-ARQCMS01 EQUAL "00"
                   IF FS-COD-VEN-CMS NOT EQUAL FS-COD-VEN
                      OR FS-ANOMES-CMS NOT EQUAL WRK-ANOMES-PESQ
                       MOVE "10"       TO WRK-FS-ARQCMS01
                   ELSE
                       MOVE "S"        TO WRK-TEM-MOVIMENTO
                       IF FS-TIPO-CMS EQUAL "C"
                           ADD FS-VAL-COM-CMS TO WRK-VAL-COM-VEN
                       ELSE
                           ADD FS-VAL-COM-CMS TO WRK-VAL-EST-VEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WRK-VAL-LIQ-VEN = WRK-VAL-COM-VEN - WRK-VAL-EST-VEN.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O REGISTRO DO VENDEDOR NA INTERFACE      *
      *----------------------------------------------------------------*
       2020-GRAVA-DETALHE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO FD-FOL-DETALHE
           MOVE "D"                    TO FS-FOL-TIPO-REG
           MOVE FS-CPF-VEN             TO FS-FOL-CPF-VEN
           MOVE WRK-ANOMES-PESQ        TO FS-FOL-ANOMES
           MOVE FS-COD-VEN             TO FS-FOL-COD-VEN
           MOVE WRK-VAL-COM-VEN        TO FS-FOL-VAL-BRUTO
           MOVE WRK-VAL-EST-VEN        TO FS-FOL-VAL-EST
           IF WRK-VAL-LIQ-VEN LESS ZEROS
               MOVE "-"                TO FS-FOL-SINAL-LIQ
               COMPUTE FS-FOL-VAL-LIQ = WRK-VAL-LIQ-VEN * -1
           ELSE
               MOVE "+"                TO FS-FOL-SINAL-LIQ
               MOVE WRK-VAL-LIQ-VEN    TO FS-FOL-VAL-LIQ
           END-IF
           WRITE FD-FOL-DETALHE
      *
           ADD 1                       TO WRK-TOT-GRAVADOS
           ADD WRK-VAL-COM-VEN         TO WRK-TOT-VAL-COM
           ADD WRK-VAL-EST-VEN         TO WRK-TOT-VAL-EST
           ADD WRK-VAL-LIQ-VEN         TO WRK-TOT-VAL-LIQ.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O TRAILER COM OS TOTAIS DA INTERFACE     *
      *----------------------------------------------------------------*
       2030-GRAVA-TRAILER              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO FD-FOL-TRAILER
           MOVE "T"                    TO FS-FOL-TRL-TIPO
           MOVE WRK-ANOMES-PESQ        TO FS-FOL-TRL-ANOMES
           MOVE WRK-TOT-GRAVADOS       TO FS-FOL-TRL-QTD
           MOVE WRK-TOT-VAL-COM        TO FS-FOL-TRL-VAL-BRUTO
           MOVE WRK-TOT-VAL-EST        TO FS-FOL-TRL-VAL-EST
           IF WRK-TOT-VAL-LIQ LESS ZEROS
               MOVE "-"                TO FS-FOL-TRL-SINAL-LIQ
               COMPUTE FS-FOL-TRL-VAL-LIQ = WRK-TOT-VAL-LIQ * -1
           ELSE
               MOVE "+"                TO FS-FOL-TRL-SINAL-LIQ
               MOVE WRK-TOT-VAL-LIQ    TO FS-FOL-TRL-VAL-LIQ
           END-IF
           WRITE FD-FOL-TRAILER
      *
           DISPLAY "HBSI38CO - PERIODO " WRK-ANOMES-PESQ
                   " ENVIADO A FOLHA - VENDEDORES: " WRK-TOT-GRAVADOS.
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
           MOVE "HBSI38CO"             TO FS-CTR-PROGRAMA
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
           CLOSE ARQCMP01
      *
           MOVE WRK-TOT-VENDEDORES      TO WRK-CTR-LIDOS
           MOVE WRK-TOT-GRAVADOS        TO WRK-CTR-GRAVADOS
           IF WRK-PERIODO-OK EQUAL "S"
               MOVE ZEROS               TO WRK-CTR-REJEITADOS
           ELSE
               MOVE 1                   TO WRK-CTR-REJEITADOS
           END-IF
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
