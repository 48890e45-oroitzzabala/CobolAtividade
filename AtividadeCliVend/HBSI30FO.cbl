      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI30FO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI30FO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CALCULA OS IMPOSTOS DE UM ITEM DE PEDIDO PELA *
      *                  REGRA FISCAL ARQTRB01 (CLASSE FISCAL DO       *
      *                  PRODUTO + UF DE DESTINO DO CLIENTE).          *
      *                  ICMS = BASE X ALIQUOTA ICMS (JA CONTIDO NO    *
      *                  PRECO). IPI = BASE X ALIQUOTA IPI (SOMA AO    *
      *                  TOTAL). COM ICMS-ST APLICAVEL, A BASE DA ST E *
      *                  (BASE + IPI) ACRESCIDA DA MVA E A ST E A BASE *
      *                  DA ST X ALIQUOTA INTERNA MENOS O ICMS PROPRIO *
      *                  (SOMA AO TOTAL, NUNCA NEGATIVA)               *
      *    COMO USAR...: LKS-TRB-CLAS-FISC: CLASSE FISCAL DO PRODUTO   *
      *                : LKS-TRB-UF ......: UF DE DESTINO              *
      *                : LKS-TRB-VAL-BASE : VALOR DO ITEM (QTD X UNIT) *
      *                : LKS-TRB-VAL-ICMS : ICMS PROPRIO CALCULADO     *
      *                : LKS-TRB-VAL-IPI .: IPI CALCULADO              *
      *                : LKS-TRB-VAL-ST ..: ICMS-ST CALCULADO          *
      *                : LKS-TRB-RETORNO .: 0=IMPOSTOS CALCULADOS      *
      *                :                    1=SEM REGRA PARA CLASSE/UF *
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
              SELECT ARQTRB01 ASSIGN   TO UT-S-ARQTRB01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-TRB
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQTRB01.
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
      *    INPUT  : REGRAS FISCAIS POR CLASSE FISCAL E UF DE DESTINO   *
      *               ORG. DINAMICA - LRECL = 0040                     *
      *               CHAVE: CLASSE FISCAL + UF                        *
      *               ST: S=ICMS-ST APLICAVEL N=NAO APLICAVEL          *
      *----------------------------------------------------------------*
      *
       FD ARQTRB01
          RECORD CONTAINS 40 CHARACTERS.
       01 FD-TRIBUTO.
          05 FS-CHAVE-TRB.
             10 FS-CLAS-FISC-TRB   PIC X(004).
             10 FS-UF-TRB          PIC X(002).
          05 FS-ALIQ-ICMS-TRB      PIC 9(002)V9(002).
          05 FS-ALIQ-IPI-TRB       PIC 9(002)V9(002).
          05 FS-IND-ST-TRB         PIC X(001).
          05 FS-MVA-ST-TRB         PIC 9(003)V9(002).
          05 FS-ALIQ-ST-TRB        PIC 9(002)V9(002).
          05 FS-DATA-CAD-TRB       PIC 9(008).
          05 FS-OPE-CAD-TRB        PIC X(008).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI30FO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQTRB01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-BASE-ST              PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-VAL-ST               PIC S9(011)V9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI30FO - FIM DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01  LKS-PARM-TRB.
           05 LKS-TRB-CLAS-FISC        PIC X(004).
           05 LKS-TRB-UF               PIC X(002).
           05 LKS-TRB-VAL-BASE         PIC 9(009)V9(002).
           05 LKS-TRB-VAL-ICMS         PIC 9(009)V9(002).
           05 LKS-TRB-VAL-IPI          PIC 9(009)V9(002).
           05 LKS-TRB-VAL-ST           PIC 9(009)V9(002).
           05 LKS-TRB-RETORNO          PIC 9(001).
      *
      *================================================================*
       PROCEDURE DIVISION USING LKS-PARM-TRB.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL - ABRE A TABELA DE REGRAS, LE A REGRA DA   *
      *    CLASSE FISCAL + UF E CALCULA OS IMPOSTOS. TABELA AINDA NAO  *
      *    CRIADA EQUIVALE A REGRA NAO CADASTRADA                      *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO LKS-TRB-RETORNO
           MOVE ZEROS                  TO LKS-TRB-VAL-ICMS
                                          LKS-TRB-VAL-IPI
                                          LKS-TRB-VAL-ST
           OPEN INPUT ARQTRB01
           IF WRK-FS-ARQTRB01 EQUAL "00"
               MOVE LKS-TRB-CLAS-FISC  TO FS-CLAS-FISC-TRB
               MOVE LKS-TRB-UF         TO FS-UF-TRB
               READ ARQTRB01           KEY IS FS-CHAVE-TRB
               IF WRK-FS-ARQTRB01 EQUAL "00"
                   PERFORM 1100-CALCULA-IMPOSTOS
                   MOVE ZEROS          TO LKS-TRB-RETORNO
               END-IF
               CLOSE ARQTRB01
           END-IF
           GOBACK.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR ICMS PROPRIO, IPI E ICMS-ST DO ITEM    *
      *----------------------------------------------------------------*
       1100-CALCULA-IMPOSTOS           SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE LKS-TRB-VAL-ICMS ROUNDED =
                   LKS-TRB-VAL-BASE * FS-ALIQ-ICMS-TRB / 100
           COMPUTE LKS-TRB-VAL-IPI ROUNDED =
                   LKS-TRB-VAL-BASE * FS-ALIQ-IPI-TRB / 100
      *
           IF FS-IND-ST-TRB EQUAL "S"
               COMPUTE WRK-BASE-ST ROUNDED =
                       (LKS-TRB-VAL-BASE + LKS-TRB-VAL-IPI) *
                       (100 + FS-MVA-ST-TRB) / 100
               COMPUTE WRK-VAL-ST ROUNDED =
                       (WRK-BASE-ST * FS-ALIQ-ST-TRB / 100) -
                       LKS-TRB-VAL-ICMS
               IF WRK-VAL-ST GREATER ZEROS
                   MOVE WRK-VAL-ST     TO LKS-TRB-VAL-ST
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
