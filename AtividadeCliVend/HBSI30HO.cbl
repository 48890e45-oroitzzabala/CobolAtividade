      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI30HO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI30HO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: DEVOLVE A SITUACAO DO PERIODO (AAAAMM) DE UMA *
      *                  DATA NO CONTROLE DE FECHAMENTO MENSAL         *
      *                  ARQFEC01. PERIODO FECHADO NAO ACEITA INCLUSAO,*
      *                  ALTERACAO OU BAIXA DE MOVIMENTO DATADO NELE.  *
      *                  PERIODO SEM REGISTRO OU REABERTO PELO         *
      *                  ADMINISTRADOR ESTA ABERTO                     *
      *    COMO USAR...: LKS-FEC-DATA ....: DATA AAAAMMDD INFORMADA    *
      *                : LKS-FEC-DATA-FEC : DATA DO FECHAMENTO         *
      *                : LKS-FEC-RETORNO .: 0=PERIODO ABERTO           *
      *                :                    1=PERIODO FECHADO          *
      *                :                    9=DATA INVALIDA            *
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
              SELECT ARQFEC01 ASSIGN   TO UT-S-ARQFEC01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-ANOMES-FEC
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQFEC01.
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
      *    INPUT  : CONTROLE DE FECHAMENTO MENSAL                      *
      *               ORG. DINAMICA - LRECL = 0100                     *
      *               CHAVE: PERIODO AAAAMM                            *
      *               STATUS: F=FECHADO R=REABERTO                     *
      *----------------------------------------------------------------*
      *
       FD ARQFEC01
          RECORD CONTAINS 100 CHARACTERS.
       01 FD-FECHAMENTO.
          05 FS-ANOMES-FEC             PIC 9(006).
          05 FS-STATUS-FEC             PIC X(001).
          05 FS-DATA-FEC               PIC 9(008).
          05 FS-HORA-FEC               PIC 9(006).
          05 FS-OPE-FEC                PIC X(008).
          05 FS-QTD-VEN-FEC            PIC 9(005).
          05 FS-QTD-CLI-FEC            PIC 9(007).
          05 FS-QTD-PRD-FEC            PIC 9(007).
          05 FS-VAL-FAT-FEC            PIC 9(011)V99.
          05 FS-DATA-REA-FEC           PIC 9(008).
          05 FS-OPE-REA-FEC            PIC X(008).
          05 FS-QTD-REA-FEC            PIC 9(003).
          05 FS-MOTIVO-REA-FEC         PIC X(020).
          05 FILLER                    PIC X(006).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI30HO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQFEC01          PIC X(002)      VALUE "00".
      *
       01  WRK-DATA-AUX                PIC 9(008)      VALUE ZEROS.
       01  FILLER                      REDEFINES WRK-DATA-AUX.
           05 WRK-ANOMES-AUX           PIC 9(006).
           05 FILLER                   REDEFINES WRK-ANOMES-AUX.
              10 WRK-ANO-AUX           PIC 9(004).
              10 WRK-MES-AUX           PIC 9(002).
           05 WRK-DIA-AUX              PIC 9(002).
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI30HO - FIM DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01  LKS-PARM-FEC.
           05 LKS-FEC-DATA             PIC 9(008).
           05 LKS-FEC-DATA-FEC         PIC 9(008).
           05 LKS-FEC-RETORNO          PIC 9(001).
      *
      *================================================================*
       PROCEDURE DIVISION USING LKS-PARM-FEC.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL - VALIDA A DATA E CONSULTA O PERIODO.      *
      *    CONTROLE AINDA NAO CRIADO EQUIVALE A PERIODO ABERTO         *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO LKS-FEC-RETORNO
                                          LKS-FEC-DATA-FEC
           IF LKS-FEC-DATA NOT NUMERIC
               MOVE 9                  TO LKS-FEC-RETORNO
           ELSE
               MOVE LKS-FEC-DATA       TO WRK-DATA-AUX
               IF WRK-ANO-AUX EQUAL ZEROS
                  OR WRK-MES-AUX LESS 1
                  OR WRK-MES-AUX GREATER 12
                   MOVE 9              TO LKS-FEC-RETORNO
               ELSE
                   OPEN INPUT ARQFEC01
                   IF WRK-FS-ARQFEC01 EQUAL "00"
                       PERFORM 1100-BUSCA-PERIODO
                       CLOSE ARQFEC01
                   END-IF
               END-IF
           END-IF
           GOBACK.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O PERIODO NO CONTROLE DE FECHAMENTO         *
      *----------------------------------------------------------------*
       1100-BUSCA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ANOMES-AUX         TO FS-ANOMES-FEC
           READ ARQFEC01               KEY IS FS-ANOMES-FEC
           IF WRK-FS-ARQFEC01 EQUAL "00"
              AND FS-STATUS-FEC EQUAL "F"
               MOVE 1                  TO LKS-FEC-RETORNO
               MOVE FS-DATA-FEC        TO LKS-FEC-DATA-FEC
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
