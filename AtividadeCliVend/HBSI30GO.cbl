      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI30GO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI30GO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: DEVOLVE O SUPERVISOR E A REGIAO DE UM         *
      *                  VENDEDOR VIGENTES NUMA DATA, PELO HISTORICO   *
      *                  DE VINCULOS ARQVSU01 (CHAVE VENDEDOR + DATA   *
      *                  DE INICIO). VALE O VINCULO DE MAIOR INICIO    *
      *                  ATE A DATA (INCLUSIVE). A REGIAO E A DO       *
      *                  CADASTRO DO SUPERVISOR (ARQSUP01)             *
      *    COMO USAR...: LKS-HIE-COD-VEN .: VENDEDOR INFORMADO         *
      *                : LKS-HIE-DATA ....: DATA AAAAMMDD INFORMADA    *
      *                : LKS-HIE-COD-SUP .: SUPERVISOR NA DATA         *
      *                : LKS-HIE-COD-REG .: REGIAO DO SUPERVISOR       *
      *                : LKS-HIE-DATA-INI : INICIO DO VINCULO          *
      *                : LKS-HIE-RETORNO .: 0=VINCULO ENCONTRADO       *
      *                :                    1=SEM VINCULO ATE A DATA   *
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
              SELECT ARQVSU01 ASSIGN   TO UT-S-ARQVSU01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-VSU
                       ALTERNATE KEY   IS FS-COD-SUP-VSU
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQVSU01.
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
      *================================================================*
       DATA                            DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
       FILE                            SECTION.
      *----------------------------------------------------------------*
      *                                                                *
      *----------------------------------------------------------------*
      *    INPUT  : HISTORICO DE VINCULOS VENDEDOR X SUPERVISOR        *
      *               ORG. DINAMICA - LRECL = 0040                     *
      *               CHAVE: VENDEDOR + DATA DE INICIO                 *
      *----------------------------------------------------------------*
      *
       FD ARQVSU01
          RECORD CONTAINS 40 CHARACTERS.
       01 FD-VEN-SUPERVISOR.
          05 FS-CHAVE-VSU.
             10 FS-COD-VEN-VSU     PIC 9(007).
             10 FS-DATA-INI-VSU    PIC 9(008).
          05 FS-COD-SUP-VSU        PIC 9(007).
          05 FS-DATA-CAD-VSU       PIC 9(008).
          05 FS-OPE-CAD-VSU        PIC X(008).
          05 FILLER                PIC X(002).
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
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI30GO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQVSU01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQSUP01          PIC X(002)      VALUE "00".
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI30GO - FIM DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01  LKS-PARM-HIE.
           05 LKS-HIE-COD-VEN          PIC 9(007).
           05 LKS-HIE-DATA             PIC 9(008).
           05 LKS-HIE-COD-SUP          PIC 9(007).
           05 LKS-HIE-COD-REG          PIC 9(003).
           05 LKS-HIE-DATA-INI         PIC 9(008).
           05 LKS-HIE-RETORNO          PIC 9(001).
      *
      *================================================================*
       PROCEDURE DIVISION USING LKS-PARM-HIE.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL - ABRE O HISTORICO E PROCURA O VINCULO     *
      *    VIGENTE NA DATA. HISTORICO AINDA NAO CRIADO EQUIVALE A      *
      *    VENDEDOR SEM VINCULO                                        *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO LKS-HIE-RETORNO
           MOVE ZEROS                  TO LKS-HIE-COD-SUP
                                          LKS-HIE-COD-REG
                                          LKS-HIE-DATA-INI
           IF LKS-HIE-DATA NOT NUMERIC
              OR LKS-HIE-DATA EQUAL ZEROS
               MOVE 9                  TO LKS-HIE-RETORNO
           ELSE
               OPEN INPUT ARQVSU01
               IF WRK-FS-ARQVSU01 EQUAL "00"
                   PERFORM 1100-BUSCA-VIGENTE
                   CLOSE ARQVSU01
               END-IF
               IF LKS-HIE-RETORNO EQUAL ZEROS
                   PERFORM 1200-BUSCA-REGIAO
               END-IF
           END-IF
           GOBACK.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER O HISTORICO DO VENDEDOR EM ORDEM DE   *
      *    INICIO, GUARDANDO O ULTIMO SUPERVISOR COM INICIO ATE A DATA *
      *----------------------------------------------------------------*
       1100-BUSCA-VIGENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LKS-HIE-COD-VEN        TO FS-COD-VEN-VSU
           MOVE ZEROS                  TO FS-DATA-INI-VSU
           START ARQVSU01 KEY IS NOT LESS FS-CHAVE-VSU
           PERFORM UNTIL WRK-FS-ARQVSU01 NOT EQUAL "00"
               READ ARQVSU01 NEXT RECORD
               IF WRK-FS-ARQVSU01 EQUAL "00"
                   IF FS-COD-VEN-VSU EQUAL LKS-HIE-COD-VEN
                      AND FS-DATA-INI-VSU NOT GREATER LKS-HIE-DATA
                       MOVE FS-COD-SUP-VSU  TO LKS-HIE-COD-SUP
                       MOVE FS-DATA-INI-VSU TO LKS-HIE-DATA-INI
                       MOVE ZEROS           TO LKS-HIE-RETORNO
                   ELSE
                       MOVE "10"            TO WRK-FS-ARQVSU01
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA BUSCAR A REGIAO NO CADASTRO DO SUPERVISOR.      *
      *    SUPERVISOR NAO CADASTRADO DEVOLVE A REGIAO ZERADA           *
      *----------------------------------------------------------------*
       1200-BUSCA-REGIAO               SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQSUP01
           IF WRK-FS-ARQSUP01 EQUAL "00"
               MOVE LKS-HIE-COD-SUP    TO FS-COD-SUP
               READ ARQSUP01           KEY IS FS-COD-SUP
               IF WRK-FS-ARQSUP01 EQUAL "00"
                   MOVE FS-COD-REG-SUP TO LKS-HIE-COD-REG
               END-IF
               CLOSE ARQSUP01
           END-IF.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
