      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI30EO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI30EO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: DEVOLVE O PRECO DE VENDA DE UM PRODUTO        *
      *                  VIGENTE NUMA DATA, PELO HISTORICO DE PRECOS   *
      *                  ARQPRC01 (CHAVE PRODUTO + DATA DE VIGENCIA).  *
      *                  VALE O REGISTRO DE MAIOR VIGENCIA ATE A DATA  *
      *                  (INCLUSIVE). SEM HISTORICO ATE A DATA O       *
      *                  CHAMADOR USA O PRECO DO MESTRE ARQPRD01       *
      *    COMO USAR...: LKS-PRC-COD-PROD : PRODUTO INFORMADO          *
      *                : LKS-PRC-DATA ....: DATA AAAAMMDD INFORMADA    *
      *                : LKS-PRC-PRECO ...: PRECO VIGENTE NA DATA      *
      *                : LKS-PRC-DATA-VIG : INICIO DA VIGENCIA         *
      *                : LKS-PRC-RETORNO .: 0=PRECO ENCONTRADO         *
      *                :                    1=SEM HISTORICO ATE A DATA *
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
              SELECT ARQPRC01 ASSIGN   TO UT-S-ARQPRC01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PRC
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRC01.
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
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI30EO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPRC01          PIC X(002)      VALUE "00".
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI30EO - FIM DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01  LKS-PARM-PRC.
           05 LKS-PRC-COD-PROD         PIC 9(007).
           05 LKS-PRC-DATA             PIC 9(008).
           05 LKS-PRC-PRECO            PIC 9(007)V9(002).
           05 LKS-PRC-DATA-VIG         PIC 9(008).
           05 LKS-PRC-RETORNO          PIC 9(001).
      *
      *================================================================*
       PROCEDURE DIVISION USING LKS-PARM-PRC.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL - ABRE O HISTORICO E PROCURA O PRECO       *
      *    VIGENTE NA DATA. HISTORICO AINDA NAO CRIADO EQUIVALE A      *
      *    PRODUTO SEM HISTORICO                                       *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO LKS-PRC-RETORNO
           MOVE ZEROS                  TO LKS-PRC-PRECO
                                          LKS-PRC-DATA-VIG
           IF LKS-PRC-DATA NOT NUMERIC
              OR LKS-PRC-DATA EQUAL ZEROS
               MOVE 9                  TO LKS-PRC-RETORNO
           ELSE
               OPEN INPUT ARQPRC01
               IF WRK-FS-ARQPRC01 EQUAL "00"
                   PERFORM 1100-BUSCA-VIGENTE
                   CLOSE ARQPRC01
               END-IF
           END-IF
           GOBACK.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER O HISTORICO DO PRODUTO EM ORDEM DE    *
      *    VIGENCIA, GUARDANDO O ULTIMO PRECO COM VIGENCIA ATE A DATA  *
      *----------------------------------------------------------------*
       1100-BUSCA-VIGENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE LKS-PRC-COD-PROD       TO FS-COD-PROD-PRC
           MOVE ZEROS                  TO FS-DATA-VIG-PRC
           START ARQPRC01 KEY IS NOT LESS FS-CHAVE-PRC
           PERFORM UNTIL WRK-FS-ARQPRC01 NOT EQUAL "00"
               READ ARQPRC01 NEXT RECORD
               IF WRK-FS-ARQPRC01 EQUAL "00"
                   IF FS-COD-PROD-PRC EQUAL LKS-PRC-COD-PROD
                      AND FS-DATA-VIG-PRC NOT GREATER LKS-PRC-DATA
                       MOVE FS-PRECO-PRC   TO LKS-PRC-PRECO
                       MOVE FS-DATA-VIG-PRC TO LKS-PRC-DATA-VIG
                       MOVE ZEROS          TO LKS-PRC-RETORNO
                   ELSE
                       MOVE "10"           TO WRK-FS-ARQPRC01
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
