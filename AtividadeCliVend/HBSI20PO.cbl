      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI20PO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI20PO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CONSULTA DA SITUACAO DO FECHAMENTO MENSAL     *
      *                  (ARQFEC01) E REABERTURA DE PERIODO FECHADO.   *
      *                  A REABERTURA EXIGE OPERADOR COM AUTORIZACAO   *
      *                  DE ADMINISTRADOR, PEDE O MOTIVO E FICA        *
      *                  REGISTRADA NO CONTROLE E NA AUDITORIA         *
      *                  (ARQAUDIT TIPO F). O PERIODO REABERTO VOLTA A *
      *                  ACEITAR MOVIMENTO E DEVE SER FECHADO DE NOVO  *
      *                  PELO HBSI49AO, QUE REFAZ A FOTO               *
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
              SELECT ARQAUDIT ASSIGN   TO UT-S-ARQAUDIT
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQAUDIT.
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
      *    I-O    : CONTROLE DE FECHAMENTO MENSAL                      *
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
      *    OUTPUT : ARQUIVO DE AUDITORIA DAS ALTERACOES DE CADASTRO    *
      *               ORG. SEQUENCIAL - LRECL = 0557                   *
      *----------------------------------------------------------------*
      *
       FD ARQAUDIT
          RECORD CONTAINS 557 CHARACTERS.
       01 FD-AUDITORIA.
          05 FS-AUD-DATA               PIC 9(008).
          05 FS-AUD-HORA               PIC 9(006).
          05 FS-AUD-PROGRAMA           PIC X(008).
          05 FS-AUD-OPERACAO           PIC X(012).
          05 FS-AUD-TIPO-REG           PIC X(001).
          05 FS-AUD-COD-CHAVE          PIC 9(007).
          05 FS-AUD-COD-CHAVE-2        PIC 9(007).
          05 FS-AUD-OPERADOR           PIC X(008).
          05 FS-AUD-REG-ANTES          PIC X(250).
          05 FS-AUD-REG-DEPOIS         PIC X(250).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20PO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-OPCAO                PIC X(002)      VALUE SPACES.
           05 WRK-SIM-NAO              PIC X(001)      VALUE SPACES.
           05 WRK-ANOMES               PIC 9(006)      VALUE ZEROS.
           05 WRK-MOTIVO               PIC X(020)      VALUE SPACES.
           05 WRK-DESC-STATUS          PIC X(010)      VALUE SPACES.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-ANTES            PIC X(100)      VALUE SPACES.
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQFEC01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQAUDIT          PIC X(002)      VALUE "00".
      *
       01  WRK-AREA-AUDITORIA.
           05 WRK-AUD-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-AUD-HORA             PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20PO - FIM DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
      *----------------------------------------------------------------*
      *
       01  LKS-AREA-OPERADOR.
           05 LKS-OPE-CODIGO           PIC X(008).
           05 LKS-OPE-AUT-CONS         PIC X(001).
           05 LKS-OPE-AUT-ATUA         PIC X(001).
           05 LKS-OPE-AUT-IMPO         PIC X(001).
           05 LKS-OPE-AUT-ATRI         PIC X(001).
           05 LKS-OPE-AUT-ADMI         PIC X(001).
      *
      *----------------------------------------------------------------*
       SCREEN                          SECTION.
      *----------------------------------------------------------------*
      *
       01  TELA-FECHAMENTO.
           05 VALUE "FECHAMENTO MENSAL DE PERIODO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - CONSULTAR PERIODO"             LINE  4 COL  2.
           05 VALUE "02 - REABRIR PERIODO FECHADO"       LINE  5 COL  2.
           05 VALUE "03 - RETORNAR AO MENU ANTERIOR"     LINE  6 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE  8 COL  2.
           05 OPCAO                                      LINE  8 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-BUSCA-FEC.
           05 VALUE "BUSCAR PERIODO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "PERIODO (AAAAMM):"                  LINE  4 COL  2.
           05 ANOMES-FEC                                 LINE  4 COL 20
                                       PIC 9(006) TO WRK-ANOMES.
      *
       01  TELA-CONS-FEC.
           05 VALUE "SITUACAO DO PERIODO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "PERIODO.........:"                  LINE  4 COL  2.
           05 ANOMES-FEC                                 LINE  4 COL 20
                                       PIC 9999/99 FROM FS-ANOMES-FEC.
           05 VALUE "SITUACAO........:"                  LINE  5 COL  2.
           05 STATUS-FEC                                 LINE  5 COL 20
                                       PIC X(010) FROM WRK-DESC-STATUS.
           05 VALUE "FECHADO EM......:"                  LINE  6 COL  2.
           05 DATA-FEC                                   LINE  6 COL 20
                                       PIC 9999/99/99 FROM FS-DATA-FEC.
           05 HORA-FEC                                   LINE  6 COL 32
                                       PIC 99B99B99 FROM FS-HORA-FEC.
           05 VALUE "VENDEDORES......:"                  LINE  7 COL  2.
           05 QTD-VEN-FEC                                LINE  7 COL 20
                                       PIC ZZZZ9 FROM FS-QTD-VEN-FEC.
           05 VALUE "CLIENTES........:"                  LINE  8 COL  2.
           05 QTD-CLI-FEC                                LINE  8 COL 20
                                       PIC ZZZZZZ9 FROM FS-QTD-CLI-FEC.
           05 VALUE "PRODUTOS........:"                  LINE  9 COL  2.
           05 QTD-PRD-FEC                                LINE  9 COL 20
                                       PIC ZZZZZZ9 FROM FS-QTD-PRD-FEC.
           05 VALUE "VALOR FATURADO..:"                  LINE 10 COL  2.
           05 VAL-FAT-FEC                                LINE 10 COL 20
                                       PIC ZZ.ZZZ.ZZZ.ZZ9,99
                                                 FROM FS-VAL-FAT-FEC.
           05 VALUE "REABERTURAS.....:"                  LINE 12 COL  2.
           05 QTD-REA-FEC                                LINE 12 COL 20
                                       PIC ZZ9 FROM FS-QTD-REA-FEC.
           05 VALUE "ULTIMA REABERT..:"                  LINE 13 COL  2.
           05 DATA-REA-FEC                               LINE 13 COL 20
                                       PIC 9999/99/99
                                                FROM FS-DATA-REA-FEC.
           05 OPE-REA-FEC                                LINE 13 COL 32
                                       PIC X(008) FROM FS-OPE-REA-FEC.
           05 VALUE "MOTIVO..........:"                  LINE 14 COL  2.
           05 MOTIVO-REA-FEC                             LINE 14 COL 20
                                       PIC X(020)
                                              FROM FS-MOTIVO-REA-FEC.
           05 VALUE "CONTINUAR? (S/N):"                  LINE 16 COL  2.
           05 CONFIRMA                                   LINE 16 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-REA-FEC.
           05 VALUE "REABERTURA DE PERIODO FECHADO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "PERIODO.........:"                  LINE  4 COL  2.
           05 ANOMES-FEC                                 LINE  4 COL 20
                                       PIC 9999/99 FROM FS-ANOMES-FEC.
           05 VALUE "FECHADO EM......:"                  LINE  5 COL  2.
           05 DATA-FEC                                   LINE  5 COL 20
                                       PIC 9999/99/99 FROM FS-DATA-FEC.
           05 VALUE "REABERTURAS.....:"                  LINE  6 COL  2.
           05 QTD-REA-FEC                                LINE  6 COL 20
                                       PIC ZZ9 FROM FS-QTD-REA-FEC.
           05 VALUE "MOTIVO..........:"                  LINE  8 COL  2.
           05 MOTIVO-REA-FEC                             LINE  8 COL 20
                                       PIC X(020) TO WRK-MOTIVO.
           05 VALUE "REABRIR PERIODO? (S/N):"            LINE 10 COL  2.
           05 CONFIRMA                                   LINE 10 COL 26
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-FEC-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
           05 WRK-MSG-FEC                                LINE  6 COL  2
                                       PIC X(050).
           05 VALUE "CONTINUAR? (S/N):"                  LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
      *================================================================*
       PROCEDURE DIVISION USING LKS-AREA-OPERADOR.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2000-PROCESSAR
           PERFORM 3000-FINALIZAR
           .
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL DO PROGRAMA                         *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2010-MENU-FECHAMENTO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O MENU DO FECHAMENTO MENSAL             *
      *----------------------------------------------------------------*
       2010-MENU-FECHAMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-FECHAMENTO
           ACCEPT TELA-FECHAMENTO.
           EVALUATE WRK-OPCAO
              WHEN "01"
                  PERFORM 2100-MENU-CONSULTA-FEC
              WHEN "02"
                  PERFORM 2200-MENU-REABRE-FEC
              WHEN "03"
                  PERFORM 3000-FINALIZAR
              WHEN OTHER
                  PERFORM 2010-MENU-FECHAMENTO
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PEDIR O PERIODO E LER O CONTROLE. PERIODO SEM   *
      *    REGISTRO NUNCA FOI FECHADO                                  *
      *----------------------------------------------------------------*
       2050-BUSCA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-ANOMES
           DISPLAY TELA-BUSCA-FEC
           ACCEPT TELA-BUSCA-FEC
           IF WRK-FS-ARQFEC01 EQUAL "00"
               MOVE WRK-ANOMES         TO FS-ANOMES-FEC
               READ ARQFEC01           KEY IS FS-ANOMES-FEC
           END-IF
           IF WRK-FS-ARQFEC01 NOT EQUAL "00"
               MOVE "PERIODO NUNCA FECHADO - MOVIMENTO LIBERADO"
                                       TO WRK-MSG-FEC
               DISPLAY TELA-FEC-MSG
               ACCEPT TELA-FEC-MSG
           ELSE
               IF FS-STATUS-FEC EQUAL "F"
                   MOVE "FECHADO"      TO WRK-DESC-STATUS
               ELSE
                   MOVE "REABERTO"     TO WRK-DESC-STATUS
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DA SITUACAO DE UM PERIODO                *
      *----------------------------------------------------------------*
       2100-MENU-CONSULTA-FEC          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQFEC01
           PERFORM 2050-BUSCA-PERIODO
           IF WRK-FS-ARQFEC01 EQUAL "00"
               DISPLAY TELA-CONS-FEC
               ACCEPT TELA-CONS-FEC
           END-IF
           CLOSE ARQFEC01
           PERFORM 2010-MENU-FECHAMENTO.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE REABERTURA DE PERIODO FECHADO. SO O               *
      *    ADMINISTRADOR REABRE, COM MOTIVO OBRIGATORIO. A IMAGEM DO   *
      *    CONTROLE ANTES E DEPOIS VAI PARA A AUDITORIA                *
      *----------------------------------------------------------------*
       2200-MENU-REABRE-FEC            SECTION.
      *----------------------------------------------------------------*
      *
           IF LKS-OPE-AUT-ADMI NOT EQUAL "S"
               MOVE "REABERTURA PERMITIDA SOMENTE AO ADMINISTRADOR"
                                       TO WRK-MSG-FEC
               DISPLAY TELA-FEC-MSG
               ACCEPT TELA-FEC-MSG
           ELSE
               OPEN I-O ARQFEC01
               PERFORM 2050-BUSCA-PERIODO
               IF WRK-FS-ARQFEC01 EQUAL "00"
                   IF FS-STATUS-FEC NOT EQUAL "F"
                       MOVE "PERIODO JA REABERTO - MOVIMENTO LIBERADO"
                                       TO WRK-MSG-FEC
                       DISPLAY TELA-FEC-MSG
                       ACCEPT TELA-FEC-MSG
                   ELSE
                       PERFORM 2210-CONFIRMA-REABERTURA
                   END-IF
               END-IF
               CLOSE ARQFEC01
           END-IF
           PERFORM 2010-MENU-FECHAMENTO.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PEDIR O MOTIVO E A CONFIRMACAO DA REABERTURA E  *
      *    REGRAVAR O CONTROLE COMO REABERTO                           *
      *----------------------------------------------------------------*
       2210-CONFIRMA-REABERTURA        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-MOTIVO
           DISPLAY TELA-REA-FEC
           ACCEPT TELA-REA-FEC
           EVALUATE TRUE
               WHEN FUNCTION UPPER-CASE(WRK-SIM-NAO) NOT EQUAL "S"
                   CONTINUE
               WHEN WRK-MOTIVO EQUAL SPACES
                   MOVE "MOTIVO OBRIGATORIO - PERIODO NAO REABERTO"
                                       TO WRK-MSG-FEC
                   DISPLAY TELA-FEC-MSG
                   ACCEPT TELA-FEC-MSG
               WHEN OTHER
                   ACCEPT WRK-DATA-DIA FROM DATE YYYYMMDD
                   MOVE FD-FECHAMENTO  TO WRK-FEC-ANTES
                   MOVE "R"            TO FS-STATUS-FEC
                   MOVE WRK-DATA-DIA   TO FS-DATA-REA-FEC
                   MOVE LKS-OPE-CODIGO TO FS-OPE-REA-FEC
                   MOVE FUNCTION UPPER-CASE(WRK-MOTIVO)
                                       TO FS-MOTIVO-REA-FEC
                   IF FS-QTD-REA-FEC LESS 999
                       ADD 1           TO FS-QTD-REA-FEC
                   END-IF
                   REWRITE FD-FECHAMENTO
                   IF WRK-FS-ARQFEC01 NOT EQUAL "00"
                       MOVE "ERRO AO REGRAVAR O CONTROLE DO PERIODO"
                                       TO WRK-MSG-FEC
                   ELSE
                       PERFORM 2900-GRAVA-AUDITORIA
                       MOVE "PERIODO REABERTO - REFECHAR PELO HBSI49AO"
                                       TO WRK-MSG-FEC
                   END-IF
                   DISPLAY TELA-FEC-MSG
                   ACCEPT TELA-FEC-MSG
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O REGISTRO DE AUDITORIA DA REABERTURA    *
      *    COM O OPERADOR. CHAVE = PERIODO AAAAMM                      *
      *----------------------------------------------------------------*
       2900-GRAVA-AUDITORIA            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-AUD-DATA         FROM DATE YYYYMMDD
           ACCEPT WRK-AUD-HORA         FROM TIME
           OPEN EXTEND ARQAUDIT
           IF WRK-FS-ARQAUDIT EQUAL "35"
               OPEN OUTPUT ARQAUDIT
           END-IF
           MOVE WRK-AUD-DATA           TO FS-AUD-DATA
           MOVE WRK-AUD-HORA (1:6)     TO FS-AUD-HORA
           MOVE "HBSI20PO"             TO FS-AUD-PROGRAMA
           MOVE LKS-OPE-CODIGO         TO FS-AUD-OPERADOR
           MOVE "REABERTURA"           TO FS-AUD-OPERACAO
           MOVE "F"                    TO FS-AUD-TIPO-REG
           MOVE FS-ANOMES-FEC          TO FS-AUD-COD-CHAVE
           MOVE FS-QTD-REA-FEC         TO FS-AUD-COD-CHAVE-2
           MOVE WRK-FEC-ANTES          TO FS-AUD-REG-ANTES
           MOVE FD-FECHAMENTO          TO FS-AUD-REG-DEPOIS
           WRITE FD-AUDITORIA
           CLOSE ARQAUDIT.
      *
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA FINALIZAR PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
