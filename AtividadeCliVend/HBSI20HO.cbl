      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI20HO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI20HO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CADASTRO DAS REGRAS FISCAIS (ARQTRB01) POR    *
      *                  CLASSE FISCAL DO PRODUTO + UF DE DESTINO DO   *
      *                  CLIENTE: ALIQUOTA DE ICMS, ALIQUOTA DE IPI E  *
      *                  APLICABILIDADE DO ICMS-ST (COM MVA E ALIQUOTA *
      *                  INTERNA DO DESTINO). AS REGRAS SAO USADAS NO  *
      *                  CALCULO DOS IMPOSTOS DOS PEDIDOS (HBSI30FO)   *
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
      *    I-O    : REGRAS FISCAIS POR CLASSE FISCAL E UF DE DESTINO   *
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
           ' HBSI20HO - INICIO DA AREA DE WORKING '.
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
           05 WRK-CLAS-FISC            PIC X(004)      VALUE SPACES.
           05 WRK-UF                   PIC X(002)      VALUE SPACES.
           05 WRK-ALIQ-ICMS            PIC 9(002)V9(002) VALUE ZEROS.
           05 WRK-ALIQ-IPI             PIC 9(002)V9(002) VALUE ZEROS.
           05 WRK-IND-ST               PIC X(001)      VALUE SPACES.
           05 WRK-MVA-ST               PIC 9(003)V9(002) VALUE ZEROS.
           05 WRK-ALIQ-ST              PIC 9(002)V9(002) VALUE ZEROS.
           05 WRK-DATA-CAD             PIC 9(008)      VALUE ZEROS.
           05 WRK-OPE-CAD              PIC X(008)      VALUE SPACES.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-REGRA-OK             PIC X(001)      VALUE "N".
           05 WRK-UF-OK                PIC X(001)      VALUE "N".
           05 WRK-IDX-UF               PIC 9(002)      VALUE ZEROS.
           05 WRK-IDX-LIN              PIC 9(002)      VALUE ZEROS.
      *
       01  WRK-TAB-UF-LITERAL          PIC X(054)      VALUE
           "ACALAMAPBACEDFESGOMAMGMSMTPAPBPEPIPRRJRNRORRRSSCSESPTO".
       01  WRK-TAB-UF-R                REDEFINES WRK-TAB-UF-LITERAL.
           05 WRK-TAB-UF               PIC X(002)
                                       OCCURS 27 TIMES.
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQTRB01          PIC X(002)      VALUE "00".
      *
       01  WRK-LIN-REGRA.
           05 WRK-LIR-UF               PIC X(002).
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-LIR-ALIQ-ICMS        PIC Z9,99.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-LIR-ALIQ-IPI         PIC Z9,99.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-LIR-IND-ST           PIC X(001).
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-LIR-MVA-ST           PIC ZZ9,99.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-LIR-ALIQ-ST          PIC Z9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-LIR-DATA-CAD         PIC 9999/99/99.
      *
       01  WRK-PAG-REGRAS.
           05 WRK-LIN-R01              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-R02              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-R03              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-R04              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-R05              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-R06              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-R07              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-R08              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-R09              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-R10              PIC X(060)      VALUE SPACES.
       01  WRK-PAG-REGRAS-R            REDEFINES WRK-PAG-REGRAS.
           05 WRK-LIN-REG              PIC X(060)
                                       OCCURS 10 TIMES.
      *
       77  WRK-ARQ-TRB-NOVO            PIC X(001)      VALUE "N".
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20HO - FIM DA AREA DE WORKING '.
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
       01  TELA-REGRA.
           05 VALUE "REGRAS FISCAIS POR CLASSE FISCAL E UF"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - INCLUIR"                       LINE  4 COL  2.
           05 VALUE "02 - ALTERAR"                       LINE  5 COL  2.
           05 VALUE "03 - EXCLUIR"                       LINE  6 COL  2.
           05 VALUE "04 - CONSULTAR"                     LINE  7 COL  2.
           05 VALUE "05 - RETORNAR AO MENU ANTERIOR"     LINE  8 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 10 COL  2.
           05 OPCAO                                      LINE 10 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-ADD-REGRA.
           05 VALUE "REGRAS FISCAIS - INCLUSAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CLASSE FISCAL:"                     LINE  4 COL  2.
           05 CLAS-FISC-TRB                              LINE  4 COL 17
                                       PIC X(004) TO WRK-CLAS-FISC.
           05 VALUE "UF DESTINO...:"                     LINE  5 COL  2.
           05 UF-TRB                                     LINE  5 COL 17
                                       PIC X(002) TO WRK-UF.
           05 VALUE "ALIQ. ICMS %.:"                     LINE  6 COL  2.
           05 ALIQ-ICMS-TRB                              LINE  6 COL 17
                                       PIC 9(002)V9(002) TO
                                                          WRK-ALIQ-ICMS.
           05 VALUE "ALIQ. IPI %..:"                     LINE  7 COL  2.
           05 ALIQ-IPI-TRB                               LINE  7 COL 17
                                       PIC 9(002)V9(002) TO
                                                           WRK-ALIQ-IPI.
           05 VALUE "ICMS-ST (S/N):"                     LINE  8 COL  2.
           05 IND-ST-TRB                                 LINE  8 COL 17
                                       PIC X(001) TO WRK-IND-ST.
           05 VALUE "MVA ST %.....:"                     LINE  9 COL  2.
           05 MVA-ST-TRB                                 LINE  9 COL 17
                                       PIC 9(003)V9(002) TO
                                                             WRK-MVA-ST.
           05 VALUE "ALIQ. INT. ST:"                     LINE 10 COL  2.
           05 ALIQ-ST-TRB                                LINE 10 COL 17
                                       PIC 9(002)V9(002) TO
                                                            WRK-ALIQ-ST.
           05 VALUE "INCLUIR REGRA? (S/N):"              LINE 12 COL  2.
           05 CONFIRMA                                   LINE 12 COL 24
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-BUSCA-REGRA.
           05 VALUE "BUSCAR REGRA FISCAL"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CLASSE FISCAL:"                     LINE  4 COL  2.
           05 CLAS-FISC-TRB                              LINE  4 COL 17
                                       PIC X(004) TO WRK-CLAS-FISC.
           05 VALUE "UF DESTINO...:"                     LINE  5 COL  2.
           05 UF-TRB                                     LINE  5 COL 17
                                       PIC X(002) TO WRK-UF.
      *
       01  TELA-ALT-REGRA.
           05 VALUE "REGRAS FISCAIS - ALTERACAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CLASSE FISCAL:"                     LINE  4 COL  2.
           05 CLAS-FISC-TRB                              LINE  4 COL 17
                                       PIC X(004) FROM WRK-CLAS-FISC.
           05 VALUE "UF DESTINO...:"                     LINE  5 COL  2.
           05 UF-TRB                                     LINE  5 COL 17
                                       PIC X(002) FROM WRK-UF.
           05 VALUE "ALIQ. ICMS %.:"                     LINE  6 COL  2.
           05 ALIQ-ICMS-TRB                              LINE  6 COL 17
                                       PIC 9(002)V9(002)
                                                   FROM WRK-ALIQ-ICMS
                                                     TO WRK-ALIQ-ICMS.
           05 VALUE "ALIQ. IPI %..:"                     LINE  7 COL  2.
           05 ALIQ-IPI-TRB                               LINE  7 COL 17
                                       PIC 9(002)V9(002)
                                                    FROM WRK-ALIQ-IPI
                                                      TO WRK-ALIQ-IPI.
           05 VALUE "ICMS-ST (S/N):"                     LINE  8 COL  2.
           05 IND-ST-TRB                                 LINE  8 COL 17
                                       PIC X(001) FROM WRK-IND-ST
                                                    TO WRK-IND-ST.
           05 VALUE "MVA ST %.....:"                     LINE  9 COL  2.
           05 MVA-ST-TRB                                 LINE  9 COL 17
                                       PIC 9(003)V9(002)
                                                      FROM WRK-MVA-ST
                                                        TO WRK-MVA-ST.
           05 VALUE "ALIQ. INT. ST:"                     LINE 10 COL  2.
           05 ALIQ-ST-TRB                                LINE 10 COL 17
                                       PIC 9(002)V9(002)
                                                     FROM WRK-ALIQ-ST
                                                       TO WRK-ALIQ-ST.
           05 VALUE "GRAVAR ALTERACAO? (S/N):"           LINE 12 COL  2.
           05 CONFIRMA                                   LINE 12 COL 27
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-EXC-REGRA.
           05 VALUE "REGRAS FISCAIS - EXCLUSAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CLASSE FISCAL:"                     LINE  4 COL  2.
           05 CLAS-FISC-TRB                              LINE  4 COL 17
                                       PIC X(004) FROM WRK-CLAS-FISC.
           05 VALUE "UF DESTINO...:"                     LINE  5 COL  2.
           05 UF-TRB                                     LINE  5 COL 17
                                       PIC X(002) FROM WRK-UF.
           05 VALUE "ALIQ. ICMS %.:"                     LINE  6 COL  2.
           05 ALIQ-ICMS-TRB                              LINE  6 COL 17
                                       PIC Z9,99 FROM WRK-ALIQ-ICMS.
           05 VALUE "ALIQ. IPI %..:"                     LINE  7 COL  2.
           05 ALIQ-IPI-TRB                               LINE  7 COL 17
                                       PIC Z9,99 FROM WRK-ALIQ-IPI.
           05 VALUE "ICMS-ST......:"                     LINE  8 COL  2.
           05 IND-ST-TRB                                 LINE  8 COL 17
                                       PIC X(001) FROM WRK-IND-ST.
           05 VALUE "EXCLUIR REGRA? (S/N):"              LINE 10 COL  2.
           05 CONFIRMA                                   LINE 10 COL 24
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-BUSCA-CLASSE.
           05 VALUE "CONSULTA DE REGRAS FISCAIS"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CLASSE FISCAL:"                     LINE  4 COL  2.
           05 CLAS-FISC-TRB                              LINE  4 COL 17
                                       PIC X(004) TO WRK-CLAS-FISC.
           05 VALUE "A PARTIR DA UF:"                    LINE  5 COL  2.
           05 UF-TRB                                     LINE  5 COL 18
                                       PIC X(002) TO WRK-UF.
           05 VALUE "(BRANCOS = DESDE O INICIO)"         LINE  5 COL 22.
      *
       01  TELA-CONS-REGRA.
           05 VALUE "CONSULTA DE REGRAS FISCAIS"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CLASSE FISCAL:"                     LINE  3 COL  2.
           05 CLAS-FISC-TRB                              LINE  3 COL 17
                                       PIC X(004) FROM WRK-CLAS-FISC.
           05 VALUE "UF    ICMS%    IPI%  ST    MVA%   INT.ST  CADASTRO"
                                                         LINE  5 COL  2.
           05 LIN-R01                                    LINE  6 COL  2
                                       PIC X(060) FROM WRK-LIN-R01.
           05 LIN-R02                                    LINE  7 COL  2
                                       PIC X(060) FROM WRK-LIN-R02.
           05 LIN-R03                                    LINE  8 COL  2
                                       PIC X(060) FROM WRK-LIN-R03.
           05 LIN-R04                                    LINE  9 COL  2
                                       PIC X(060) FROM WRK-LIN-R04.
           05 LIN-R05                                    LINE 10 COL  2
                                       PIC X(060) FROM WRK-LIN-R05.
           05 LIN-R06                                    LINE 11 COL  2
                                       PIC X(060) FROM WRK-LIN-R06.
           05 LIN-R07                                    LINE 12 COL  2
                                       PIC X(060) FROM WRK-LIN-R07.
           05 LIN-R08                                    LINE 13 COL  2
                                       PIC X(060) FROM WRK-LIN-R08.
           05 LIN-R09                                    LINE 14 COL  2
                                       PIC X(060) FROM WRK-LIN-R09.
           05 LIN-R10                                    LINE 15 COL  2
                                       PIC X(060) FROM WRK-LIN-R10.
           05 VALUE "MAIS UFS: INFORME UMA UF INICIAL POSTERIOR"
                                                         LINE 17 COL  2.
           05 VALUE "CONTINUAR? (S/N):"                  LINE 19 COL  2.
           05 CONFIRMA                                   LINE 19 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-TRB-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
           05 WRK-MSG-TRB                                LINE  6 COL  2
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
           PERFORM 2010-MENU-REGRA.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O MENU DAS REGRAS FISCAIS               *
      *----------------------------------------------------------------*
       2010-MENU-REGRA                 SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-REGRA
           ACCEPT TELA-REGRA.
           EVALUATE WRK-OPCAO
              WHEN "01"
                  PERFORM 2100-MENU-INCLUI-TRB
              WHEN "02"
                  PERFORM 2200-MENU-ALTERA-TRB
              WHEN "03"
                  PERFORM 2300-MENU-EXCLUI-TRB
              WHEN "04"
                  PERFORM 2500-MENU-CONSULTA-TRB
              WHEN "05"
                  PERFORM 3000-FINALIZAR
              WHEN OTHER
                  PERFORM 2010-MENU-REGRA
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR OS CAMPOS DA REGRA: CLASSE INFORMADA,   *
      *    UF EXISTENTE, ST S OU N. COM ST A ALIQUOTA INTERNA E        *
      *    OBRIGATORIA; SEM ST A MVA E A ALIQUOTA INTERNA SAO ZERADAS  *
      *----------------------------------------------------------------*
       2020-VALIDA-REGRA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-REGRA-OK
           MOVE FUNCTION UPPER-CASE(WRK-CLAS-FISC) TO WRK-CLAS-FISC
           MOVE FUNCTION UPPER-CASE(WRK-UF)        TO WRK-UF
           MOVE FUNCTION UPPER-CASE(WRK-IND-ST)    TO WRK-IND-ST
           PERFORM 2025-VALIDA-UF
           EVALUATE TRUE
               WHEN WRK-CLAS-FISC EQUAL SPACES
                   MOVE "CLASSE FISCAL OBRIGATORIA" TO WRK-MSG-TRB
               WHEN WRK-UF-OK EQUAL "N"
                   MOVE "UF INVALIDA"  TO WRK-MSG-TRB
               WHEN WRK-IND-ST NOT EQUAL "S"
                AND WRK-IND-ST NOT EQUAL "N"
                   MOVE "INDICADOR DE ICMS-ST DEVE SER S OU N"
                                       TO WRK-MSG-TRB
               WHEN WRK-IND-ST EQUAL "S"
                AND WRK-ALIQ-ST EQUAL ZEROS
                   MOVE "ICMS-ST EXIGE A ALIQUOTA INTERNA DO DESTINO"
                                       TO WRK-MSG-TRB
               WHEN OTHER
                   MOVE "S"            TO WRK-REGRA-OK
                   IF WRK-IND-ST EQUAL "N"
                       MOVE ZEROS      TO WRK-MVA-ST
                                          WRK-ALIQ-ST
                   END-IF
           END-EVALUATE
           IF WRK-REGRA-OK EQUAL "N"
               DISPLAY TELA-TRB-MSG
               ACCEPT TELA-TRB-MSG
           END-IF.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR A UF NA TABELA DAS 27 UNIDADES DA      *
      *    FEDERACAO                                                   *
      *----------------------------------------------------------------*
       2025-VALIDA-UF                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-UF-OK
           PERFORM VARYING WRK-IDX-UF FROM 1 BY 1
                   UNTIL WRK-IDX-UF GREATER 27
                   OR WRK-UF-OK EQUAL "S"
               IF WRK-TAB-UF (WRK-IDX-UF) EQUAL WRK-UF
                   MOVE "S"            TO WRK-UF-OK
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE INCLUSAO DE REGRA FISCAL              *
      *----------------------------------------------------------------*
       2100-MENU-INCLUI-TRB            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQTRB01
           IF WRK-FS-ARQTRB01 EQUAL "35"
               MOVE "S"                TO WRK-ARQ-TRB-NOVO
           ELSE
               MOVE "N"                TO WRK-ARQ-TRB-NOVO
           END-IF
           MOVE SPACES                 TO WRK-CLAS-FISC
                                          WRK-UF
                                          WRK-IND-ST
           MOVE ZEROS                  TO WRK-ALIQ-ICMS
                                          WRK-ALIQ-IPI
                                          WRK-MVA-ST
                                          WRK-ALIQ-ST
           DISPLAY TELA-ADD-REGRA
           ACCEPT TELA-ADD-REGRA
           EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
               WHEN "S"
                   PERFORM 2020-VALIDA-REGRA
                   IF WRK-REGRA-OK EQUAL "S"
                       PERFORM 2110-INCLUIR-TRB
                   END-IF
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE ARQTRB01
           PERFORM 2010-MENU-REGRA.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR UMA NOVA REGRA FISCAL                    *
      *----------------------------------------------------------------*
       2110-INCLUIR-TRB                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-ARQ-TRB-NOVO EQUAL "S"
               OPEN OUTPUT ARQTRB01
               MOVE "N"                TO WRK-ARQ-TRB-NOVO
           END-IF
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           MOVE WRK-CLAS-FISC          TO FS-CLAS-FISC-TRB
           MOVE WRK-UF                 TO FS-UF-TRB
           PERFORM 2120-MOVE-CAMPOS
           WRITE FD-TRIBUTO
           IF WRK-FS-ARQTRB01 NOT EQUAL "00"
               MOVE "REGRA JA CADASTRADA PARA A CLASSE E UF"
                                       TO WRK-MSG-TRB
           ELSE
               MOVE "REGRA INCLUIDA COM SUCESSO" TO WRK-MSG-TRB
           END-IF
           DISPLAY TELA-TRB-MSG
           ACCEPT TELA-TRB-MSG.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOVER OS CAMPOS DA TELA PARA O REGISTRO, COM    *
      *    A DATA DO DIA E O OPERADOR CONECTADO                        *
      *----------------------------------------------------------------*
       2120-MOVE-CAMPOS                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ALIQ-ICMS          TO FS-ALIQ-ICMS-TRB
           MOVE WRK-ALIQ-IPI           TO FS-ALIQ-IPI-TRB
           MOVE WRK-IND-ST             TO FS-IND-ST-TRB
           MOVE WRK-MVA-ST             TO FS-MVA-ST-TRB
           MOVE WRK-ALIQ-ST            TO FS-ALIQ-ST-TRB
           MOVE WRK-DATA-DIA           TO FS-DATA-CAD-TRB
           MOVE LKS-OPE-CODIGO         TO FS-OPE-CAD-TRB.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PEDIR A CLASSE FISCAL + UF E LER A REGRA        *
      *----------------------------------------------------------------*
       2150-BUSCA-REGRA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-CLAS-FISC
                                          WRK-UF
           DISPLAY TELA-BUSCA-REGRA
           ACCEPT TELA-BUSCA-REGRA
           MOVE FUNCTION UPPER-CASE(WRK-CLAS-FISC) TO WRK-CLAS-FISC
           MOVE FUNCTION UPPER-CASE(WRK-UF)        TO WRK-UF
           MOVE WRK-CLAS-FISC          TO FS-CLAS-FISC-TRB
           MOVE WRK-UF                 TO FS-UF-TRB
           READ ARQTRB01               KEY IS FS-CHAVE-TRB
           IF WRK-FS-ARQTRB01 NOT EQUAL "00"
               MOVE "REGRA FISCAL NAO ENCONTRADA" TO WRK-MSG-TRB
               DISPLAY TELA-TRB-MSG
               ACCEPT TELA-TRB-MSG
           ELSE
               MOVE FS-ALIQ-ICMS-TRB   TO WRK-ALIQ-ICMS
               MOVE FS-ALIQ-IPI-TRB    TO WRK-ALIQ-IPI
               MOVE FS-IND-ST-TRB      TO WRK-IND-ST
               MOVE FS-MVA-ST-TRB      TO WRK-MVA-ST
               MOVE FS-ALIQ-ST-TRB     TO WRK-ALIQ-ST
           END-IF.
      *
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE ALTERACAO DE REGRA FISCAL. A NOVA     *
      *    REGRA VALE PARA OS PEDIDOS CALCULADOS A PARTIR DE AGORA;    *
      *    OS PEDIDOS JA GRAVADOS MANTEM OS IMPOSTOS CALCULADOS        *
      *----------------------------------------------------------------*
       2200-MENU-ALTERA-TRB            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQTRB01
           PERFORM 2150-BUSCA-REGRA
           IF WRK-FS-ARQTRB01 EQUAL "00"
               DISPLAY TELA-ALT-REGRA
               ACCEPT TELA-ALT-REGRA
               EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
                   WHEN "S"
                       PERFORM 2020-VALIDA-REGRA
                       IF WRK-REGRA-OK EQUAL "S"
                           ACCEPT WRK-DATA-DIA FROM DATE YYYYMMDD
                           PERFORM 2120-MOVE-CAMPOS
                           REWRITE FD-TRIBUTO
                           IF WRK-FS-ARQTRB01 NOT EQUAL "00"
                               MOVE "ERRO AO REGRAVAR A REGRA"
                                       TO WRK-MSG-TRB
                               DISPLAY TELA-TRB-MSG
                               ACCEPT TELA-TRB-MSG
                           END-IF
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           CLOSE ARQTRB01
           PERFORM 2010-MENU-REGRA.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE EXCLUSAO DE REGRA FISCAL. SEM REGRA   *
      *    PARA A CLASSE + UF O PEDIDO DO PRODUTO NAO E ACEITO         *
      *----------------------------------------------------------------*
       2300-MENU-EXCLUI-TRB            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQTRB01
           PERFORM 2150-BUSCA-REGRA
           IF WRK-FS-ARQTRB01 EQUAL "00"
               DISPLAY TELA-EXC-REGRA
               ACCEPT TELA-EXC-REGRA
               EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
                   WHEN "S"
                       DELETE ARQTRB01 RECORD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           CLOSE ARQTRB01
           PERFORM 2010-MENU-REGRA.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DAS REGRAS DE UMA CLASSE FISCAL, ATE 10  *
      *    UFS A PARTIR DA UF INFORMADA - SOMENTE LEITURA              *
      *----------------------------------------------------------------*
       2500-MENU-CONSULTA-TRB          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQTRB01
           MOVE SPACES                 TO WRK-CLAS-FISC
                                          WRK-UF
           DISPLAY TELA-BUSCA-CLASSE
           ACCEPT TELA-BUSCA-CLASSE
           MOVE FUNCTION UPPER-CASE(WRK-CLAS-FISC) TO WRK-CLAS-FISC
           MOVE FUNCTION UPPER-CASE(WRK-UF)        TO WRK-UF
           PERFORM 2510-MONTA-REGRAS
           IF WRK-IDX-LIN EQUAL ZEROS
               MOVE "NENHUMA REGRA CADASTRADA PARA A CLASSE"
                                       TO WRK-MSG-TRB
               DISPLAY TELA-TRB-MSG
               ACCEPT TELA-TRB-MSG
           ELSE
               DISPLAY TELA-CONS-REGRA
               ACCEPT TELA-CONS-REGRA
           END-IF
           CLOSE ARQTRB01
           PERFORM 2010-MENU-REGRA.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR AS LINHAS DA CONSULTA, LENDO AS REGRAS   *
      *    DA CLASSE EM ORDEM DE UF                                    *
      *----------------------------------------------------------------*
       2510-MONTA-REGRAS               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-PAG-REGRAS
           MOVE ZEROS                  TO WRK-IDX-LIN
           MOVE WRK-CLAS-FISC          TO FS-CLAS-FISC-TRB
           MOVE WRK-UF                 TO FS-UF-TRB
           START ARQTRB01 KEY IS NOT LESS FS-CHAVE-TRB
           PERFORM UNTIL WRK-FS-ARQTRB01 NOT EQUAL "00"
                   OR WRK-IDX-LIN NOT LESS 10
               READ ARQTRB01 NEXT RECORD
               IF WRK-FS-ARQTRB01 EQUAL "00"
                   IF FS-CLAS-FISC-TRB EQUAL WRK-CLAS-FISC
                       ADD 1           TO WRK-IDX-LIN
                       MOVE FS-UF-TRB          TO WRK-LIR-UF
                       MOVE FS-ALIQ-ICMS-TRB   TO WRK-LIR-ALIQ-ICMS
                       MOVE FS-ALIQ-IPI-TRB    TO WRK-LIR-ALIQ-IPI
                       MOVE FS-IND-ST-TRB      TO WRK-LIR-IND-ST
                       MOVE FS-MVA-ST-TRB      TO WRK-LIR-MVA-ST
                       MOVE FS-ALIQ-ST-TRB     TO WRK-LIR-ALIQ-ST
                       MOVE FS-DATA-CAD-TRB    TO WRK-LIR-DATA-CAD
                       MOVE WRK-LIN-REGRA
                                       TO WRK-LIN-REG (WRK-IDX-LIN)
                   ELSE
                       MOVE "10"       TO WRK-FS-ARQTRB01
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
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
