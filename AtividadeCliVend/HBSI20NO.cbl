      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI20NO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI20NO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CADASTRO DE SUPERVISORES (ARQSUP01) COM CPF   *
      *                  VERIFICADO PELO HBSI30AO E UNICO NO CADASTRO, *
      *                  NOME, TELEFONE E REGIAO DE VENDA (ARQREG01    *
      *                  ATIVA). O CODIGO ZERADO NA INCLUSAO E         *
      *                  ATRIBUIDO PELO CONTROLE DE NUMERACAO          *
      *                  (HBSI30BO, TIPO S). A CONSULTA LISTA OS       *
      *                  VENDEDORES VINCULADOS HOJE (HBSI30GO).        *
      *                  SUPERVISOR COM VENDEDOR VINCULADO HOJE OU COM *
      *                  VINCULO FUTURO NAO PODE SER INATIVADO         *
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
              SELECT ARQVSU01 ASSIGN   TO UT-S-ARQVSU01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-VSU
                       ALTERNATE KEY   IS FS-COD-SUP-VSU
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQVSU01.
      *
              SELECT ARQVEN01 ASSIGN   TO UT-S-ARQVEN01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-VEN
                       ALTERNATE KEY   IS FS-CPF-VEN
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQVEN01.
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
      *    I-O    : ARQUIVO MESTRE DE SUPERVISORES                     *
      *               ORG. DINAMICA - LRECL = 0100                     *
      *               CHAVE: CODIGO  ALTERNATIVAS: CPF, REGIAO         *
      *               STATUS: A=ATIVO I=INATIVO                        *
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
      *    INPUT  : HISTORICO DE VINCULOS VENDEDOR X SUPERVISOR        *
      *               ORG. DINAMICA - LRECL = 0040                     *
      *               CHAVE: VENDEDOR + DATA DE INICIO                 *
      *               ALTERNATIVA: SUPERVISOR                          *
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
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20NO - INICIO DA AREA DE WORKING '.
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
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-DESC-STATUS          PIC X(008)      VALUE SPACES.
           05 WRK-STATUS-NOVO          PIC X(001)      VALUE SPACES.
           05 WRK-IDX-LIN              PIC 9(002)      VALUE ZEROS.
           05 WRK-QTD-VINCULADOS       PIC 9(005)      VALUE ZEROS.
           05 WRK-TEM-FUTURO           PIC X(001)      VALUE "N".
           05 WRK-REGIAO-OK            PIC X(001)      VALUE "N".
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQSUP01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQREG01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVSU01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
      *
       77  WRK-ARQ-SUP-NOVO            PIC X(001)      VALUE "N".
       77  WRK-COD-LIVRE               PIC X(001)      VALUE "N".
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT ENTRADA'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-ARQSUP01.
           05 WRK-COD-SUP              PIC 9(007).
           05 WRK-CPF-SUP              PIC 9(011).
           05 WRK-NOME-SUP             PIC X(040).
           05 WRK-COD-REG-SUP          PIC 9(003).
           05 WRK-FONE-SUP             PIC 9(011).
           05 WRK-NOME-REG             PIC X(030).
      *
       01 LKS-PARM.
           05 LKS-COMPRIMENTO            PIC S9(04) COMP.
           05 LKS-NUMERO-I               PIC 9(015).
           05 FILLER                     PIC X(001).
           05 LKS-NUMERO-F               PIC 9(015).
           05 FILLER                     PIC X(001).
           05 LKS-TIPO-CALCULO           PIC X(003).
           05 FILLER                     PIC X(001).
           05 LKS-ACAO                   PIC X(001).
           05 LKS-RETORNO                PIC 9(001).
      *
       01  WRK-PARM-NUM.
           05 WRK-NUM-TIPO             PIC X(001)      VALUE SPACES.
           05 WRK-NUM-CODIGO           PIC 9(007)      VALUE ZEROS.
           05 WRK-NUM-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-PARM-HIE.
           05 WRK-HIE-COD-VEN          PIC 9(007)      VALUE ZEROS.
           05 WRK-HIE-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-HIE-COD-SUP          PIC 9(007)      VALUE ZEROS.
           05 WRK-HIE-COD-REG          PIC 9(003)      VALUE ZEROS.
           05 WRK-HIE-DATA-INI         PIC 9(008)      VALUE ZEROS.
           05 WRK-HIE-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-MSG-INCLUIDO.
           05 FILLER                   PIC X(029)      VALUE
              'SUPERVISOR INCLUIDO - CODIGO '.
           05 WRK-MSI-COD-SUP          PIC 9(007).
      *
       01  WRK-TAB-LINHAS.
           05 WRK-LINHA                PIC X(060) OCCURS 10 TIMES.
      *
       01  WRK-DET-VEN.
           05 WRK-DET-COD-VEN          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-NOME-VEN         PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DATA-INI         PIC 99/99/9999.
      *
       01  WRK-DATA-EDIT.
           05 WRK-EDT-DIA              PIC 9(002).
           05 WRK-EDT-MES              PIC 9(002).
           05 WRK-EDT-ANO              PIC 9(004).
       01  WRK-DATA-EDIT-R REDEFINES WRK-DATA-EDIT
                                       PIC 9(008).
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20NO - FIM DA AREA DE WORKING '.
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
       01  TELA-SUPERVISOR.
           05 VALUE "CADASTRO DE SUPERVISORES"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - INCLUIR"                       LINE  4 COL  2.
           05 VALUE "02 - ALTERAR"                       LINE  5 COL  2.
           05 VALUE "03 - EXCLUIR"                       LINE  6 COL  2.
           05 VALUE "04 - REATIVAR"                      LINE  7 COL  2.
           05 VALUE "05 - CONSULTAR"                     LINE  8 COL  2.
           05 VALUE "06 - RETORNAR AO MENU ANTERIOR"     LINE  9 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 11 COL  2.
           05 OPCAO                                      LINE 11 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-ADD-SUPERVISOR.
           05 VALUE "CADASTRO DE SUPERVISORES - INCLUSAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-SUP                                 LINE  4 COL 17
                                       PIC 9(007) TO WRK-COD-SUP.
           05 VALUE "(ZEROS = AUTOMATICO)"               LINE  4 COL 26.
           05 VALUE "CPF..........:"                     LINE  5 COL  2.
           05 CPF-SUP                                    LINE  5 COL 17
                                       PIC 9(011) TO WRK-CPF-SUP.
           05 VALUE "NOME.........:"                     LINE  6 COL  2.
           05 NOME-SUP                                   LINE  6 COL 17
                                       PIC X(040) TO WRK-NOME-SUP.
           05 VALUE "REGIAO.......:"                     LINE  7 COL  2.
           05 REGIAO-SUP                                 LINE  7 COL 17
                                       PIC 9(003) TO WRK-COD-REG-SUP.
           05 VALUE "TELEFONE.....:"                     LINE  8 COL  2.
           05 FONE-SUP                                   LINE  8 COL 17
                                       PIC 9(011) TO WRK-FONE-SUP.
           05 VALUE "INCLUIR SUPERVISOR? (S/N):"         LINE 10 COL  2.
           05 CONFIRMA                                   LINE 10 COL 29
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-BUSCA-SUPERVISOR.
           05 VALUE "BUSCAR SUPERVISOR"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "DIGITE O CODIGO DO SUPERVISOR:"     LINE  6 COL  2.
           05 COD-BUSCA-SUP                              LINE  6 COL 33
                                       PIC 9(007) TO WRK-COD-SUP.
      *
       01  TELA-ALT-SUPERVISOR.
           05 VALUE "CADASTRO DE SUPERVISORES - ALTERACAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-SUP                                 LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-SUP.
           05 VALUE "CPF..........:"                     LINE  5 COL  2.
           05 CPF-SUP                                    LINE  5 COL 17
                                       PIC 9(011) FROM WRK-CPF-SUP.
           05 VALUE "NOME.........:"                     LINE  6 COL  2.
           05 NOME-SUP                                   LINE  6 COL 17
                                       PIC X(040) FROM WRK-NOME-SUP
                                                    TO WRK-NOME-SUP.
           05 VALUE "REGIAO.......:"                     LINE  7 COL  2.
           05 REGIAO-SUP                                 LINE  7 COL 17
                                       PIC 9(003) FROM WRK-COD-REG-SUP
                                                    TO WRK-COD-REG-SUP.
           05 VALUE "TELEFONE.....:"                     LINE  8 COL  2.
           05 FONE-SUP                                   LINE  8 COL 17
                                       PIC 9(011) FROM WRK-FONE-SUP
                                                    TO WRK-FONE-SUP.
           05 VALUE "GRAVAR ALTERACAO? (S/N):"           LINE 10 COL  2.
           05 CONFIRMA                                   LINE 10 COL 27
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-STATUS-SUPERVISOR.
           05 VALUE "CADASTRO DE SUPERVISORES"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-SUP                                 LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-SUP.
           05 VALUE "NOME.........:"                     LINE  5 COL  2.
           05 NOME-SUP                                   LINE  5 COL 17
                                       PIC X(040) FROM WRK-NOME-SUP.
           05 VALUE "CONFIRMA A OPERACAO? (S/N):"        LINE  7 COL  2.
           05 CONFIRMA                                   LINE  7 COL 30
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-CONS-SUPERVISOR.
           05 VALUE "CADASTRO DE SUPERVISORES - CONSULTA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-SUP                                 LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-SUP.
           05 VALUE "CPF..........:"                     LINE  5 COL  2.
           05 CPF-SUP                                    LINE  5 COL 17
                                       PIC 9(011) FROM WRK-CPF-SUP.
           05 VALUE "NOME.........:"                     LINE  6 COL  2.
           05 NOME-SUP                                   LINE  6 COL 17
                                       PIC X(040) FROM WRK-NOME-SUP.
           05 VALUE "REGIAO.......:"                     LINE  7 COL  2.
           05 REGIAO-SUP                                 LINE  7 COL 17
                                       PIC 9(003) FROM WRK-COD-REG-SUP.
           05 NOME-REG                                   LINE  7 COL 22
                                       PIC X(030) FROM WRK-NOME-REG.
           05 VALUE "TELEFONE.....:"                     LINE  8 COL  2.
           05 FONE-SUP                                   LINE  8 COL 17
                                       PIC 9(011) FROM WRK-FONE-SUP.
           05 VALUE "SITUACAO.....:"                     LINE  9 COL  2.
           05 STATUS-SUP                                 LINE  9 COL 17
                                       PIC X(008) FROM WRK-DESC-STATUS.
           05 VALUE "VENDEDORES VINCULADOS HOJE (DESDE):"
                                                         LINE 11 COL  2.
           05 LIN-V01                                    LINE 12 COL  2
                                       PIC X(060) FROM WRK-LINHA (01).
           05 LIN-V02                                    LINE 13 COL  2
                                       PIC X(060) FROM WRK-LINHA (02).
           05 LIN-V03                                    LINE 14 COL  2
                                       PIC X(060) FROM WRK-LINHA (03).
           05 LIN-V04                                    LINE 15 COL  2
                                       PIC X(060) FROM WRK-LINHA (04).
           05 LIN-V05                                    LINE 16 COL  2
                                       PIC X(060) FROM WRK-LINHA (05).
           05 LIN-V06                                    LINE 17 COL  2
                                       PIC X(060) FROM WRK-LINHA (06).
           05 LIN-V07                                    LINE 18 COL  2
                                       PIC X(060) FROM WRK-LINHA (07).
           05 LIN-V08                                    LINE 19 COL  2
                                       PIC X(060) FROM WRK-LINHA (08).
           05 LIN-V09                                    LINE 20 COL  2
                                       PIC X(060) FROM WRK-LINHA (09).
           05 LIN-V10                                    LINE 21 COL  2
                                       PIC X(060) FROM WRK-LINHA (10).
           05 VALUE "CONTINUAR? (S/N):"                  LINE 23 COL  2.
           05 CONFIRMA                                   LINE 23 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-SUP-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
           05 WRK-MSG-SUP                                LINE  6 COL  2
                                       PIC X(050).
           05 VALUE "CONTINUAR? (S/N):"                  LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-SEM-AUTORIZACAO.
           05 VALUE "OPERADOR SEM AUTORIZACAO PARA ESTA FUNCAO"
                                       BLANK SCREEN      LINE  6 COL  2.
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
           PERFORM 2010-MENU-SUPERVISOR.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O MENU DO CADASTRO DE SUPERVISORES. A   *
      *    CONSULTA E LIVRE; AS DEMAIS OPCOES EXIGEM AUTORIZACAO DE    *
      *    ATUALIZACAO                                                 *
      *----------------------------------------------------------------*
       2010-MENU-SUPERVISOR            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-SUPERVISOR
           ACCEPT TELA-SUPERVISOR.
           EVALUATE WRK-OPCAO
              WHEN "01"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2100-MENU-INCLUI-SUP
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-SUPERVISOR
                  END-IF
              WHEN "02"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2200-MENU-ALTERA-SUP
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-SUPERVISOR
                  END-IF
              WHEN "03"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      MOVE "I"         TO WRK-STATUS-NOVO
                      PERFORM 2300-MENU-STATUS-SUP
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-SUPERVISOR
                  END-IF
              WHEN "04"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      MOVE "A"         TO WRK-STATUS-NOVO
                      PERFORM 2300-MENU-STATUS-SUP
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-SUPERVISOR
                  END-IF
              WHEN "05"
                  PERFORM 2500-MENU-CONSULTA-SUP
              WHEN "06"
                  PERFORM 3000-FINALIZAR
              WHEN OTHER
                  PERFORM 2010-MENU-SUPERVISOR
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA AVISAR QUE O OPERADOR NAO TEM AUTORIZACAO       *
      *----------------------------------------------------------------*
       2015-SEM-AUTORIZACAO            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-SEM-AUTORIZACAO
           ACCEPT TELA-SEM-AUTORIZACAO.
      *
      *----------------------------------------------------------------*
       2015-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE A REGIAO INFORMADA EXISTE E ESTA   *
      *    ATIVA, GUARDANDO O NOME PARA A TELA                         *
      *----------------------------------------------------------------*
       2020-VERIFICA-REGIAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-REGIAO-OK
           MOVE SPACES                 TO WRK-NOME-REG
           OPEN INPUT ARQREG01
           IF WRK-FS-ARQREG01 EQUAL "00"
               MOVE WRK-COD-REG-SUP    TO FS-COD-REG
               READ ARQREG01           KEY IS FS-COD-REG
               IF WRK-FS-ARQREG01 EQUAL "00"
                   MOVE FS-NOME-REG    TO WRK-NOME-REG
                   IF FS-STATUS-REG EQUAL "A"
                       MOVE "S"        TO WRK-REGIAO-OK
                   END-IF
               END-IF
               CLOSE ARQREG01
           END-IF.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE INCLUSAO DO SUPERVISOR                *
      *----------------------------------------------------------------*
       2100-MENU-INCLUI-SUP            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQSUP01
           IF WRK-FS-ARQSUP01 EQUAL "35"
               MOVE "S"                TO WRK-ARQ-SUP-NOVO
           ELSE
               MOVE "N"                TO WRK-ARQ-SUP-NOVO
           END-IF
           INITIALIZE WRK-AREA-ARQSUP01
           DISPLAY TELA-ADD-SUPERVISOR
           ACCEPT TELA-ADD-SUPERVISOR
           EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
               WHEN "S"
                   PERFORM 2110-INCLUIR-SUP
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE ARQSUP01
           PERFORM 2010-MENU-SUPERVISOR.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR UM SUPERVISOR. O CPF E VERIFICADO NO    *
      *    HBSI30AO; CPF JA CADASTRADO E RECUSADO PELA CHAVE           *
      *    ALTERNATIVA DO ARQSUP01                                     *
      *----------------------------------------------------------------*
       2110-INCLUIR-SUP                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CPF-SUP            TO LKS-NUMERO-I
           MOVE 'CPF'                  TO LKS-TIPO-CALCULO
           MOVE 'V'                    TO LKS-ACAO
           MOVE ZEROS                  TO LKS-RETORNO
           MOVE ZEROS                  TO LKS-NUMERO-F
           CALL "HBSI30AO" USING LKS-PARM
           PERFORM 2020-VERIFICA-REGIAO
           EVALUATE TRUE
               WHEN WRK-CPF-SUP EQUAL ZEROS
                OR LKS-RETORNO NOT EQUAL ZEROS
                   MOVE "CPF INVALIDO" TO WRK-MSG-SUP
               WHEN WRK-NOME-SUP EQUAL SPACES
                   MOVE "NOME NAO INFORMADO" TO WRK-MSG-SUP
               WHEN WRK-REGIAO-OK NOT EQUAL "S"
                   MOVE "REGIAO INEXISTENTE OU INATIVA" TO WRK-MSG-SUP
               WHEN OTHER
                   IF WRK-ARQ-SUP-NOVO EQUAL "S"
                       OPEN OUTPUT ARQSUP01
                       CLOSE ARQSUP01
                       OPEN I-O ARQSUP01
                       MOVE "N"        TO WRK-ARQ-SUP-NOVO
                   END-IF
                   IF WRK-COD-SUP EQUAL ZEROS
                       PERFORM 2115-ATRIBUI-CODIGO-SUP
                   END-IF
                   IF WRK-COD-SUP EQUAL ZEROS
                       MOVE "ERRO NO CONTROLE DE NUMERACAO AUTOMATICA"
                                       TO WRK-MSG-SUP
                   ELSE
                       PERFORM 2120-GRAVA-SUP
                   END-IF
           END-EVALUATE
           DISPLAY TELA-SUP-MSG
           ACCEPT TELA-SUP-MSG.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ATRIBUIR O PROXIMO CODIGO LIVRE DE SUPERVISOR   *
      *    VIA CONTROLE DE NUMERACAO (HBSI30BO), PULANDO OS CODIGOS    *
      *    JA OCUPADOS NO CADASTRO                                     *
      *----------------------------------------------------------------*
       2115-ATRIBUI-CODIGO-SUP         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-COD-LIVRE
           PERFORM UNTIL WRK-COD-LIVRE EQUAL "S"
               MOVE "S"                TO WRK-NUM-TIPO
               MOVE ZEROS              TO WRK-NUM-CODIGO
                                          WRK-NUM-RETORNO
               CALL "HBSI30BO" USING WRK-PARM-NUM
               IF WRK-NUM-RETORNO NOT EQUAL ZEROS
                   MOVE "S"            TO WRK-COD-LIVRE
               ELSE
                   MOVE WRK-NUM-CODIGO TO FS-COD-SUP
                   READ ARQSUP01       KEY IS FS-COD-SUP
                   IF WRK-FS-ARQSUP01 NOT EQUAL "00"
                       MOVE "S"        TO WRK-COD-LIVRE
                       MOVE WRK-NUM-CODIGO TO WRK-COD-SUP
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2115-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O NOVO SUPERVISOR. FALHANDO A GRAVACAO   *
      *    A LEITURA PELO CODIGO DISTINGUE CODIGO OCUPADO DE CPF       *
      *    DUPLICADO                                                   *
      *----------------------------------------------------------------*
       2120-GRAVA-SUP                  SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           INITIALIZE FD-SUPERVISOR
           MOVE WRK-COD-SUP            TO FS-COD-SUP
           MOVE WRK-CPF-SUP            TO FS-CPF-SUP
           MOVE WRK-NOME-SUP           TO FS-NOME-SUP
           MOVE WRK-COD-REG-SUP        TO FS-COD-REG-SUP
           MOVE WRK-FONE-SUP           TO FS-FONE-SUP
           MOVE "A"                    TO FS-STATUS-SUP
           MOVE WRK-DATA-DIA           TO FS-DATA-CAD-SUP
           WRITE FD-SUPERVISOR
           IF WRK-FS-ARQSUP01 NOT EQUAL "00"
               READ ARQSUP01           KEY IS FS-COD-SUP
               IF WRK-FS-ARQSUP01 EQUAL "00"
                   MOVE "SUPERVISOR JA EXISTE" TO WRK-MSG-SUP
               ELSE
                   MOVE "CPF JA CADASTRADO PARA OUTRO CODIGO"
                                       TO WRK-MSG-SUP
               END-IF
           ELSE
               MOVE WRK-COD-SUP        TO WRK-MSI-COD-SUP
               MOVE WRK-MSG-INCLUIDO   TO WRK-MSG-SUP
           END-IF.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PEDIR O CODIGO E LER O SUPERVISOR               *
      *----------------------------------------------------------------*
       2150-BUSCA-SUP                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-COD-SUP
           DISPLAY TELA-BUSCA-SUPERVISOR
           ACCEPT TELA-BUSCA-SUPERVISOR
           MOVE WRK-COD-SUP            TO FS-COD-SUP
           READ ARQSUP01               KEY IS FS-COD-SUP
           IF WRK-FS-ARQSUP01 NOT EQUAL "00"
               MOVE "SUPERVISOR NAO ENCONTRADO" TO WRK-MSG-SUP
               DISPLAY TELA-SUP-MSG
               ACCEPT TELA-SUP-MSG
           ELSE
               MOVE FS-COD-SUP         TO WRK-COD-SUP
               MOVE FS-CPF-SUP         TO WRK-CPF-SUP
               MOVE FS-NOME-SUP        TO WRK-NOME-SUP
               MOVE FS-COD-REG-SUP     TO WRK-COD-REG-SUP
               MOVE FS-FONE-SUP        TO WRK-FONE-SUP
           END-IF.
      *
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE ALTERACAO DO SUPERVISOR. O CPF NAO E  *
      *    ALTERAVEL. A TROCA DE REGIAO VALE PARA TODOS OS PERIODOS    *
      *    DOS RELATORIOS CONSOLIDADOS; A TROCA DE EQUIPE DO VENDEDOR  *
      *    E QUE E DATADA (HBSI20OO)                                   *
      *----------------------------------------------------------------*
       2200-MENU-ALTERA-SUP            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQSUP01
           PERFORM 2150-BUSCA-SUP
           IF WRK-FS-ARQSUP01 EQUAL "00"
               IF FS-STATUS-SUP NOT EQUAL "A"
                   MOVE "SUPERVISOR INATIVO" TO WRK-MSG-SUP
                   DISPLAY TELA-SUP-MSG
                   ACCEPT TELA-SUP-MSG
               ELSE
                   DISPLAY TELA-ALT-SUPERVISOR
                   ACCEPT TELA-ALT-SUPERVISOR
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       PERFORM 2020-VERIFICA-REGIAO
                       EVALUATE TRUE
                           WHEN WRK-NOME-SUP EQUAL SPACES
                               MOVE "NOME NAO INFORMADO"
                                       TO WRK-MSG-SUP
                           WHEN WRK-REGIAO-OK NOT EQUAL "S"
                               MOVE "REGIAO INEXISTENTE OU INATIVA"
                                       TO WRK-MSG-SUP
                           WHEN OTHER
                               MOVE WRK-NOME-SUP    TO FS-NOME-SUP
                               MOVE WRK-COD-REG-SUP TO FS-COD-REG-SUP
                               MOVE WRK-FONE-SUP    TO FS-FONE-SUP
                               REWRITE FD-SUPERVISOR
                               IF WRK-FS-ARQSUP01 NOT EQUAL "00"
                                   MOVE "ERRO AO GRAVAR ALTERACAO"
                                       TO WRK-MSG-SUP
                               ELSE
                                   MOVE
                                   "SUPERVISOR ALTERADO COM SUCESSO"
                                       TO WRK-MSG-SUP
                               END-IF
                       END-EVALUATE
                       DISPLAY TELA-SUP-MSG
                       ACCEPT TELA-SUP-MSG
                   END-IF
               END-IF
           END-IF
           CLOSE ARQSUP01
           PERFORM 2010-MENU-SUPERVISOR.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA EXCLUIR (INATIVAR) OU REATIVAR O SUPERVISOR. O  *
      *    NOVO STATUS CHEGA EM WRK-STATUS-NOVO. A INATIVACAO EXIGE    *
      *    QUE NENHUM VENDEDOR ESTEJA VINCULADO HOJE NEM TENHA VINCULO *
      *    FUTURO; A REATIVACAO EXIGE A REGIAO ATIVA                   *
      *----------------------------------------------------------------*
       2300-MENU-STATUS-SUP            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQSUP01
           PERFORM 2150-BUSCA-SUP
           IF WRK-FS-ARQSUP01 EQUAL "00"
               MOVE SPACES             TO WRK-MSG-SUP
               IF FS-STATUS-SUP EQUAL WRK-STATUS-NOVO
                   IF FS-STATUS-SUP EQUAL "A"
                       MOVE "SUPERVISOR JA ESTA ATIVO" TO WRK-MSG-SUP
                   ELSE
                       MOVE "SUPERVISOR JA ESTA INATIVO" TO WRK-MSG-SUP
                   END-IF
               ELSE
                   IF WRK-STATUS-NOVO EQUAL "I"
                       PERFORM 2510-MONTA-VENDEDORES
                       IF WRK-QTD-VINCULADOS GREATER ZEROS
                          OR WRK-TEM-FUTURO EQUAL "S"
                           MOVE "SUPERVISOR TEM VENDEDOR VINCULADO"
                                       TO WRK-MSG-SUP
                       END-IF
                   ELSE
                       PERFORM 2020-VERIFICA-REGIAO
                       IF WRK-REGIAO-OK NOT EQUAL "S"
                           MOVE "REGIAO INEXISTENTE OU INATIVA"
                                       TO WRK-MSG-SUP
                       END-IF
                   END-IF
               END-IF
               IF WRK-MSG-SUP NOT EQUAL SPACES
                   DISPLAY TELA-SUP-MSG
                   ACCEPT TELA-SUP-MSG
               ELSE
                   DISPLAY TELA-STATUS-SUPERVISOR
                   ACCEPT TELA-STATUS-SUPERVISOR
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       MOVE WRK-STATUS-NOVO TO FS-STATUS-SUP
                       REWRITE FD-SUPERVISOR
                       IF WRK-FS-ARQSUP01 NOT EQUAL "00"
                           MOVE "ERRO AO GRAVAR O SUPERVISOR"
                                       TO WRK-MSG-SUP
                           DISPLAY TELA-SUP-MSG
                           ACCEPT TELA-SUP-MSG
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE ARQSUP01
           PERFORM 2010-MENU-SUPERVISOR.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DO SUPERVISOR - SOMENTE LEITURA, COM OS  *
      *    DEZ PRIMEIROS VENDEDORES VINCULADOS HOJE                    *
      *----------------------------------------------------------------*
       2500-MENU-CONSULTA-SUP          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQSUP01
           PERFORM 2150-BUSCA-SUP
           IF WRK-FS-ARQSUP01 EQUAL "00"
               IF FS-STATUS-SUP EQUAL "A"
                   MOVE "ATIVO"        TO WRK-DESC-STATUS
               ELSE
                   MOVE "INATIVO"      TO WRK-DESC-STATUS
               END-IF
               PERFORM 2020-VERIFICA-REGIAO
               PERFORM 2510-MONTA-VENDEDORES
               DISPLAY TELA-CONS-SUPERVISOR
               ACCEPT TELA-CONS-SUPERVISOR
           END-IF
           CLOSE ARQSUP01
           PERFORM 2010-MENU-SUPERVISOR.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA LEVANTAR OS VENDEDORES DO SUPERVISOR PELA CHAVE *
      *    ALTERNATIVA DO ARQVSU01. SO CONTA O VINCULO QUE O HBSI30GO  *
      *    DEVOLVE COMO VIGENTE HOJE PARA O VENDEDOR (UM POR          *
      *    VENDEDOR); VINCULO COM INICIO FUTURO LIGA WRK-TEM-FUTURO    *
      *----------------------------------------------------------------*
       2510-MONTA-VENDEDORES           SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           MOVE SPACES                 TO WRK-TAB-LINHAS
           MOVE ZEROS                  TO WRK-IDX-LIN
                                          WRK-QTD-VINCULADOS
           MOVE "N"                    TO WRK-TEM-FUTURO
           OPEN INPUT ARQVSU01
           IF WRK-FS-ARQVSU01 EQUAL "00"
               OPEN INPUT ARQVEN01
               MOVE WRK-COD-SUP        TO FS-COD-SUP-VSU
               START ARQVSU01 KEY IS NOT LESS FS-COD-SUP-VSU
               PERFORM UNTIL WRK-FS-ARQVSU01 NOT EQUAL "00"
                   READ ARQVSU01 NEXT RECORD
                   IF WRK-FS-ARQVSU01 EQUAL "00"
                       IF FS-COD-SUP-VSU NOT EQUAL WRK-COD-SUP
                           MOVE "10"   TO WRK-FS-ARQVSU01
                       ELSE
                           PERFORM 2520-AVALIA-VINCULO
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQVEN01
               CLOSE ARQVSU01
           END-IF
           IF WRK-QTD-VINCULADOS EQUAL ZEROS
               MOVE "NENHUM VENDEDOR VINCULADO HOJE" TO WRK-LINHA (1)
           END-IF.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA AVALIAR UM VINCULO DO SUPERVISOR: FUTURO, OU    *
      *    VIGENTE HOJE (ENTRA NA LISTA, ATE DEZ LINHAS)               *
      *----------------------------------------------------------------*
       2520-AVALIA-VINCULO             SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-DATA-INI-VSU GREATER WRK-DATA-DIA
               MOVE "S"                TO WRK-TEM-FUTURO
           ELSE
               MOVE FS-COD-VEN-VSU     TO WRK-HIE-COD-VEN
               MOVE WRK-DATA-DIA       TO WRK-HIE-DATA
               CALL "HBSI30GO" USING WRK-PARM-HIE
               IF WRK-HIE-RETORNO EQUAL ZEROS
                  AND WRK-HIE-COD-SUP EQUAL WRK-COD-SUP
                  AND WRK-HIE-DATA-INI EQUAL FS-DATA-INI-VSU
                   ADD 1               TO WRK-QTD-VINCULADOS
                   IF WRK-IDX-LIN LESS 10
                       ADD 1           TO WRK-IDX-LIN
                       MOVE FS-COD-VEN-VSU TO WRK-DET-COD-VEN
                                              FS-COD-VEN
                       READ ARQVEN01   KEY IS FS-COD-VEN
                       IF WRK-FS-ARQVEN01 EQUAL "00"
                           MOVE FS-NOME-VEN TO WRK-DET-NOME-VEN
                       ELSE
                           MOVE "VENDEDOR NAO CADASTRADO"
                                       TO WRK-DET-NOME-VEN
                       END-IF
                       MOVE FS-DATA-INI-VSU (7:2) TO WRK-EDT-DIA
                       MOVE FS-DATA-INI-VSU (5:2) TO WRK-EDT-MES
                       MOVE FS-DATA-INI-VSU (1:4) TO WRK-EDT-ANO
                       MOVE WRK-DATA-EDIT-R TO WRK-DET-DATA-INI
                       MOVE WRK-DET-VEN TO WRK-LINHA (WRK-IDX-LIN)
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2520-99-FIM.                    EXIT.
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
