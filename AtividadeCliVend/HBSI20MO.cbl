      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI20MO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI20MO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CADASTRO DE REGIOES DE VENDA (ARQREG01) COM   *
      *                  NOME E GERENTE RESPONSAVEL. A CONSULTA LISTA  *
      *                  OS SUPERVISORES DA REGIAO. REGIAO COM         *
      *                  SUPERVISOR ATIVO NAO PODE SER INATIVADA. OS   *
      *                  SUPERVISORES SAO MANTIDOS NO HBSI20NO         *
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
              SELECT ARQREG01 ASSIGN   TO UT-S-ARQREG01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-REG
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQREG01.
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
      *    I-O    : ARQUIVO MESTRE DE REGIOES DE VENDA                 *
      *               ORG. DINAMICA - LRECL = 0080                     *
      *               CHAVE: CODIGO DA REGIAO                          *
      *               STATUS: A=ATIVA I=INATIVA                        *
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
      *    INPUT  : ARQUIVO MESTRE DE SUPERVISORES                     *
      *               ORG. DINAMICA - LRECL = 0100                     *
      *               CHAVE: CODIGO  ALTERNATIVAS: CPF, REGIAO         *
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
           ' HBSI20MO - INICIO DA AREA DE WORKING '.
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
           05 WRK-TEM-SUP-ATIVO        PIC X(001)      VALUE "N".
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQREG01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQSUP01          PIC X(002)      VALUE "00".
      *
       77  WRK-ARQ-REG-NOVO            PIC X(001)      VALUE "N".
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT ENTRADA'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-ARQREG01.
           05 WRK-COD-REG              PIC 9(003).
           05 WRK-NOME-REG             PIC X(030).
           05 WRK-GERENTE-REG          PIC X(030).
      *
       01  WRK-TAB-LINHAS.
           05 WRK-LINHA                PIC X(060) OCCURS 10 TIMES.
      *
       01  WRK-DET-SUP.
           05 WRK-DET-COD-SUP          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-NOME-SUP         PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-STATUS-SUP       PIC X(008).
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20MO - FIM DA AREA DE WORKING '.
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
       01  TELA-REGIAO.
           05 VALUE "CADASTRO DE REGIOES DE VENDA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - INCLUIR"                       LINE  4 COL  2.
           05 VALUE "02 - ALTERAR"                       LINE  5 COL  2.
           05 VALUE "03 - EXCLUIR"                       LINE  6 COL  2.
           05 VALUE "04 - REATIVAR"                      LINE  7 COL  2.
           05 VALUE "05 - CONSULTAR"                     LINE  8 COL  2.
           05 VALUE "06 - SUPERVISORES"                  LINE  9 COL  2.
           05 VALUE "07 - RETORNAR AO MENU ANTERIOR"     LINE 10 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 12 COL  2.
           05 OPCAO                                      LINE 12 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-ADD-REGIAO.
           05 VALUE "CADASTRO DE REGIOES DE VENDA - INCLUSAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-REG                                 LINE  4 COL 17
                                       PIC 9(003) TO WRK-COD-REG.
           05 VALUE "NOME.........:"                     LINE  5 COL  2.
           05 NOME-REG                                   LINE  5 COL 17
                                       PIC X(030) TO WRK-NOME-REG.
           05 VALUE "GERENTE......:"                     LINE  6 COL  2.
           05 GERENTE-REG                                LINE  6 COL 17
                                       PIC X(030) TO WRK-GERENTE-REG.
           05 VALUE "INCLUIR REGIAO? (S/N):"             LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 25
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-BUSCA-REGIAO.
           05 VALUE "BUSCAR REGIAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "DIGITE O CODIGO DA REGIAO:"         LINE  6 COL  2.
           05 COD-BUSCA-REG                              LINE  6 COL 29
                                       PIC 9(003) TO WRK-COD-REG.
      *
       01  TELA-ALT-REGIAO.
           05 VALUE "CADASTRO DE REGIOES DE VENDA - ALTERACAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-REG                                 LINE  4 COL 17
                                       PIC 9(003) FROM WRK-COD-REG.
           05 VALUE "NOME.........:"                     LINE  5 COL  2.
           05 NOME-REG                                   LINE  5 COL 17
                                       PIC X(030) FROM WRK-NOME-REG
                                                    TO WRK-NOME-REG.
           05 VALUE "GERENTE......:"                     LINE  6 COL  2.
           05 GERENTE-REG                                LINE  6 COL 17
                                       PIC X(030) FROM WRK-GERENTE-REG
                                                    TO WRK-GERENTE-REG.
           05 VALUE "GRAVAR ALTERACAO? (S/N):"           LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 27
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-STATUS-REGIAO.
           05 VALUE "CADASTRO DE REGIOES DE VENDA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-REG                                 LINE  4 COL 17
                                       PIC 9(003) FROM WRK-COD-REG.
           05 VALUE "NOME.........:"                     LINE  5 COL  2.
           05 NOME-REG                                   LINE  5 COL 17
                                       PIC X(030) FROM WRK-NOME-REG.
           05 VALUE "CONFIRMA A OPERACAO? (S/N):"        LINE  7 COL  2.
           05 CONFIRMA                                   LINE  7 COL 30
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-CONS-REGIAO.
           05 VALUE "CADASTRO DE REGIOES DE VENDA - CONSULTA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-REG                                 LINE  4 COL 17
                                       PIC 9(003) FROM WRK-COD-REG.
           05 VALUE "NOME.........:"                     LINE  5 COL  2.
           05 NOME-REG                                   LINE  5 COL 17
                                       PIC X(030) FROM WRK-NOME-REG.
           05 VALUE "GERENTE......:"                     LINE  6 COL  2.
           05 GERENTE-REG                                LINE  6 COL 17
                                       PIC X(030) FROM WRK-GERENTE-REG.
           05 VALUE "SITUACAO.....:"                     LINE  7 COL  2.
           05 STATUS-REG                                 LINE  7 COL 17
                                       PIC X(008) FROM WRK-DESC-STATUS.
           05 VALUE "SUPERVISORES DA REGIAO:"            LINE  9 COL  2.
           05 LIN-S01                                    LINE 10 COL  2
                                       PIC X(060) FROM WRK-LINHA (01).
           05 LIN-S02                                    LINE 11 COL  2
                                       PIC X(060) FROM WRK-LINHA (02).
           05 LIN-S03                                    LINE 12 COL  2
                                       PIC X(060) FROM WRK-LINHA (03).
           05 LIN-S04                                    LINE 13 COL  2
                                       PIC X(060) FROM WRK-LINHA (04).
           05 LIN-S05                                    LINE 14 COL  2
                                       PIC X(060) FROM WRK-LINHA (05).
           05 LIN-S06                                    LINE 15 COL  2
                                       PIC X(060) FROM WRK-LINHA (06).
           05 LIN-S07                                    LINE 16 COL  2
                                       PIC X(060) FROM WRK-LINHA (07).
           05 LIN-S08                                    LINE 17 COL  2
                                       PIC X(060) FROM WRK-LINHA (08).
           05 LIN-S09                                    LINE 18 COL  2
                                       PIC X(060) FROM WRK-LINHA (09).
           05 LIN-S10                                    LINE 19 COL  2
                                       PIC X(060) FROM WRK-LINHA (10).
           05 VALUE "CONTINUAR? (S/N):"                  LINE 21 COL  2.
           05 CONFIRMA                                   LINE 21 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-REG-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
           05 WRK-MSG-REG                                LINE  6 COL  2
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
           PERFORM 2010-MENU-REGIAO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O MENU DO CADASTRO DE REGIOES. A        *
      *    CONSULTA E LIVRE; AS DEMAIS OPCOES EXIGEM AUTORIZACAO DE    *
      *    ATUALIZACAO                                                 *
      *----------------------------------------------------------------*
       2010-MENU-REGIAO                SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-REGIAO
           ACCEPT TELA-REGIAO.
           EVALUATE WRK-OPCAO
              WHEN "01"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2100-MENU-INCLUI-REG
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-REGIAO
                  END-IF
              WHEN "02"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2200-MENU-ALTERA-REG
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-REGIAO
                  END-IF
              WHEN "03"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      MOVE "I"         TO WRK-STATUS-NOVO
                      PERFORM 2300-MENU-STATUS-REG
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-REGIAO
                  END-IF
              WHEN "04"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      MOVE "A"         TO WRK-STATUS-NOVO
                      PERFORM 2300-MENU-STATUS-REG
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-REGIAO
                  END-IF
              WHEN "05"
                  PERFORM 2500-MENU-CONSULTA-REG
              WHEN "06"
                  CALL "HBSI20NO" USING LKS-AREA-OPERADOR
                  PERFORM 2010-MENU-REGIAO
              WHEN "07"
                  PERFORM 3000-FINALIZAR
              WHEN OTHER
                  PERFORM 2010-MENU-REGIAO
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
      *    ROTINA PARA O MENU DE INCLUSAO DA REGIAO                    *
      *----------------------------------------------------------------*
       2100-MENU-INCLUI-REG            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQREG01
           IF WRK-FS-ARQREG01 EQUAL "35"
               MOVE "S"                TO WRK-ARQ-REG-NOVO
           ELSE
               MOVE "N"                TO WRK-ARQ-REG-NOVO
           END-IF
           INITIALIZE WRK-AREA-ARQREG01
           DISPLAY TELA-ADD-REGIAO
           ACCEPT TELA-ADD-REGIAO
           EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
               WHEN "S"
                   PERFORM 2110-INCLUIR-REG
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE ARQREG01
           PERFORM 2010-MENU-REGIAO.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR UMA REGIAO. O CODIGO E INFORMADO PELO   *
      *    OPERADOR E NAO PODE SER ZERO (RESERVADO PARA VENDEDOR SEM   *
      *    SUPERVISOR NOS RELATORIOS CONSOLIDADOS)                     *
      *----------------------------------------------------------------*
       2110-INCLUIR-REG                SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WRK-COD-REG EQUAL ZEROS
                   MOVE "CODIGO DA REGIAO INVALIDO" TO WRK-MSG-REG
               WHEN WRK-NOME-REG EQUAL SPACES
                   MOVE "NOME DA REGIAO NAO INFORMADO" TO WRK-MSG-REG
               WHEN OTHER
                   IF WRK-ARQ-REG-NOVO EQUAL "S"
                       OPEN OUTPUT ARQREG01
                       CLOSE ARQREG01
                       OPEN I-O ARQREG01
                       MOVE "N"        TO WRK-ARQ-REG-NOVO
                   END-IF
                   ACCEPT WRK-DATA-DIA FROM DATE YYYYMMDD
                   INITIALIZE FD-REGIAO
                   MOVE WRK-COD-REG    TO FS-COD-REG
                   MOVE WRK-NOME-REG   TO FS-NOME-REG
                   MOVE WRK-GERENTE-REG TO FS-GERENTE-REG
                   MOVE "A"            TO FS-STATUS-REG
                   MOVE WRK-DATA-DIA   TO FS-DATA-CAD-REG
                   WRITE FD-REGIAO
                   IF WRK-FS-ARQREG01 NOT EQUAL "00"
                       MOVE "REGIAO JA EXISTE" TO WRK-MSG-REG
                   ELSE
                       MOVE "REGIAO INCLUIDA COM SUCESSO"
                                       TO WRK-MSG-REG
                   END-IF
           END-EVALUATE
           DISPLAY TELA-REG-MSG
           ACCEPT TELA-REG-MSG.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PEDIR O CODIGO E LER A REGIAO                   *
      *----------------------------------------------------------------*
       2150-BUSCA-REG                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-COD-REG
           DISPLAY TELA-BUSCA-REGIAO
           ACCEPT TELA-BUSCA-REGIAO
           MOVE WRK-COD-REG            TO FS-COD-REG
           READ ARQREG01               KEY IS FS-COD-REG
           IF WRK-FS-ARQREG01 NOT EQUAL "00"
               MOVE "REGIAO NAO ENCONTRADA" TO WRK-MSG-REG
               DISPLAY TELA-REG-MSG
               ACCEPT TELA-REG-MSG
           ELSE
               MOVE FS-COD-REG         TO WRK-COD-REG
               MOVE FS-NOME-REG        TO WRK-NOME-REG
               MOVE FS-GERENTE-REG     TO WRK-GERENTE-REG
           END-IF.
      *
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE ALTERACAO DA REGIAO                   *
      *----------------------------------------------------------------*
       2200-MENU-ALTERA-REG            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQREG01
           PERFORM 2150-BUSCA-REG
           IF WRK-FS-ARQREG01 EQUAL "00"
               IF FS-STATUS-REG NOT EQUAL "A"
                   MOVE "REGIAO INATIVA" TO WRK-MSG-REG
                   DISPLAY TELA-REG-MSG
                   ACCEPT TELA-REG-MSG
               ELSE
                   DISPLAY TELA-ALT-REGIAO
                   ACCEPT TELA-ALT-REGIAO
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       IF WRK-NOME-REG EQUAL SPACES
                           MOVE "NOME DA REGIAO NAO INFORMADO"
                                       TO WRK-MSG-REG
                       ELSE
                           MOVE WRK-NOME-REG    TO FS-NOME-REG
                           MOVE WRK-GERENTE-REG TO FS-GERENTE-REG
                           REWRITE FD-REGIAO
                           IF WRK-FS-ARQREG01 NOT EQUAL "00"
                               MOVE "ERRO AO GRAVAR ALTERACAO"
                                       TO WRK-MSG-REG
                           ELSE
                               MOVE "REGIAO ALTERADA COM SUCESSO"
                                       TO WRK-MSG-REG
                           END-IF
                       END-IF
                       DISPLAY TELA-REG-MSG
                       ACCEPT TELA-REG-MSG
                   END-IF
               END-IF
           END-IF
           CLOSE ARQREG01
           PERFORM 2010-MENU-REGIAO.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA EXCLUIR (INATIVAR) OU REATIVAR A REGIAO. O NOVO *
      *    STATUS CHEGA EM WRK-STATUS-NOVO. A INATIVACAO E RECUSADA    *
      *    ENQUANTO HOUVER SUPERVISOR ATIVO NA REGIAO                  *
      *----------------------------------------------------------------*
       2300-MENU-STATUS-REG            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQREG01
           PERFORM 2150-BUSCA-REG
           IF WRK-FS-ARQREG01 EQUAL "00"
               IF FS-STATUS-REG EQUAL WRK-STATUS-NOVO
                   IF FS-STATUS-REG EQUAL "A"
                       MOVE "REGIAO JA ESTA ATIVA" TO WRK-MSG-REG
                   ELSE
                       MOVE "REGIAO JA ESTA INATIVA" TO WRK-MSG-REG
                   END-IF
                   DISPLAY TELA-REG-MSG
                   ACCEPT TELA-REG-MSG
               ELSE
                   MOVE "N"            TO WRK-TEM-SUP-ATIVO
                   IF WRK-STATUS-NOVO EQUAL "I"
                       PERFORM 2310-VERIFICA-SUPERVISORES
                   END-IF
                   IF WRK-TEM-SUP-ATIVO EQUAL "S"
                       MOVE "REGIAO TEM SUPERVISOR ATIVO"
                                       TO WRK-MSG-REG
                       DISPLAY TELA-REG-MSG
                       ACCEPT TELA-REG-MSG
                   ELSE
                       DISPLAY TELA-STATUS-REGIAO
                       ACCEPT TELA-STATUS-REGIAO
                       IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                           MOVE WRK-STATUS-NOVO TO FS-STATUS-REG
                           REWRITE FD-REGIAO
                           IF WRK-FS-ARQREG01 NOT EQUAL "00"
                               MOVE "ERRO AO GRAVAR A REGIAO"
                                       TO WRK-MSG-REG
                               DISPLAY TELA-REG-MSG
                               ACCEPT TELA-REG-MSG
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE ARQREG01
           PERFORM 2010-MENU-REGIAO.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE HA SUPERVISOR ATIVO NA REGIAO,     *
      *    PELA CHAVE ALTERNATIVA DE REGIAO DO ARQSUP01                *
      *----------------------------------------------------------------*
       2310-VERIFICA-SUPERVISORES      SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQSUP01
           IF WRK-FS-ARQSUP01 EQUAL "00"
               MOVE WRK-COD-REG        TO FS-COD-REG-SUP
               START ARQSUP01 KEY IS NOT LESS FS-COD-REG-SUP
               PERFORM UNTIL WRK-FS-ARQSUP01 NOT EQUAL "00"
                   READ ARQSUP01 NEXT RECORD
                   IF WRK-FS-ARQSUP01 EQUAL "00"
                       IF FS-COD-REG-SUP NOT EQUAL WRK-COD-REG
                           MOVE "10"   TO WRK-FS-ARQSUP01
                       ELSE
                           IF FS-STATUS-SUP EQUAL "A"
                               MOVE "S" TO WRK-TEM-SUP-ATIVO
                               MOVE "10" TO WRK-FS-ARQSUP01
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQSUP01
           END-IF.
      *
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DA REGIAO - SOMENTE LEITURA, COM OS DEZ  *
      *    PRIMEIROS SUPERVISORES DA REGIAO                            *
      *----------------------------------------------------------------*
       2500-MENU-CONSULTA-REG          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQREG01
           PERFORM 2150-BUSCA-REG
           IF WRK-FS-ARQREG01 EQUAL "00"
               IF FS-STATUS-REG EQUAL "A"
                   MOVE "ATIVA"        TO WRK-DESC-STATUS
               ELSE
                   MOVE "INATIVA"      TO WRK-DESC-STATUS
               END-IF
               PERFORM 2510-MONTA-SUPERVISORES
               DISPLAY TELA-CONS-REGIAO
               ACCEPT TELA-CONS-REGIAO
           END-IF
           CLOSE ARQREG01
           PERFORM 2010-MENU-REGIAO.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR AS LINHAS COM OS SUPERVISORES DA REGIAO  *
      *----------------------------------------------------------------*
       2510-MONTA-SUPERVISORES         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-TAB-LINHAS
           MOVE ZEROS                  TO WRK-IDX-LIN
           OPEN INPUT ARQSUP01
           IF WRK-FS-ARQSUP01 EQUAL "00"
               MOVE WRK-COD-REG        TO FS-COD-REG-SUP
               START ARQSUP01 KEY IS NOT LESS FS-COD-REG-SUP
               PERFORM UNTIL WRK-FS-ARQSUP01 NOT EQUAL "00"
                          OR WRK-IDX-LIN NOT LESS 10
                   READ ARQSUP01 NEXT RECORD
                   IF WRK-FS-ARQSUP01 EQUAL "00"
                       IF FS-COD-REG-SUP NOT EQUAL WRK-COD-REG
                           MOVE "10"   TO WRK-FS-ARQSUP01
                       ELSE
                           ADD 1       TO WRK-IDX-LIN
                           MOVE FS-COD-SUP  TO WRK-DET-COD-SUP
                           MOVE FS-NOME-SUP TO WRK-DET-NOME-SUP
                           IF FS-STATUS-SUP EQUAL "A"
                               MOVE "ATIVO"   TO WRK-DET-STATUS-SUP
                           ELSE
                               MOVE "INATIVO" TO WRK-DET-STATUS-SUP
                           END-IF
                           MOVE WRK-DET-SUP TO WRK-LINHA (WRK-IDX-LIN)
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQSUP01
           END-IF
           IF WRK-IDX-LIN EQUAL ZEROS
               MOVE "NENHUM SUPERVISOR NA REGIAO" TO WRK-LINHA (1)
           END-IF.
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
