      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI20OO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI20OO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: VINCULO DO VENDEDOR AO SUPERVISOR COM DATA DE *
      *                  INICIO (ARQVSU01, CHAVE VENDEDOR + INICIO).   *
      *                  A TROCA DE EQUIPE GRAVA UM NOVO VINCULO; O    *
      *                  ANTERIOR FICA NO HISTORICO, DE MODO QUE OS    *
      *                  MESES PASSADOS CONTINUAM NA EQUIPE ANTIGA.    *
      *                  O INICIO NAO PODE SER ANTERIOR AO PRIMEIRO    *
      *                  DIA DO MES CORRENTE NEM AO ULTIMO INICIO DO   *
      *                  VENDEDOR; SO O ULTIMO VINCULO, AINDA NAO      *
      *                  INICIADO, PODE SER EXCLUIDO. CHAMADO PELO     *
      *                  CADASTRO DE VENDEDORES (HBSI20BO)             *
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
              SELECT ARQVEN01 ASSIGN   TO UT-S-ARQVEN01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-VEN
                       ALTERNATE KEY   IS FS-CPF-VEN
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQVEN01.
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
      *    I-O    : HISTORICO DE VINCULOS VENDEDOR X SUPERVISOR        *
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
           ' HBSI20OO - INICIO DA AREA DE WORKING '.
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
           05 WRK-DATA-MIN             PIC 9(008)      VALUE ZEROS.
           05 WRK-ULT-INICIO           PIC 9(008)      VALUE ZEROS.
           05 WRK-ULT-COD-SUP          PIC 9(007)      VALUE ZEROS.
           05 WRK-IDX-LIN              PIC 9(002)      VALUE ZEROS.
           05 WRK-IDX-DESLOCA          PIC 9(002)      VALUE ZEROS.
           05 WRK-VEN-ACHADO           PIC X(001)      VALUE "N".
           05 WRK-STATUS-VEN           PIC X(001)      VALUE SPACES.
           05 WRK-SUP-ACHADO           PIC X(001)      VALUE "N".
           05 WRK-STATUS-SUP           PIC X(001)      VALUE SPACES.
      *
       01  WRK-PARM-CAL.
           05 WRK-CAL-ACAO             PIC X(001)      VALUE SPACES.
           05 WRK-CAL-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-DATA-UTIL        PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQVSU01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQSUP01          PIC X(002)      VALUE "00".
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT ENTRADA'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-VINCULO.
           05 WRK-COD-VEN              PIC 9(007).
           05 WRK-NOME-VEN             PIC X(040).
           05 WRK-COD-SUP              PIC 9(007).
           05 WRK-NOME-SUP             PIC X(040).
           05 WRK-DATA-INI             PIC 9(008).
      *
       01  WRK-PARM-HIE.
           05 WRK-HIE-COD-VEN          PIC 9(007)      VALUE ZEROS.
           05 WRK-HIE-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-HIE-COD-SUP          PIC 9(007)      VALUE ZEROS.
           05 WRK-HIE-COD-REG          PIC 9(003)      VALUE ZEROS.
           05 WRK-HIE-DATA-INI         PIC 9(008)      VALUE ZEROS.
           05 WRK-HIE-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-TAB-LINHAS.
           05 WRK-LINHA                PIC X(060) OCCURS 10 TIMES.
      *
       01  WRK-DET-VSU.
           05 WRK-DET-DATA-INI         PIC 99/99/9999.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-COD-SUP          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-NOME-SUP         PIC X(027).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-SITUACAO         PIC X(010).
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
           ' HBSI20OO - FIM DA AREA DE WORKING '.
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
       01  TELA-VINCULO.
           05 VALUE "SUPERVISOR DO VENDEDOR"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - CONSULTAR HISTORICO"           LINE  4 COL  2.
           05 VALUE "02 - INCLUIR VINCULO"               LINE  5 COL  2.
           05 VALUE "03 - EXCLUIR VINCULO PROGRAMADO"    LINE  6 COL  2.
           05 VALUE "04 - RETORNAR AO MENU ANTERIOR"     LINE  7 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE  9 COL  2.
           05 OPCAO                                      LINE  9 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-BUSCA-VENDEDOR.
           05 VALUE "SUPERVISOR DO VENDEDOR"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "DIGITE O CODIGO DO VENDEDOR:"       LINE  6 COL  2.
           05 COD-BUSCA-VEN                              LINE  6 COL 31
                                       PIC 9(007) TO WRK-COD-VEN.
      *
       01  TELA-ADD-VINCULO.
           05 VALUE "SUPERVISOR DO VENDEDOR - INCLUSAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "VENDEDOR.....:"                     LINE  4 COL  2.
           05 COD-VEN-VSU                                LINE  4 COL 17
                                       PIC 9(007) TO WRK-COD-VEN.
           05 VALUE "SUPERVISOR...:"                     LINE  5 COL  2.
           05 COD-SUP-VSU                                LINE  5 COL 17
                                       PIC 9(007) TO WRK-COD-SUP.
           05 VALUE "INICIO.......:"                     LINE  6 COL  2.
           05 DATA-INI-VSU                               LINE  6 COL 17
                                       PIC 9(008) TO WRK-DATA-INI.
           05 VALUE "(AAAAMMDD - ZEROS = HOJE)"          LINE  6 COL 26.
           05 VALUE "INCLUIR VINCULO? (S/N):"            LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 26
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-EXC-VINCULO.
           05 VALUE "SUPERVISOR DO VENDEDOR - EXCLUSAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "VENDEDOR.....:"                     LINE  4 COL  2.
           05 COD-VEN-VSU                                LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-VEN.
           05 NOME-VEN-VSU                               LINE  4 COL 26
                                       PIC X(040) FROM WRK-NOME-VEN.
           05 VALUE "SUPERVISOR...:"                     LINE  5 COL  2.
           05 COD-SUP-VSU                                LINE  5 COL 17
                                       PIC 9(007) FROM WRK-COD-SUP.
           05 NOME-SUP-VSU                               LINE  5 COL 26
                                       PIC X(040) FROM WRK-NOME-SUP.
           05 VALUE "INICIO.......:"                     LINE  6 COL  2.
           05 DATA-INI-VSU                               LINE  6 COL 17
                                       PIC 9(008) FROM WRK-DATA-INI.
           05 VALUE "EXCLUIR VINCULO PROGRAMADO? (S/N):" LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 37
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-CONS-VINCULO.
           05 VALUE "SUPERVISOR DO VENDEDOR - HISTORICO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "VENDEDOR.....:"                     LINE  3 COL  2.
           05 COD-VEN-VSU                                LINE  3 COL 17
                                       PIC 9(007) FROM WRK-COD-VEN.
           05 NOME-VEN-VSU                               LINE  3 COL 26
                                       PIC X(040) FROM WRK-NOME-VEN.
           05 VALUE "INICIO      SUPERV.  NOME"          LINE  5 COL  2.
           05 LIN-V01                                    LINE  6 COL  2
                                       PIC X(060) FROM WRK-LINHA (01).
           05 LIN-V02                                    LINE  7 COL  2
                                       PIC X(060) FROM WRK-LINHA (02).
           05 LIN-V03                                    LINE  8 COL  2
                                       PIC X(060) FROM WRK-LINHA (03).
           05 LIN-V04                                    LINE  9 COL  2
                                       PIC X(060) FROM WRK-LINHA (04).
           05 LIN-V05                                    LINE 10 COL  2
                                       PIC X(060) FROM WRK-LINHA (05).
           05 LIN-V06                                    LINE 11 COL  2
                                       PIC X(060) FROM WRK-LINHA (06).
           05 LIN-V07                                    LINE 12 COL  2
                                       PIC X(060) FROM WRK-LINHA (07).
           05 LIN-V08                                    LINE 13 COL  2
                                       PIC X(060) FROM WRK-LINHA (08).
           05 LIN-V09                                    LINE 14 COL  2
                                       PIC X(060) FROM WRK-LINHA (09).
           05 LIN-V10                                    LINE 15 COL  2
                                       PIC X(060) FROM WRK-LINHA (10).
           05 VALUE "(OS DEZ VINCULOS MAIS RECENTES)"    LINE 17 COL  2.
           05 VALUE "CONTINUAR? (S/N):"                  LINE 19 COL  2.
           05 CONFIRMA                                   LINE 19 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-VSU-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
           05 WRK-MSG-VSU                                LINE  6 COL  2
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
           PERFORM 2010-MENU-VINCULO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O MENU DO VINCULO. A CONSULTA E LIVRE;  *
      *    INCLUSAO E EXCLUSAO EXIGEM AUTORIZACAO DE ATRIBUICAO        *
      *----------------------------------------------------------------*
       2010-MENU-VINCULO               SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-VINCULO
           ACCEPT TELA-VINCULO.
           EVALUATE WRK-OPCAO
              WHEN "01"
                  PERFORM 2500-MENU-CONSULTA-VSU
              WHEN "02"
                  IF LKS-OPE-AUT-ATRI EQUAL "S"
                      PERFORM 2100-MENU-INCLUI-VSU
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-VINCULO
                  END-IF
              WHEN "03"
                  IF LKS-OPE-AUT-ATRI EQUAL "S"
                      PERFORM 2300-MENU-EXCLUI-VSU
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-VINCULO
                  END-IF
              WHEN "04"
                  PERFORM 3000-FINALIZAR
              WHEN OTHER
                  PERFORM 2010-MENU-VINCULO
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
      *    ROTINA PARA LER O VENDEDOR INFORMADO EM WRK-COD-VEN. O      *
      *    RESULTADO FICA EM WRK-VEN-ACHADO E WRK-STATUS-VEN, POIS O   *
      *    ARQUIVO E FECHADO EM SEGUIDA                                *
      *----------------------------------------------------------------*
       2020-LE-VENDEDOR                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-NOME-VEN
                                          WRK-STATUS-VEN
           MOVE "N"                    TO WRK-VEN-ACHADO
           OPEN INPUT ARQVEN01
           IF WRK-FS-ARQVEN01 EQUAL "00"
               MOVE WRK-COD-VEN        TO FS-COD-VEN
               READ ARQVEN01           KEY IS FS-COD-VEN
               IF WRK-FS-ARQVEN01 EQUAL "00"
                   MOVE "S"            TO WRK-VEN-ACHADO
                   MOVE FS-NOME-VEN    TO WRK-NOME-VEN
                   MOVE FS-STATUS-VEN  TO WRK-STATUS-VEN
               END-IF
               CLOSE ARQVEN01
           END-IF.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA LER O SUPERVISOR INFORMADO EM WRK-COD-SUP. O    *
      *    RESULTADO FICA EM WRK-SUP-ACHADO E WRK-STATUS-SUP, POIS O   *
      *    ARQUIVO E FECHADO EM SEGUIDA                                *
      *----------------------------------------------------------------*
       2030-LE-SUPERVISOR              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-NOME-SUP
                                          WRK-STATUS-SUP
           MOVE "N"                    TO WRK-SUP-ACHADO
           OPEN INPUT ARQSUP01
           IF WRK-FS-ARQSUP01 EQUAL "00"
               MOVE WRK-COD-SUP        TO FS-COD-SUP
               READ ARQSUP01           KEY IS FS-COD-SUP
               IF WRK-FS-ARQSUP01 EQUAL "00"
                   MOVE "S"            TO WRK-SUP-ACHADO
                   MOVE FS-NOME-SUP    TO WRK-NOME-SUP
                   MOVE FS-STATUS-SUP  TO WRK-STATUS-SUP
               END-IF
               CLOSE ARQSUP01
           END-IF.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA LOCALIZAR O ULTIMO VINCULO DO VENDEDOR (MAIOR   *
      *    DATA DE INICIO, VIGENTE OU PROGRAMADO). SEM VINCULO O       *
      *    INICIO VOLTA ZERADO. O ARQVSU01 DEVE ESTAR ABERTO           *
      *----------------------------------------------------------------*
       2040-BUSCA-ULTIMO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-ULT-INICIO
                                          WRK-ULT-COD-SUP
           MOVE WRK-COD-VEN            TO FS-COD-VEN-VSU
           MOVE ZEROS                  TO FS-DATA-INI-VSU
           START ARQVSU01 KEY IS NOT LESS FS-CHAVE-VSU
           PERFORM UNTIL WRK-FS-ARQVSU01 NOT EQUAL "00"
               READ ARQVSU01 NEXT RECORD
               IF WRK-FS-ARQVSU01 EQUAL "00"
                   IF FS-COD-VEN-VSU EQUAL WRK-COD-VEN
                       MOVE FS-DATA-INI-VSU TO WRK-ULT-INICIO
                       MOVE FS-COD-SUP-VSU  TO WRK-ULT-COD-SUP
                   ELSE
                       MOVE "10"       TO WRK-FS-ARQVSU01
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE INCLUSAO DO VINCULO                   *
      *----------------------------------------------------------------*
       2100-MENU-INCLUI-VSU            SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-AREA-VINCULO
           DISPLAY TELA-ADD-VINCULO
           ACCEPT TELA-ADD-VINCULO
           IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
               PERFORM 2110-INCLUIR-VSU
               DISPLAY TELA-VSU-MSG
               ACCEPT TELA-VSU-MSG
           END-IF
           PERFORM 2010-MENU-VINCULO.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR E GRAVAR O NOVO VINCULO. VENDEDOR E     *
      *    SUPERVISOR ATIVOS; INICIO VALIDO, NAO ANTERIOR AO PRIMEIRO  *
      *    DIA DO MES CORRENTE E POSTERIOR AO ULTIMO INICIO DO         *
      *    VENDEDOR, PARA NAO REESCREVER PERIODOS JA APURADOS          *
      *----------------------------------------------------------------*
       2110-INCLUIR-VSU                SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           MOVE WRK-DATA-DIA           TO WRK-DATA-MIN
           MOVE "01"                   TO WRK-DATA-MIN (7:2)
           IF WRK-DATA-INI EQUAL ZEROS
               MOVE WRK-DATA-DIA       TO WRK-DATA-INI
           END-IF
           MOVE SPACES                 TO WRK-MSG-VSU
           PERFORM 2020-LE-VENDEDOR
           IF WRK-VEN-ACHADO NOT EQUAL "S"
               MOVE "VENDEDOR NAO ENCONTRADO" TO WRK-MSG-VSU
           ELSE
               IF WRK-STATUS-VEN NOT EQUAL "A"
                   MOVE "VENDEDOR INATIVO" TO WRK-MSG-VSU
               END-IF
           END-IF
           IF WRK-MSG-VSU EQUAL SPACES
               PERFORM 2030-LE-SUPERVISOR
               IF WRK-SUP-ACHADO NOT EQUAL "S"
                   MOVE "SUPERVISOR NAO ENCONTRADO" TO WRK-MSG-VSU
               ELSE
                   IF WRK-STATUS-SUP NOT EQUAL "A"
                       MOVE "SUPERVISOR INATIVO" TO WRK-MSG-VSU
                   END-IF
               END-IF
           END-IF
           IF WRK-MSG-VSU EQUAL SPACES
               MOVE "V"                TO WRK-CAL-ACAO
               MOVE WRK-DATA-INI       TO WRK-CAL-DATA
               MOVE ZEROS              TO WRK-CAL-DATA-UTIL
                                          WRK-CAL-RETORNO
               CALL "HBSI30DO" USING WRK-PARM-CAL
               IF WRK-CAL-RETORNO EQUAL 9
                   MOVE "DATA DE INICIO INVALIDA" TO WRK-MSG-VSU
               ELSE
                   IF WRK-DATA-INI LESS WRK-DATA-MIN
                       MOVE "INICIO ANTERIOR AO MES CORRENTE"
                                       TO WRK-MSG-VSU
                   END-IF
               END-IF
           END-IF
           IF WRK-MSG-VSU EQUAL SPACES
               OPEN I-O ARQVSU01
               IF WRK-FS-ARQVSU01 EQUAL "35"
                   OPEN OUTPUT ARQVSU01
                   CLOSE ARQVSU01
                   OPEN I-O ARQVSU01
               END-IF
               PERFORM 2040-BUSCA-ULTIMO
               EVALUATE TRUE
                   WHEN WRK-ULT-INICIO NOT LESS WRK-DATA-INI
                       MOVE "INICIO DEVE SER POSTERIOR AO ULTIMO"
                                       TO WRK-MSG-VSU
                   WHEN WRK-ULT-COD-SUP EQUAL WRK-COD-SUP
                       MOVE "VENDEDOR JA ESTA COM ESTE SUPERVISOR"
                                       TO WRK-MSG-VSU
                   WHEN OTHER
                       INITIALIZE FD-VEN-SUPERVISOR
                       MOVE WRK-COD-VEN        TO FS-COD-VEN-VSU
                       MOVE WRK-DATA-INI       TO FS-DATA-INI-VSU
                       MOVE WRK-COD-SUP        TO FS-COD-SUP-VSU
                       MOVE WRK-DATA-DIA       TO FS-DATA-CAD-VSU
                       MOVE LKS-OPE-CODIGO     TO FS-OPE-CAD-VSU
                       WRITE FD-VEN-SUPERVISOR
                       IF WRK-FS-ARQVSU01 NOT EQUAL "00"
                           MOVE "ERRO AO GRAVAR O VINCULO"
                                       TO WRK-MSG-VSU
                       ELSE
                           MOVE "VINCULO INCLUIDO COM SUCESSO"
                                       TO WRK-MSG-VSU
                       END-IF
               END-EVALUATE
               CLOSE ARQVSU01
           END-IF.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA EXCLUIR O ULTIMO VINCULO DO VENDEDOR, DESDE QUE *
      *    AINDA NAO INICIADO. VINCULO JA INICIADO FAZ PARTE DO        *
      *    HISTORICO E SO E ENCERRADO POR UM NOVO VINCULO              *
      *----------------------------------------------------------------*
       2300-MENU-EXCLUI-VSU            SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           INITIALIZE WRK-AREA-VINCULO
           DISPLAY TELA-BUSCA-VENDEDOR
           ACCEPT TELA-BUSCA-VENDEDOR
           PERFORM 2020-LE-VENDEDOR
           MOVE SPACES                 TO WRK-MSG-VSU
           IF WRK-VEN-ACHADO NOT EQUAL "S"
               MOVE "VENDEDOR NAO ENCONTRADO" TO WRK-MSG-VSU
           ELSE
               OPEN I-O ARQVSU01
               IF WRK-FS-ARQVSU01 NOT EQUAL "00"
                   MOVE "VENDEDOR SEM VINCULO PROGRAMADO"
                                       TO WRK-MSG-VSU
               ELSE
                   PERFORM 2040-BUSCA-ULTIMO
                   IF WRK-ULT-INICIO NOT GREATER WRK-DATA-DIA
                       MOVE "VENDEDOR SEM VINCULO PROGRAMADO"
                                       TO WRK-MSG-VSU
                   ELSE
                       MOVE WRK-ULT-COD-SUP TO WRK-COD-SUP
                       MOVE WRK-ULT-INICIO  TO WRK-DATA-INI
                       PERFORM 2030-LE-SUPERVISOR
                       DISPLAY TELA-EXC-VINCULO
                       ACCEPT TELA-EXC-VINCULO
                       IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                           MOVE WRK-COD-VEN    TO FS-COD-VEN-VSU
                           MOVE WRK-DATA-INI   TO FS-DATA-INI-VSU
                           READ ARQVSU01       KEY IS FS-CHAVE-VSU
                           IF WRK-FS-ARQVSU01 EQUAL "00"
                               DELETE ARQVSU01 RECORD
                           END-IF
                           IF WRK-FS-ARQVSU01 NOT EQUAL "00"
                               MOVE "ERRO AO EXCLUIR O VINCULO"
                                       TO WRK-MSG-VSU
                           ELSE
                               MOVE "VINCULO EXCLUIDO COM SUCESSO"
                                       TO WRK-MSG-VSU
                           END-IF
                       END-IF
                   END-IF
                   CLOSE ARQVSU01
               END-IF
           END-IF
           IF WRK-MSG-VSU NOT EQUAL SPACES
               DISPLAY TELA-VSU-MSG
               ACCEPT TELA-VSU-MSG
           END-IF
           PERFORM 2010-MENU-VINCULO.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DO HISTORICO DO VENDEDOR - SOMENTE       *
      *    LEITURA. MARCA O VINCULO VIGENTE HOJE E OS PROGRAMADOS      *
      *----------------------------------------------------------------*
       2500-MENU-CONSULTA-VSU          SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           INITIALIZE WRK-AREA-VINCULO
           DISPLAY TELA-BUSCA-VENDEDOR
           ACCEPT TELA-BUSCA-VENDEDOR
           PERFORM 2020-LE-VENDEDOR
           IF WRK-VEN-ACHADO NOT EQUAL "S"
               MOVE "VENDEDOR NAO ENCONTRADO" TO WRK-MSG-VSU
               DISPLAY TELA-VSU-MSG
               ACCEPT TELA-VSU-MSG
           ELSE
               MOVE WRK-COD-VEN        TO WRK-HIE-COD-VEN
               MOVE WRK-DATA-DIA       TO WRK-HIE-DATA
               CALL "HBSI30GO" USING WRK-PARM-HIE
               PERFORM 2510-MONTA-HISTORICO
               DISPLAY TELA-CONS-VINCULO
               ACCEPT TELA-CONS-VINCULO
           END-IF
           PERFORM 2010-MENU-VINCULO.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR AS LINHAS DO HISTORICO EM ORDEM DE       *
      *    INICIO. PASSANDO DE DEZ, AS MAIS ANTIGAS SAEM DO TOPO       *
      *----------------------------------------------------------------*
       2510-MONTA-HISTORICO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-TAB-LINHAS
           MOVE ZEROS                  TO WRK-IDX-LIN
           OPEN INPUT ARQVSU01
           IF WRK-FS-ARQVSU01 EQUAL "00"
               OPEN INPUT ARQSUP01
               MOVE WRK-COD-VEN        TO FS-COD-VEN-VSU
               MOVE ZEROS              TO FS-DATA-INI-VSU
               START ARQVSU01 KEY IS NOT LESS FS-CHAVE-VSU
               PERFORM UNTIL WRK-FS-ARQVSU01 NOT EQUAL "00"
                   READ ARQVSU01 NEXT RECORD
                   IF WRK-FS-ARQVSU01 EQUAL "00"
                       IF FS-COD-VEN-VSU NOT EQUAL WRK-COD-VEN
                           MOVE "10"   TO WRK-FS-ARQVSU01
                       ELSE
                           PERFORM 2520-MONTA-LINHA
                       END-IF
                   END-IF
               END-PERFORM
               CLOSE ARQSUP01
               CLOSE ARQVSU01
           END-IF
           IF WRK-IDX-LIN EQUAL ZEROS
               MOVE "VENDEDOR SEM SUPERVISOR VINCULADO"
                                       TO WRK-LINHA (1)
           END-IF.
      *
      *----------------------------------------------------------------*
       2510-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA FORMATAR UMA LINHA DO HISTORICO                 *
      *----------------------------------------------------------------*
       2520-MONTA-LINHA                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-IDX-LIN LESS 10
               ADD 1                   TO WRK-IDX-LIN
           ELSE
               PERFORM VARYING WRK-IDX-DESLOCA FROM 1 BY 1
                       UNTIL WRK-IDX-DESLOCA GREATER 9
                   MOVE WRK-LINHA (WRK-IDX-DESLOCA + 1)
                                       TO WRK-LINHA (WRK-IDX-DESLOCA)
               END-PERFORM
           END-IF
           MOVE FS-DATA-INI-VSU (7:2)  TO WRK-EDT-DIA
           MOVE FS-DATA-INI-VSU (5:2)  TO WRK-EDT-MES
           MOVE FS-DATA-INI-VSU (1:4)  TO WRK-EDT-ANO
           MOVE WRK-DATA-EDIT-R        TO WRK-DET-DATA-INI
           MOVE FS-COD-SUP-VSU         TO WRK-DET-COD-SUP
                                          FS-COD-SUP
           READ ARQSUP01               KEY IS FS-COD-SUP
           IF WRK-FS-ARQSUP01 EQUAL "00"
               MOVE FS-NOME-SUP        TO WRK-DET-NOME-SUP
           ELSE
               MOVE "SUPERVISOR NAO CADASTRADO" TO WRK-DET-NOME-SUP
           END-IF
           EVALUATE TRUE
               WHEN FS-DATA-INI-VSU GREATER WRK-DATA-DIA
                   MOVE "PROGRAMADO"   TO WRK-DET-SITUACAO
               WHEN WRK-HIE-RETORNO EQUAL ZEROS
                AND FS-DATA-INI-VSU EQUAL WRK-HIE-DATA-INI
                   MOVE "VIGENTE"      TO WRK-DET-SITUACAO
               WHEN OTHER
                   MOVE "ENCERRADO"    TO WRK-DET-SITUACAO
           END-EVALUATE
           MOVE WRK-DET-VSU            TO WRK-LINHA (WRK-IDX-LIN).
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
