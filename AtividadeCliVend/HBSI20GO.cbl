      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI20GO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI20GO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: PROGRAMACAO DE PRECOS DE VENDA POR DATA DE    *
      *                  VIGENCIA (ARQPRC01, CHAVE PRODUTO + DATA DE   *
      *                  VIGENCIA), CHAMADO PELO CADASTRO DE PRODUTOS  *
      *                  HBSI20DO. SO PRECO COM VIGENCIA FUTURA PODE   *
      *                  SER INCLUIDO, ALTERADO OU EXCLUIDO AQUI; A    *
      *                  VIGENCIA DE HOJE E AS PASSADAS SAO HISTORICO  *
      *                  E FICAM SO PARA CONSULTA. O PRECO DO MESTRE   *
      *                  E ATUALIZADO NA DATA DE VIGENCIA PELO         *
      *                  HBSI42AO                                      *
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
              SELECT ARQPRD01 ASSIGN   TO UT-S-ARQPRD01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRD01.
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
      *    I-O    : HISTORICO DE PRECOS DE VENDA POR VIGENCIA          *
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
      *    INPUT  : ARQUIVO MESTRE DE PRODUTOS                         *
      *               ORG. DINAMICA - LRECL = 0064                     *
      *----------------------------------------------------------------*
      *
       FD ARQPRD01
          RECORD CONTAINS 64 CHARACTERS.
       01 FD-PRODUTO.
          05 FS-COD-PROD              PIC 9(007).
          05 FS-DESC-PROD             PIC X(040).
          05 FS-UNID-PROD             PIC X(003).
          05 FS-PRECO-PROD            PIC 9(007)V9(002).
          05 FS-STATUS-PROD           PIC X(001).
          05 FS-CLAS-FISC-PROD        PIC X(004).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20GO - INICIO DA AREA DE WORKING '.
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
           05 WRK-COD-PROD             PIC 9(007)      VALUE ZEROS.
           05 WRK-DESC-PROD            PIC X(040)      VALUE SPACES.
           05 WRK-PRECO-ATUAL          PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-DATA-VIG             PIC 9(008)      VALUE ZEROS.
           05 WRK-PRECO-VIG            PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-PROD-OK              PIC X(001)      VALUE "N".
           05 WRK-DATA-OK              PIC X(001)      VALUE "N".
           05 WRK-IDX-LIN              PIC 9(002)      VALUE ZEROS.
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPRC01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
      *
       01  WRK-LIN-HIST.
           05 WRK-LIH-DATA-VIG         PIC 9999/99/99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-LIH-PRECO            PIC ZZZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-LIH-DATA-CAD         PIC 9999/99/99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-LIH-OPERADOR         PIC X(008).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-LIH-OBS              PIC X(010).
      *
       01  WRK-PAG-HIST.
           05 WRK-LIN-H01              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-H02              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-H03              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-H04              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-H05              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-H06              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-H07              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-H08              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-H09              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-H10              PIC X(060)      VALUE SPACES.
       01  WRK-PAG-HIST-R              REDEFINES WRK-PAG-HIST.
           05 WRK-LIN-HIS              PIC X(060)
                                       OCCURS 10 TIMES.
      *
       77  WRK-ARQ-PRC-NOVO            PIC X(001)      VALUE "N".
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20GO - FIM DA AREA DE WORKING '.
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
       01  TELA-PRECO.
           05 VALUE "PRECOS PROGRAMADOS POR VIGENCIA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - PROGRAMAR PRECO"               LINE  4 COL  2.
           05 VALUE "02 - ALTERAR PRECO PROGRAMADO"      LINE  5 COL  2.
           05 VALUE "03 - EXCLUIR PRECO PROGRAMADO"      LINE  6 COL  2.
           05 VALUE "04 - CONSULTAR HISTORICO"           LINE  7 COL  2.
           05 VALUE "05 - RETORNAR AO MENU ANTERIOR"     LINE  8 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 10 COL  2.
           05 OPCAO                                      LINE 10 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-ADD-PRECO.
           05 VALUE "PRECOS PROGRAMADOS - INCLUSAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "PRODUTO......:"                     LINE  4 COL  2.
           05 COD-PROD-PRC                               LINE  4 COL 17
                                       PIC 9(007) TO WRK-COD-PROD.
           05 VALUE "VIGENCIA.....:"                     LINE  5 COL  2.
           05 DATA-VIG-PRC                               LINE  5 COL 17
                                       PIC 9(008) TO WRK-DATA-VIG.
           05 VALUE "(AAAAMMDD)"                         LINE  5 COL 27.
           05 VALUE "PRECO VENDA..:"                     LINE  6 COL  2.
           05 PRECO-PRC                                  LINE  6 COL 17
                                       PIC 9(007)V9(002) TO
                                                          WRK-PRECO-VIG.
           05 VALUE "PROGRAMAR PRECO? (S/N):"            LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 26
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-BUSCA-PRECO.
           05 VALUE "BUSCAR PRECO PROGRAMADO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "PRODUTO......:"                     LINE  4 COL  2.
           05 COD-PROD-PRC                               LINE  4 COL 17
                                       PIC 9(007) TO WRK-COD-PROD.
           05 VALUE "VIGENCIA.....:"                     LINE  5 COL  2.
           05 DATA-VIG-PRC                               LINE  5 COL 17
                                       PIC 9(008) TO WRK-DATA-VIG.
           05 VALUE "(AAAAMMDD)"                         LINE  5 COL 27.
      *
       01  TELA-ALT-PRECO.
           05 VALUE "PRECOS PROGRAMADOS - ALTERACAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "PRODUTO......:"                     LINE  4 COL  2.
           05 COD-PROD-PRC                               LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-PROD.
           05 DESC-PROD-PRC                              LINE  4 COL 26
                                       PIC X(040) FROM WRK-DESC-PROD.
           05 VALUE "VIGENCIA.....:"                     LINE  5 COL  2.
           05 DATA-VIG-PRC                               LINE  5 COL 17
                                       PIC 9999/99/99 FROM WRK-DATA-VIG.
           05 VALUE "PRECO ATUAL..:"                     LINE  6 COL  2.
           05 PRECO-ATU-PRC                              LINE  6 COL 17
                                       PIC ZZZZ.ZZ9,99 FROM
                                                        WRK-PRECO-ATUAL.
           05 VALUE "PRECO VENDA..:"                     LINE  7 COL  2.
           05 PRECO-PRC                                  LINE  7 COL 17
                                       PIC 9(007)V9(002)
                                                  FROM WRK-PRECO-VIG
                                                    TO WRK-PRECO-VIG.
           05 VALUE "GRAVAR ALTERACAO? (S/N):"           LINE  9 COL  2.
           05 CONFIRMA                                   LINE  9 COL 27
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-EXC-PRECO.
           05 VALUE "PRECOS PROGRAMADOS - EXCLUSAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "PRODUTO......:"                     LINE  4 COL  2.
           05 COD-PROD-PRC                               LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-PROD.
           05 DESC-PROD-PRC                              LINE  4 COL 26
                                       PIC X(040) FROM WRK-DESC-PROD.
           05 VALUE "VIGENCIA.....:"                     LINE  5 COL  2.
           05 DATA-VIG-PRC                               LINE  5 COL 17
                                       PIC 9999/99/99 FROM WRK-DATA-VIG.
           05 VALUE "PRECO VENDA..:"                     LINE  6 COL  2.
           05 PRECO-PRC                                  LINE  6 COL 17
                                       PIC ZZZZ.ZZ9,99 FROM
                                                          WRK-PRECO-VIG.
           05 VALUE "EXCLUIR PRECO PROGRAMADO? (S/N):"   LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 35
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-BUSCA-HIST.
           05 VALUE "HISTORICO DE PRECOS"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "PRODUTO......:"                     LINE  4 COL  2.
           05 COD-PROD-PRC                               LINE  4 COL 17
                                       PIC 9(007) TO WRK-COD-PROD.
           05 VALUE "A PARTIR DE..:"                     LINE  5 COL  2.
           05 DATA-VIG-PRC                               LINE  5 COL 17
                                       PIC 9(008) TO WRK-DATA-VIG.
           05 VALUE "(AAAAMMDD, ZEROS = DESDE O INICIO)" LINE  5 COL 27.
      *
       01  TELA-CONS-HIST.
           05 VALUE "HISTORICO DE PRECOS"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "PRODUTO......:"                     LINE  3 COL  2.
           05 COD-PROD-PRC                               LINE  3 COL 17
                                       PIC 9(007) FROM WRK-COD-PROD.
           05 DESC-PROD-PRC                              LINE  3 COL 26
                                       PIC X(040) FROM WRK-DESC-PROD.
           05 VALUE "PRECO NO MESTRE:"                   LINE  4 COL  2.
           05 PRECO-ATU-PRC                              LINE  4 COL 19
                                       PIC ZZZZ.ZZ9,99 FROM
                                                        WRK-PRECO-ATUAL.
           05 VALUE "VIGENCIA           PRECO   CADASTRO     OPERADOR"
                                                         LINE  6 COL  2.
           05 LIN-H01                                    LINE  7 COL  2
                                       PIC X(060) FROM WRK-LIN-H01.
           05 LIN-H02                                    LINE  8 COL  2
                                       PIC X(060) FROM WRK-LIN-H02.
           05 LIN-H03                                    LINE  9 COL  2
                                       PIC X(060) FROM WRK-LIN-H03.
           05 LIN-H04                                    LINE 10 COL  2
                                       PIC X(060) FROM WRK-LIN-H04.
           05 LIN-H05                                    LINE 11 COL  2
                                       PIC X(060) FROM WRK-LIN-H05.
           05 LIN-H06                                    LINE 12 COL  2
                                       PIC X(060) FROM WRK-LIN-H06.
           05 LIN-H07                                    LINE 13 COL  2
                                       PIC X(060) FROM WRK-LIN-H07.
           05 LIN-H08                                    LINE 14 COL  2
                                       PIC X(060) FROM WRK-LIN-H08.
           05 LIN-H09                                    LINE 15 COL  2
                                       PIC X(060) FROM WRK-LIN-H09.
           05 LIN-H10                                    LINE 16 COL  2
                                       PIC X(060) FROM WRK-LIN-H10.
           05 VALUE "MAIS VIGENCIAS: INFORME UMA DATA INICIAL POSTERIOR"
                                                         LINE 18 COL  2.
           05 VALUE "CONTINUAR? (S/N):"                  LINE 20 COL  2.
           05 CONFIRMA                                   LINE 20 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-PRC-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
           05 WRK-MSG-PRC                                LINE  6 COL  2
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
           PERFORM 2010-MENU-PRECO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O MENU DOS PRECOS PROGRAMADOS           *
      *----------------------------------------------------------------*
       2010-MENU-PRECO                 SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           DISPLAY TELA-PRECO
           ACCEPT TELA-PRECO.
           EVALUATE WRK-OPCAO
              WHEN "01"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2100-MENU-INCLUI-PRC
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-PRECO
                  END-IF
              WHEN "02"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2200-MENU-ALTERA-PRC
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-PRECO
                  END-IF
              WHEN "03"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2300-MENU-EXCLUI-PRC
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-PRECO
                  END-IF
              WHEN "04"
                  PERFORM 2500-MENU-CONSULTA-PRC
              WHEN "05"
                  PERFORM 3000-FINALIZAR
              WHEN OTHER
                  PERFORM 2010-MENU-PRECO
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
      *    ROTINA PARA VALIDAR O PRODUTO NO MESTRE ARQPRD01. SO        *
      *    PRODUTO ATIVO RECEBE PRECO PROGRAMADO                       *
      *----------------------------------------------------------------*
       2020-VALIDA-PRODUTO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-PROD-OK
           MOVE SPACES                 TO WRK-DESC-PROD
           MOVE ZEROS                  TO WRK-PRECO-ATUAL
           MOVE WRK-COD-PROD           TO FS-COD-PROD
           READ ARQPRD01               KEY IS FS-COD-PROD
           IF WRK-FS-ARQPRD01 NOT EQUAL "00"
              OR FS-STATUS-PROD NOT EQUAL "A"
               MOVE "PRODUTO NAO CADASTRADO OU INATIVO"
                                       TO WRK-MSG-PRC
               DISPLAY TELA-PRC-MSG
               ACCEPT TELA-PRC-MSG
           ELSE
               MOVE "S"                TO WRK-PROD-OK
               MOVE FS-DESC-PROD       TO WRK-DESC-PROD
               MOVE FS-PRECO-PROD      TO WRK-PRECO-ATUAL
           END-IF.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR A DATA DE VIGENCIA INFORMADA. SO DATA   *
      *    FUTURA PODE SER PROGRAMADA, ALTERADA OU EXCLUIDA            *
      *----------------------------------------------------------------*
       2030-VALIDA-VIGENCIA            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-DATA-OK
           IF WRK-DATA-VIG EQUAL ZEROS
              OR WRK-DATA-VIG (5:2) LESS "01"
              OR WRK-DATA-VIG (5:2) GREATER "12"
              OR WRK-DATA-VIG (7:2) LESS "01"
              OR WRK-DATA-VIG (7:2) GREATER "31"
               MOVE "DATA DE VIGENCIA INVALIDA" TO WRK-MSG-PRC
               DISPLAY TELA-PRC-MSG
               ACCEPT TELA-PRC-MSG
           ELSE
               IF WRK-DATA-VIG NOT GREATER WRK-DATA-DIA
                   MOVE "VIGENCIA DEVE SER POSTERIOR A HOJE"
                                       TO WRK-MSG-PRC
                   DISPLAY TELA-PRC-MSG
                   ACCEPT TELA-PRC-MSG
               ELSE
                   MOVE "S"            TO WRK-DATA-OK
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE INCLUSAO DE PRECO PROGRAMADO          *
      *----------------------------------------------------------------*
       2100-MENU-INCLUI-PRC            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQPRC01
           IF WRK-FS-ARQPRC01 EQUAL "35"
               MOVE "S"                TO WRK-ARQ-PRC-NOVO
           ELSE
               MOVE "N"                TO WRK-ARQ-PRC-NOVO
           END-IF
           OPEN INPUT ARQPRD01
           MOVE ZEROS                  TO WRK-COD-PROD
                                          WRK-DATA-VIG
                                          WRK-PRECO-VIG
           DISPLAY TELA-ADD-PRECO
           ACCEPT TELA-ADD-PRECO
           EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
               WHEN "S"
                   PERFORM 2110-INCLUIR-PRC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE ARQPRC01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-PRECO.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR UM PRECO PROGRAMADO. O PRODUTO PRECISA  *
      *    ESTAR ATIVO, A VIGENCIA SER FUTURA E O PRECO INFORMADO      *
      *----------------------------------------------------------------*
       2110-INCLUIR-PRC                SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2020-VALIDA-PRODUTO
           IF WRK-PROD-OK EQUAL "S"
               PERFORM 2030-VALIDA-VIGENCIA
           END-IF
           IF WRK-PROD-OK EQUAL "S"
              AND WRK-DATA-OK EQUAL "S"
               IF WRK-PRECO-VIG EQUAL ZEROS
                   MOVE "PRECO DE VENDA NAO INFORMADO" TO WRK-MSG-PRC
                   DISPLAY TELA-PRC-MSG
                   ACCEPT TELA-PRC-MSG
               ELSE
                   IF WRK-ARQ-PRC-NOVO EQUAL "S"
                       OPEN OUTPUT ARQPRC01
                       MOVE "N"        TO WRK-ARQ-PRC-NOVO
                   END-IF
                   MOVE WRK-COD-PROD   TO FS-COD-PROD-PRC
                   MOVE WRK-DATA-VIG   TO FS-DATA-VIG-PRC
                   MOVE WRK-PRECO-VIG  TO FS-PRECO-PRC
                   MOVE WRK-DATA-DIA   TO FS-DATA-CAD-PRC
                   MOVE LKS-OPE-CODIGO TO FS-OPE-CAD-PRC
                   WRITE FD-PRECO
                   IF WRK-FS-ARQPRC01 NOT EQUAL "00"
                       MOVE "JA EXISTE PRECO NESTA VIGENCIA"
                                       TO WRK-MSG-PRC
                       DISPLAY TELA-PRC-MSG
                       ACCEPT TELA-PRC-MSG
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PEDIR A CHAVE E LER O PRECO PROGRAMADO PARA A   *
      *    ALTERACAO OU A EXCLUSAO. DEVOLVE WRK-DATA-OK = S QUANDO O   *
      *    REGISTRO EXISTE E A VIGENCIA AINDA E FUTURA                 *
      *----------------------------------------------------------------*
       2150-BUSCA-PRECO                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-DATA-OK
           MOVE ZEROS                  TO WRK-COD-PROD
                                          WRK-DATA-VIG
           DISPLAY TELA-BUSCA-PRECO
           ACCEPT TELA-BUSCA-PRECO
           MOVE WRK-COD-PROD           TO FS-COD-PROD-PRC
           MOVE WRK-DATA-VIG           TO FS-DATA-VIG-PRC
           READ ARQPRC01               KEY IS FS-CHAVE-PRC
           IF WRK-FS-ARQPRC01 NOT EQUAL "00"
               MOVE "PRECO PROGRAMADO NAO ENCONTRADO" TO WRK-MSG-PRC
               DISPLAY TELA-PRC-MSG
               ACCEPT TELA-PRC-MSG
           ELSE
               IF FS-DATA-VIG-PRC NOT GREATER WRK-DATA-DIA
                   MOVE "VIGENCIA JA INICIADA - SOMENTE CONSULTA"
                                       TO WRK-MSG-PRC
                   DISPLAY TELA-PRC-MSG
                   ACCEPT TELA-PRC-MSG
               ELSE
                   MOVE "S"            TO WRK-DATA-OK
                   MOVE FS-PRECO-PRC   TO WRK-PRECO-VIG
                   MOVE SPACES         TO WRK-DESC-PROD
                   MOVE ZEROS          TO WRK-PRECO-ATUAL
                   MOVE WRK-COD-PROD   TO FS-COD-PROD
                   READ ARQPRD01       KEY IS FS-COD-PROD
                   IF WRK-FS-ARQPRD01 EQUAL "00"
                       MOVE FS-DESC-PROD  TO WRK-DESC-PROD
                       MOVE FS-PRECO-PROD TO WRK-PRECO-ATUAL
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE ALTERACAO DE PRECO PROGRAMADO         *
      *----------------------------------------------------------------*
       2200-MENU-ALTERA-PRC            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQPRC01
           OPEN INPUT ARQPRD01
           PERFORM 2150-BUSCA-PRECO
           IF WRK-DATA-OK EQUAL "S"
               DISPLAY TELA-ALT-PRECO
               ACCEPT TELA-ALT-PRECO
               EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
                   WHEN "S"
                       PERFORM 2210-ALTERAR-PRC
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           CLOSE ARQPRC01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-PRECO.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REGRAVAR O PRECO PROGRAMADO COM O NOVO VALOR E  *
      *    O OPERADOR QUE FEZ A ALTERACAO                              *
      *----------------------------------------------------------------*
       2210-ALTERAR-PRC                SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PRECO-VIG EQUAL ZEROS
               MOVE "PRECO DE VENDA NAO INFORMADO" TO WRK-MSG-PRC
               DISPLAY TELA-PRC-MSG
               ACCEPT TELA-PRC-MSG
           ELSE
               MOVE WRK-PRECO-VIG      TO FS-PRECO-PRC
               MOVE WRK-DATA-DIA       TO FS-DATA-CAD-PRC
               MOVE LKS-OPE-CODIGO     TO FS-OPE-CAD-PRC
               REWRITE FD-PRECO
               IF WRK-FS-ARQPRC01 NOT EQUAL "00"
                   MOVE "ERRO AO GRAVAR ALTERACAO" TO WRK-MSG-PRC
                   DISPLAY TELA-PRC-MSG
                   ACCEPT TELA-PRC-MSG
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA EXCLUIR UM PRECO PROGRAMADO AINDA NAO VIGENTE   *
      *----------------------------------------------------------------*
       2300-MENU-EXCLUI-PRC            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQPRC01
           OPEN INPUT ARQPRD01
           PERFORM 2150-BUSCA-PRECO
           IF WRK-DATA-OK EQUAL "S"
               DISPLAY TELA-EXC-PRECO
               ACCEPT TELA-EXC-PRECO
               EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
                   WHEN "S"
                       DELETE ARQPRC01 RECORD
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF
           CLOSE ARQPRC01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-PRECO.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DO HISTORICO DE PRECOS DE UM PRODUTO -   *
      *    MOSTRA ATE 10 VIGENCIAS A PARTIR DA DATA INFORMADA          *
      *----------------------------------------------------------------*
       2500-MENU-CONSULTA-PRC          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQPRC01
           OPEN INPUT ARQPRD01
           MOVE ZEROS                  TO WRK-COD-PROD
                                          WRK-DATA-VIG
           DISPLAY TELA-BUSCA-HIST
           ACCEPT TELA-BUSCA-HIST
           MOVE WRK-COD-PROD           TO FS-COD-PROD
           READ ARQPRD01               KEY IS FS-COD-PROD
           IF WRK-FS-ARQPRD01 NOT EQUAL "00"
               MOVE "PRODUTO NAO ENCONTRADO" TO WRK-MSG-PRC
               DISPLAY TELA-PRC-MSG
               ACCEPT TELA-PRC-MSG
           ELSE
               MOVE FS-DESC-PROD       TO WRK-DESC-PROD
               MOVE FS-PRECO-PROD      TO WRK-PRECO-ATUAL
               PERFORM 2510-MONTA-HISTORICO
               DISPLAY TELA-CONS-HIST
               ACCEPT TELA-CONS-HIST
           END-IF
           CLOSE ARQPRC01
           CLOSE ARQPRD01
           PERFORM 2010-MENU-PRECO.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR AS LINHAS DO HISTORICO DO PRODUTO, LIDO  *
      *    EM ORDEM DE VIGENCIA A PARTIR DA DATA INFORMADA. A OBS      *
      *    MARCA O PRECO PROGRAMADO (VIGENCIA FUTURA)                  *
      *----------------------------------------------------------------*
       2510-MONTA-HISTORICO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-PAG-HIST
           MOVE ZEROS                  TO WRK-IDX-LIN
           MOVE WRK-COD-PROD           TO FS-COD-PROD-PRC
           MOVE WRK-DATA-VIG           TO FS-DATA-VIG-PRC
           START ARQPRC01 KEY IS NOT LESS FS-CHAVE-PRC
           PERFORM UNTIL WRK-FS-ARQPRC01 NOT EQUAL "00"
                   OR WRK-IDX-LIN NOT LESS 10
               READ ARQPRC01 NEXT RECORD
               IF WRK-FS-ARQPRC01 EQUAL "00"
                   IF FS-COD-PROD-PRC EQUAL WRK-COD-PROD
                       ADD 1            TO WRK-IDX-LIN
                       MOVE FS-DATA-VIG-PRC TO WRK-LIH-DATA-VIG
                       MOVE FS-PRECO-PRC    TO WRK-LIH-PRECO
                       MOVE FS-DATA-CAD-PRC TO WRK-LIH-DATA-CAD
                       MOVE FS-OPE-CAD-PRC  TO WRK-LIH-OPERADOR
                       IF FS-DATA-VIG-PRC GREATER WRK-DATA-DIA
                           MOVE "PROGRAMADO" TO WRK-LIH-OBS
                       ELSE
                           MOVE SPACES       TO WRK-LIH-OBS
                       END-IF
                       MOVE WRK-LIN-HIST TO WRK-LIN-HIS (WRK-IDX-LIN)
                   ELSE
                       MOVE "10"        TO WRK-FS-ARQPRC01
                   END-IF
               END-IF
           END-PERFORM
           IF WRK-IDX-LIN EQUAL ZEROS
               MOVE "PRODUTO SEM HISTORICO DE PRECOS A PARTIR DA DATA"
                                       TO WRK-LIN-H01
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
