      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI20JO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI20JO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: CADASTRO DE FORNECEDORES (ARQFOR01) COM CNPJ  *
      *                  VERIFICADO PELO HBSI30AO E UNICO NO CADASTRO, *
      *                  RAZAO SOCIAL, TELEFONE, CONTATO E PRAZO DE    *
      *                  ENTREGA PADRAO EM DIAS. O CODIGO ZERADO NA    *
      *                  INCLUSAO E ATRIBUIDO PELO CONTROLE DE         *
      *                  NUMERACAO (HBSI30BO, TIPO F). OS PRODUTOS DE  *
      *                  CADA FORNECEDOR SAO MANTIDOS NO HBSI20KO      *
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
              SELECT ARQFOR01 ASSIGN   TO UT-S-ARQFOR01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-FOR
                       ALTERNATE KEY   IS FS-CNPJ-FOR
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQFOR01.
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
      *    I-O    : ARQUIVO MESTRE DE FORNECEDORES                     *
      *               ORG. DINAMICA - LRECL = 0120                     *
      *               CHAVE: CODIGO  ALTERNATIVA: CNPJ                 *
      *               STATUS: A=ATIVO I=INATIVO                        *
      *----------------------------------------------------------------*
      *
       FD ARQFOR01
          RECORD CONTAINS 120 CHARACTERS.
       01 FD-FORNECEDOR.
          05 FS-COD-FOR                PIC 9(007).
          05 FS-CNPJ-FOR               PIC 9(014).
          05 FS-RAZ-SOCI-FOR           PIC X(040).
          05 FS-FONE-FOR               PIC 9(011).
          05 FS-CONT-FOR               PIC X(030).
          05 FS-PRAZO-FOR              PIC 9(003).
          05 FS-STATUS-FOR             PIC X(001).
          05 FS-DATA-CAD-FOR           PIC 9(008).
          05 FILLER                    PIC X(006).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20JO - INICIO DA AREA DE WORKING '.
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
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQFOR01          PIC X(002)      VALUE "00".
      *
       77  WRK-ARQ-FOR-NOVO            PIC X(001)      VALUE "N".
       77  WRK-COD-LIVRE               PIC X(001)      VALUE "N".
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT ENTRADA'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-ARQFOR01.
           05 WRK-COD-FOR              PIC 9(007).
           05 WRK-CNPJ-FOR             PIC 9(014).
           05 WRK-RAZ-SOCI-FOR         PIC X(040).
           05 WRK-FONE-FOR             PIC 9(011).
           05 WRK-CONT-FOR             PIC X(030).
           05 WRK-PRAZO-FOR            PIC 9(003).
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
       01  WRK-MSG-INCLUIDO.
           05 FILLER                   PIC X(029)      VALUE
              'FORNECEDOR INCLUIDO - CODIGO '.
           05 WRK-MSI-COD-FOR          PIC 9(007).
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI20JO - FIM DA AREA DE WORKING '.
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
       01  TELA-FORNECEDOR.
           05 VALUE "CADASTRO DE FORNECEDORES"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - INCLUIR"                       LINE  4 COL  2.
           05 VALUE "02 - ALTERAR"                       LINE  5 COL  2.
           05 VALUE "03 - EXCLUIR"                       LINE  6 COL  2.
           05 VALUE "04 - REATIVAR"                      LINE  7 COL  2.
           05 VALUE "05 - CONSULTAR"                     LINE  8 COL  2.
           05 VALUE "06 - PRODUTOS DO FORNECEDOR"        LINE  9 COL  2.
           05 VALUE "07 - RETORNAR AO MENU ANTERIOR"     LINE 10 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 12 COL  2.
           05 OPCAO                                      LINE 12 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-ADD-FORNECEDOR.
           05 VALUE "CADASTRO DE FORNECEDORES - INCLUSAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-FOR                                 LINE  4 COL 17
                                       PIC 9(007) TO WRK-COD-FOR.
           05 VALUE "(ZEROS = AUTOMATICO)"               LINE  4 COL 26.
           05 VALUE "CNPJ.........:"                     LINE  5 COL  2.
           05 CNPJ-FOR                                   LINE  5 COL 17
                                       PIC 9(014) TO WRK-CNPJ-FOR.
           05 VALUE "RAZAO SOCIAL.:"                     LINE  6 COL  2.
           05 RAZAO-FOR                                  LINE  6 COL 17
                                       PIC X(040) TO WRK-RAZ-SOCI-FOR.
           05 VALUE "TELEFONE.....:"                     LINE  7 COL  2.
           05 FONE-FOR                                   LINE  7 COL 17
                                       PIC 9(011) TO WRK-FONE-FOR.
           05 VALUE "CONTATO......:"                     LINE  8 COL  2.
           05 CONT-FOR                                   LINE  8 COL 17
                                       PIC X(030) TO WRK-CONT-FOR.
           05 VALUE "PRAZO ENTREGA:"                     LINE  9 COL  2.
           05 PRAZO-FOR                                  LINE  9 COL 17
                                       PIC 9(003) TO WRK-PRAZO-FOR.
           05 VALUE "DIAS"                               LINE  9 COL 21.
           05 VALUE "INCLUIR FORNECEDOR? (S/N):"         LINE 11 COL  2.
           05 CONFIRMA                                   LINE 11 COL 29
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-BUSCA-FORNECEDOR.
           05 VALUE "BUSCAR FORNECEDOR"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "DIGITE O CODIGO DO FORNECEDOR:"     LINE  6 COL  2.
           05 COD-BUSCA-FOR                              LINE  6 COL 33
                                       PIC 9(007) TO WRK-COD-FOR.
      *
       01  TELA-ALT-FORNECEDOR.
           05 VALUE "CADASTRO DE FORNECEDORES - ALTERACAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-FOR                                 LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-FOR.
           05 VALUE "CNPJ.........:"                     LINE  5 COL  2.
           05 CNPJ-FOR                                   LINE  5 COL 17
                                       PIC 9(014) FROM WRK-CNPJ-FOR.
           05 VALUE "RAZAO SOCIAL.:"                     LINE  6 COL  2.
           05 RAZAO-FOR                                  LINE  6 COL 17
                                       PIC X(040) FROM WRK-RAZ-SOCI-FOR
                                                    TO WRK-RAZ-SOCI-FOR.
           05 VALUE "TELEFONE.....:"                     LINE  7 COL  2.
           05 FONE-FOR                                   LINE  7 COL 17
                                       PIC 9(011) FROM WRK-FONE-FOR
                                                    TO WRK-FONE-FOR.
           05 VALUE "CONTATO......:"                     LINE  8 COL  2.
           05 CONT-FOR                                   LINE  8 COL 17
                                       PIC X(030) FROM WRK-CONT-FOR
                                                    TO WRK-CONT-FOR.
           05 VALUE "PRAZO ENTREGA:"                     LINE  9 COL  2.
           05 PRAZO-FOR                                  LINE  9 COL 17
                                       PIC 9(003) FROM WRK-PRAZO-FOR
                                                    TO WRK-PRAZO-FOR.
           05 VALUE "DIAS"                               LINE  9 COL 21.
           05 VALUE "GRAVAR ALTERACAO? (S/N):"           LINE 11 COL  2.
           05 CONFIRMA                                   LINE 11 COL 27
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-STATUS-FORNECEDOR.
           05 VALUE "CADASTRO DE FORNECEDORES"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-FOR                                 LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-FOR.
           05 VALUE "RAZAO SOCIAL.:"                     LINE  5 COL  2.
           05 RAZAO-FOR                                  LINE  5 COL 17
                                       PIC X(040) FROM WRK-RAZ-SOCI-FOR.
           05 VALUE "CONFIRMA A OPERACAO? (S/N):"        LINE  7 COL  2.
           05 CONFIRMA                                   LINE  7 COL 30
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-CONS-FORNECEDOR.
           05 VALUE "CADASTRO DE FORNECEDORES - CONSULTA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO.......:"                     LINE  4 COL  2.
           05 CODIGO-FOR                                 LINE  4 COL 17
                                       PIC 9(007) FROM WRK-COD-FOR.
           05 VALUE "CNPJ.........:"                     LINE  5 COL  2.
           05 CNPJ-FOR                                   LINE  5 COL 17
                                       PIC 9(014) FROM WRK-CNPJ-FOR.
           05 VALUE "RAZAO SOCIAL.:"                     LINE  6 COL  2.
           05 RAZAO-FOR                                  LINE  6 COL 17
                                       PIC X(040) FROM WRK-RAZ-SOCI-FOR.
           05 VALUE "TELEFONE.....:"                     LINE  7 COL  2.
           05 FONE-FOR                                   LINE  7 COL 17
                                       PIC 9(011) FROM WRK-FONE-FOR.
           05 VALUE "CONTATO......:"                     LINE  8 COL  2.
           05 CONT-FOR                                   LINE  8 COL 17
                                       PIC X(030) FROM WRK-CONT-FOR.
           05 VALUE "PRAZO ENTREGA:"                     LINE  9 COL  2.
           05 PRAZO-FOR                                  LINE  9 COL 17
                                       PIC ZZ9 FROM WRK-PRAZO-FOR.
           05 VALUE "DIAS"                               LINE  9 COL 21.
           05 VALUE "SITUACAO.....:"                     LINE 10 COL  2.
           05 STATUS-FOR                                 LINE 10 COL 17
                                       PIC X(008) FROM WRK-DESC-STATUS.
           05 VALUE "CONTINUAR? (S/N):"                  LINE 12 COL  2.
           05 CONFIRMA                                   LINE 12 COL 20
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-FOR-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
           05 WRK-MSG-FOR                                LINE  6 COL  2
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
           PERFORM 2010-MENU-FORNECEDOR.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O MENU DO CADASTRO DE FORNECEDORES.     *
      *    A CONSULTA E LIVRE; AS DEMAIS OPCOES EXIGEM AUTORIZACAO DE  *
      *    ATUALIZACAO                                                 *
      *----------------------------------------------------------------*
       2010-MENU-FORNECEDOR            SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY TELA-FORNECEDOR
           ACCEPT TELA-FORNECEDOR.
           EVALUATE WRK-OPCAO
              WHEN "01"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2100-MENU-INCLUI-FOR
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-FORNECEDOR
                  END-IF
              WHEN "02"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      PERFORM 2200-MENU-ALTERA-FOR
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-FORNECEDOR
                  END-IF
              WHEN "03"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      MOVE "I"         TO WRK-STATUS-NOVO
                      PERFORM 2300-MENU-STATUS-FOR
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-FORNECEDOR
                  END-IF
              WHEN "04"
                  IF LKS-OPE-AUT-ATUA EQUAL "S"
                      MOVE "A"         TO WRK-STATUS-NOVO
                      PERFORM 2300-MENU-STATUS-FOR
                  ELSE
                      PERFORM 2015-SEM-AUTORIZACAO
                      PERFORM 2010-MENU-FORNECEDOR
                  END-IF
              WHEN "05"
                  PERFORM 2500-MENU-CONSULTA-FOR
              WHEN "06"
                  CALL "HBSI20KO" USING LKS-AREA-OPERADOR
                  PERFORM 2010-MENU-FORNECEDOR
              WHEN "07"
                  PERFORM 3000-FINALIZAR
              WHEN OTHER
                  PERFORM 2010-MENU-FORNECEDOR
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
      *    ROTINA PARA O MENU DE INCLUSAO DO FORNECEDOR                *
      *----------------------------------------------------------------*
       2100-MENU-INCLUI-FOR            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQFOR01
           IF WRK-FS-ARQFOR01 EQUAL "35"
               MOVE "S"                TO WRK-ARQ-FOR-NOVO
           ELSE
               MOVE "N"                TO WRK-ARQ-FOR-NOVO
           END-IF
           INITIALIZE WRK-AREA-ARQFOR01
           DISPLAY TELA-ADD-FORNECEDOR
           ACCEPT TELA-ADD-FORNECEDOR
           EVALUATE FUNCTION UPPER-CASE(WRK-SIM-NAO)
               WHEN "S"
                   PERFORM 2110-INCLUIR-FOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           CLOSE ARQFOR01
           PERFORM 2010-MENU-FORNECEDOR.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR UM FORNECEDOR. O CNPJ E VERIFICADO NO   *
      *    HBSI30AO; CNPJ JA CADASTRADO E RECUSADO PELA CHAVE          *
      *    ALTERNATIVA DO ARQFOR01                                     *
      *----------------------------------------------------------------*
       2110-INCLUIR-FOR                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CNPJ-FOR           TO LKS-NUMERO-I
           MOVE 'CGC'                  TO LKS-TIPO-CALCULO
           MOVE 'V'                    TO LKS-ACAO
           MOVE ZEROS                  TO LKS-RETORNO
           MOVE ZEROS                  TO LKS-NUMERO-F
           CALL "HBSI30AO" USING LKS-PARM
           EVALUATE TRUE
               WHEN WRK-CNPJ-FOR EQUAL ZEROS
                OR LKS-RETORNO NOT EQUAL ZEROS
                   MOVE "CNPJ INVALIDO" TO WRK-MSG-FOR
               WHEN WRK-RAZ-SOCI-FOR EQUAL SPACES
                   MOVE "RAZAO SOCIAL NAO INFORMADA" TO WRK-MSG-FOR
               WHEN OTHER
                   IF WRK-ARQ-FOR-NOVO EQUAL "S"
                       OPEN OUTPUT ARQFOR01
                       CLOSE ARQFOR01
                       OPEN I-O ARQFOR01
                       MOVE "N"        TO WRK-ARQ-FOR-NOVO
                   END-IF
                   IF WRK-COD-FOR EQUAL ZEROS
                       PERFORM 2115-ATRIBUI-CODIGO-FOR
                   END-IF
                   IF WRK-COD-FOR EQUAL ZEROS
                       MOVE "ERRO NO CONTROLE DE NUMERACAO AUTOMATICA"
                                       TO WRK-MSG-FOR
                   ELSE
                       PERFORM 2120-GRAVA-FOR
                   END-IF
           END-EVALUATE
           DISPLAY TELA-FOR-MSG
           ACCEPT TELA-FOR-MSG.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ATRIBUIR O PROXIMO CODIGO LIVRE DE FORNECEDOR   *
      *    VIA CONTROLE DE NUMERACAO (HBSI30BO), PULANDO OS CODIGOS    *
      *    JA OCUPADOS NO CADASTRO                                     *
      *----------------------------------------------------------------*
       2115-ATRIBUI-CODIGO-FOR         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-COD-LIVRE
           PERFORM UNTIL WRK-COD-LIVRE EQUAL "S"
               MOVE "F"                TO WRK-NUM-TIPO
               MOVE ZEROS              TO WRK-NUM-CODIGO
                                          WRK-NUM-RETORNO
               CALL "HBSI30BO" USING WRK-PARM-NUM
               IF WRK-NUM-RETORNO NOT EQUAL ZEROS
                   MOVE "S"            TO WRK-COD-LIVRE
               ELSE
                   MOVE WRK-NUM-CODIGO TO FS-COD-FOR
                   READ ARQFOR01       KEY IS FS-COD-FOR
                   IF WRK-FS-ARQFOR01 NOT EQUAL "00"
                       MOVE "S"        TO WRK-COD-LIVRE
                       MOVE WRK-NUM-CODIGO TO WRK-COD-FOR
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2115-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O NOVO FORNECEDOR. FALHANDO A GRAVACAO   *
      *    A LEITURA PELO CODIGO DISTINGUE CODIGO OCUPADO DE CNPJ      *
      *    DUPLICADO                                                   *
      *----------------------------------------------------------------*
       2120-GRAVA-FOR                  SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           INITIALIZE FD-FORNECEDOR
           MOVE WRK-COD-FOR            TO FS-COD-FOR
           MOVE WRK-CNPJ-FOR           TO FS-CNPJ-FOR
           MOVE WRK-RAZ-SOCI-FOR       TO FS-RAZ-SOCI-FOR
           MOVE WRK-FONE-FOR           TO FS-FONE-FOR
           MOVE WRK-CONT-FOR           TO FS-CONT-FOR
           MOVE WRK-PRAZO-FOR          TO FS-PRAZO-FOR
           MOVE "A"                    TO FS-STATUS-FOR
           MOVE WRK-DATA-DIA           TO FS-DATA-CAD-FOR
           WRITE FD-FORNECEDOR
           IF WRK-FS-ARQFOR01 NOT EQUAL "00"
               READ ARQFOR01           KEY IS FS-COD-FOR
               IF WRK-FS-ARQFOR01 EQUAL "00"
                   MOVE "FORNECEDOR JA EXISTE" TO WRK-MSG-FOR
               ELSE
                   MOVE "CNPJ JA CADASTRADO PARA OUTRO CODIGO"
                                       TO WRK-MSG-FOR
               END-IF
           ELSE
               MOVE WRK-COD-FOR        TO WRK-MSI-COD-FOR
               MOVE WRK-MSG-INCLUIDO   TO WRK-MSG-FOR
           END-IF.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PEDIR O CODIGO E LER O FORNECEDOR               *
      *----------------------------------------------------------------*
       2150-BUSCA-FOR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-COD-FOR
           DISPLAY TELA-BUSCA-FORNECEDOR
           ACCEPT TELA-BUSCA-FORNECEDOR
           MOVE WRK-COD-FOR            TO FS-COD-FOR
           READ ARQFOR01               KEY IS FS-COD-FOR
           IF WRK-FS-ARQFOR01 NOT EQUAL "00"
               MOVE "FORNECEDOR NAO ENCONTRADO" TO WRK-MSG-FOR
               DISPLAY TELA-FOR-MSG
               ACCEPT TELA-FOR-MSG
           ELSE
               MOVE FS-COD-FOR         TO WRK-COD-FOR
               MOVE FS-CNPJ-FOR        TO WRK-CNPJ-FOR
               MOVE FS-RAZ-SOCI-FOR    TO WRK-RAZ-SOCI-FOR
               MOVE FS-FONE-FOR        TO WRK-FONE-FOR
               MOVE FS-CONT-FOR        TO WRK-CONT-FOR
               MOVE FS-PRAZO-FOR       TO WRK-PRAZO-FOR
           END-IF.
      *
      *----------------------------------------------------------------*
       2150-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE ALTERACAO DO FORNECEDOR. O CNPJ NAO   *
      *    E ALTERAVEL; FORNECEDOR INATIVO PRECISA SER REATIVADO       *
      *----------------------------------------------------------------*
       2200-MENU-ALTERA-FOR            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQFOR01
           PERFORM 2150-BUSCA-FOR
           IF WRK-FS-ARQFOR01 EQUAL "00"
               IF FS-STATUS-FOR NOT EQUAL "A"
                   MOVE "FORNECEDOR INATIVO" TO WRK-MSG-FOR
                   DISPLAY TELA-FOR-MSG
                   ACCEPT TELA-FOR-MSG
               ELSE
                   DISPLAY TELA-ALT-FORNECEDOR
                   ACCEPT TELA-ALT-FORNECEDOR
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       IF WRK-RAZ-SOCI-FOR EQUAL SPACES
                           MOVE "RAZAO SOCIAL NAO INFORMADA"
                                       TO WRK-MSG-FOR
                       ELSE
                           MOVE WRK-RAZ-SOCI-FOR TO FS-RAZ-SOCI-FOR
                           MOVE WRK-FONE-FOR     TO FS-FONE-FOR
                           MOVE WRK-CONT-FOR     TO FS-CONT-FOR
                           MOVE WRK-PRAZO-FOR    TO FS-PRAZO-FOR
                           REWRITE FD-FORNECEDOR
                           IF WRK-FS-ARQFOR01 NOT EQUAL "00"
                               MOVE "ERRO AO GRAVAR ALTERACAO"
                                       TO WRK-MSG-FOR
                           ELSE
                               MOVE "FORNECEDOR ALTERADO COM SUCESSO"
                                       TO WRK-MSG-FOR
                           END-IF
                       END-IF
                       DISPLAY TELA-FOR-MSG
                       ACCEPT TELA-FOR-MSG
                   END-IF
               END-IF
           END-IF
           CLOSE ARQFOR01
           PERFORM 2010-MENU-FORNECEDOR.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA EXCLUIR (INATIVAR) OU REATIVAR O FORNECEDOR.    *
      *    O NOVO STATUS CHEGA EM WRK-STATUS-NOVO. FORNECEDOR INATIVO  *
      *    NAO RECEBE SUGESTAO NEM PEDIDO DE COMPRA                    *
      *----------------------------------------------------------------*
       2300-MENU-STATUS-FOR            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQFOR01
           PERFORM 2150-BUSCA-FOR
           IF WRK-FS-ARQFOR01 EQUAL "00"
               IF FS-STATUS-FOR EQUAL WRK-STATUS-NOVO
                   IF FS-STATUS-FOR EQUAL "A"
                       MOVE "FORNECEDOR JA ESTA ATIVO" TO WRK-MSG-FOR
                   ELSE
                       MOVE "FORNECEDOR JA ESTA INATIVO" TO WRK-MSG-FOR
                   END-IF
                   DISPLAY TELA-FOR-MSG
                   ACCEPT TELA-FOR-MSG
               ELSE
                   DISPLAY TELA-STATUS-FORNECEDOR
                   ACCEPT TELA-STATUS-FORNECEDOR
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       MOVE WRK-STATUS-NOVO TO FS-STATUS-FOR
                       REWRITE FD-FORNECEDOR
                       IF WRK-FS-ARQFOR01 NOT EQUAL "00"
                           MOVE "ERRO AO GRAVAR O FORNECEDOR"
                                       TO WRK-MSG-FOR
                           DISPLAY TELA-FOR-MSG
                           ACCEPT TELA-FOR-MSG
                       END-IF
                   END-IF
               END-IF
           END-IF
           CLOSE ARQFOR01
           PERFORM 2010-MENU-FORNECEDOR.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE CONSULTA DO FORNECEDOR - SOMENTE LEITURA          *
      *----------------------------------------------------------------*
       2500-MENU-CONSULTA-FOR          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQFOR01
           PERFORM 2150-BUSCA-FOR
           IF WRK-FS-ARQFOR01 EQUAL "00"
               IF FS-STATUS-FOR EQUAL "A"
                   MOVE "ATIVO"        TO WRK-DESC-STATUS
               ELSE
                   MOVE "INATIVO"      TO WRK-DESC-STATUS
               END-IF
               DISPLAY TELA-CONS-FORNECEDOR
               ACCEPT TELA-CONS-FORNECEDOR
           END-IF
           CLOSE ARQFOR01
           PERFORM 2010-MENU-FORNECEDOR.
      *
      *----------------------------------------------------------------*
       2500-99-FIM.                    EXIT.
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
