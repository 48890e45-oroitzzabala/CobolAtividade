      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI48AO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI48AO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - CURVA ABC DE CLIENTES E DE        *
      *                  PRODUTOS E VENDAS POR UF/CIDADE NO PERIODO.   *
      *                  SOMA O VALOR DOS PEDIDOS FATURADOS OU         *
      *                  ENTREGUES DO ARQPED01 POR CLIENTE E O VALOR   *
      *                  DOS ITENS DO ARQPDI01 POR PRODUTO, ORDENA DO  *
      *                  MAIOR PARA O MENOR E CLASSIFICA EM A, B OU C  *
      *                  PELO PERCENTUAL ACUMULADO (O ITEM QUE CRUZA O *
      *                  CORTE FICA NA CLASSE DO CORTE). O RESUMO POR  *
      *                  UF/CIDADE USA O ENDERECO DO CLIENTE CONFERIDO *
      *                  NA TABELA DE MUNICIPIOS (HBSI30CO). A CLASSE  *
      *                  DE CADA CLIENTE E REGRAVADA NO ARQABC01 PARA  *
      *                  A ENTRADA DE PEDIDOS E O ROTEIRO DE VISITAS   *
      *                  (CLIENTE SEM VENDA NO PERIODO FICA NA C)      *
      *    SYSIN.......: DATA INICIAL E DATA FINAL AAAAMMDD (ZEROS     *
      *                  ASSUMEM O PRIMEIRO DIA DO MES E A DATA DO     *
      *                  DIA), CORTE DA CLASSE A E CORTE DA CLASSE B   *
      *                  EM PERCENTUAL ACUMULADO 999 (ZEROS OU         *
      *                  INVALIDOS ASSUMEM 080 E 095)                  *
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
              SELECT ARQCLI01 ASSIGN   TO UT-S-ARQCLI01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-COD-CLI
                       ALTERNATE KEY   IS FS-CNPJ-CLI
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCLI01.
      *
              SELECT ARQPED01 ASSIGN   TO UT-S-ARQPED01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-CHAVE-PED
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPED01.
      *
              SELECT ARQPDI01 ASSIGN   TO UT-S-ARQPDI01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PDI
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPDI01.
      *
              SELECT ARQPRD01 ASSIGN   TO UT-S-ARQPRD01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRD01.
      *
              SELECT ARQABC01 ASSIGN   TO UT-S-ARQABC01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-CLI-ABC
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQABC01.
      *
              SELECT RELABC01 ASSIGN   TO UT-S-RELABC01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELABC01.
      *
              SELECT ARQCTRL ASSIGN    TO UT-S-ARQCTRL
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQCTRL.
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
      *    INPUT  : ARQUIVO DE CLIENTES - ORG. DINAMICA LRECL=0199     *
      *----------------------------------------------------------------*
      *
       FD ARQCLI01
          RECORD CONTAINS 200 CHARACTERS.
       01 FD-CLIENTE.
          05 FS-COD-CLI               PIC 9(007).
          05 FS-CNPJ-CLI              PIC 9(014).
          05 FS-RAZ-SOCI-CLI          PIC X(040).
          05 FS-LAT-CLI               PIC S9(003)V9(008).
          05 FS-LONG-CLI              PIC S9(003)V9(008).
          05 FS-STATUS-CLI            PIC X(001).
          05 FS-ENDE-CLI              PIC X(040).
          05 FS-CIDA-CLI              PIC X(025).
          05 FS-UF-CLI                PIC X(002).
          05 FS-CEP-CLI               PIC 9(008).
          05 FS-FONE-CLI              PIC 9(011).
          05 FS-CONT-CLI              PIC X(030).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE PEDIDOS DE VENDA - CABECALHO            *
      *               ORG. DINAMICA - LRECL = 0084                     *
      *----------------------------------------------------------------*
      *
       FD ARQPED01
          RECORD CONTAINS 84 CHARACTERS.
       01 FD-PEDIDO.
          05 FS-CHAVE-PED.
             10 FS-COD-CLI-PED     PIC 9(007).
             10 FS-DATA-PED        PIC 9(008).
             10 FS-SEQ-PED         PIC 9(003).
          05 FS-COD-VEN-PED        PIC 9(007).
          05 FS-QTD-ITENS-PED      PIC 9(003).
          05 FS-VAL-TOT-PED        PIC 9(009)V9(002).
          05 FS-STATUS-PED         PIC X(001).
          05 FS-VAL-ICMS-PED       PIC 9(009)V9(002).
          05 FS-VAL-IPI-PED        PIC 9(009)V9(002).
          05 FS-VAL-ST-PED         PIC 9(009)V9(002).
          05 FS-VAL-BRUTO-PED      PIC 9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE PEDIDOS DE VENDA - ITENS                *
      *               ORG. DINAMICA - LRECL = 0075                     *
      *----------------------------------------------------------------*
      *
       FD ARQPDI01
          RECORD CONTAINS 75 CHARACTERS.
       01 FD-PED-ITEM.
          05 FS-CHAVE-PDI.
             10 FS-COD-CLI-PDI     PIC 9(007).
             10 FS-DATA-PDI        PIC 9(008).
             10 FS-SEQ-PDI         PIC 9(003).
             10 FS-NUM-ITEM-PDI    PIC 9(003).
          05 FS-COD-PROD-PDI       PIC 9(007).
          05 FS-QTD-PROD-PDI       PIC 9(005).
          05 FS-VAL-UNIT-PDI       PIC 9(007)V9(002).
          05 FS-VAL-ICMS-PDI       PIC 9(009)V9(002).
          05 FS-VAL-IPI-PDI        PIC 9(009)V9(002).
          05 FS-VAL-ST-PDI         PIC 9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE PRODUTOS - ORG. DINAMICA LRECL=0064     *
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
      *    OUTPUT : ARQUIVO DE CLASSIFICACAO ABC DOS CLIENTES          *
      *               ORG. DINAMICA - LRECL = 0050                     *
      *----------------------------------------------------------------*
      *
       FD ARQABC01
          RECORD CONTAINS 50 CHARACTERS.
       01 FD-CLASSE-ABC.
          05 FS-COD-CLI-ABC            PIC 9(007).
          05 FS-CLASSE-ABC             PIC X(001).
          05 FS-VAL-VENDA-ABC          PIC 9(011)V9(002).
          05 FS-PCT-ACUM-ABC           PIC 9(003)V9(002).
          05 FS-DATA-INI-ABC           PIC 9(008).
          05 FS-DATA-FIM-ABC           PIC 9(008).
          05 FS-DATA-CALC-ABC          PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - CURVA ABC E VENDAS POR UF/CIDADE       *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELABC01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-ABC                PIC X(132).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : ARQUIVO DE TOTAIS DE CONTROLE DOS PROGRAMAS BATCH  *
      *               ORG. SEQUENCIAL - LRECL = 0043                   *
      *----------------------------------------------------------------*
      *
       FD ARQCTRL
          RECORD CONTAINS 43 CHARACTERS.
       01 FD-CONTROLE.
          05 FS-CTR-PROGRAMA           PIC X(008).
          05 FS-CTR-DATA               PIC 9(008).
          05 FS-CTR-HORA               PIC 9(006).
          05 FS-CTR-QTD-LIDOS          PIC 9(007).
          05 FS-CTR-QTD-GRAVADOS       PIC 9(007).
          05 FS-CTR-QTD-REJEITADOS     PIC 9(007).
      *
      *----------------------------------------------------------------*
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI48AO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQCLI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPDI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQABC01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELABC01          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-DATA-INI             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-FIM             PIC 9(008)      VALUE ZEROS.
           05 WRK-CORTE-A              PIC 9(003)      VALUE ZEROS.
           05 WRK-CORTE-B              PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-PARM-MUN.
           05 WRK-MUN-CIDADE           PIC X(025)      VALUE SPACES.
           05 WRK-MUN-UF               PIC X(002)      VALUE SPACES.
           05 WRK-MUN-CEP              PIC 9(008)      VALUE ZEROS.
           05 WRK-MUN-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-HOJE            PIC 9(008)      VALUE ZEROS.
           05 WRK-QTD-CLI              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-CLI              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ACHOU            PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-PRD              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-PRD              PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-MUN              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-MUN              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ORD              PIC 9(004)      VALUE ZEROS.
           05 WRK-TROCOU               PIC X(001)      VALUE "N".
           05 WRK-VAL-ITEM             PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-VAL-ACUM             PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-PCT-ANT              PIC 9(003)V9(002) VALUE ZEROS.
           05 WRK-CHAVE-MUN.
              10 WRK-UF-MUN            PIC X(002)      VALUE SPACES.
              10 WRK-CIDA-MUN          PIC X(025)      VALUE SPACES.
           05 WRK-UF-ANT               PIC X(002)      VALUE SPACES.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-PED-LIDOS        PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-PED-PERIODO      PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-ITENS            PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-GRAV-ABC         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-REJEITADOS       PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VAL-CLI          PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-PRD          PIC 9(013)V9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE CLIENTES EM MEMORIA'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-CLIENTES.
           05 WRK-TAB-CLI OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WRK-QTD-CLI.
              10 WRK-CLI-COD           PIC 9(007).
              10 WRK-CLI-RAZ-SOCI      PIC X(040).
              10 WRK-CLI-CIDA          PIC X(025).
              10 WRK-CLI-UF            PIC X(002).
              10 WRK-CLI-CEP           PIC 9(008).
              10 WRK-CLI-QTD-PED       PIC 9(005).
              10 WRK-CLI-VAL           PIC 9(011)V9(002).
              10 WRK-CLI-PCT-PART      PIC 9(003)V9(002).
              10 WRK-CLI-PCT-ACUM      PIC 9(003)V9(002).
              10 WRK-CLI-CLASSE        PIC X(001).
      *
       01  WRK-TROCA-CLI               PIC X(111).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE PRODUTOS VENDIDOS'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-PRODUTOS.
           05 WRK-TAB-PRD OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WRK-QTD-PRD.
              10 WRK-PRD-COD           PIC 9(007).
              10 WRK-PRD-DESC          PIC X(040).
              10 WRK-PRD-UNID          PIC X(003).
              10 WRK-PRD-QTD           PIC 9(009).
              10 WRK-PRD-VAL           PIC 9(011)V9(002).
              10 WRK-PRD-PCT-PART      PIC 9(003)V9(002).
              10 WRK-PRD-PCT-ACUM      PIC 9(003)V9(002).
              10 WRK-PRD-CLASSE        PIC X(001).
      *
       01  WRK-TROCA-PRD               PIC X(083).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE VENDAS POR UF/CIDADE'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-MUNICIPIOS.
           05 WRK-TAB-MUN OCCURS 1 TO 2000 TIMES
                             DEPENDING ON WRK-QTD-MUN.
              10 WRK-MUN-CHAVE.
                 15 WRK-MUN-TAB-UF     PIC X(002).
                 15 WRK-MUN-TAB-CIDA   PIC X(025).
              10 WRK-MUN-QTD-CLI       PIC 9(005).
              10 WRK-MUN-QTD-PED       PIC 9(007).
              10 WRK-MUN-VAL           PIC 9(013)V9(002).
      *
       01  WRK-TROCA-MUN               PIC X(054).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA ACUMULADORES POR CLASSE E POR UF'.
      *----------------------------------------------------------------*
      *
       01  WRK-RESUMO-CLASSES.
           05 WRK-RES-CLASSE OCCURS 3 TIMES.
              10 WRK-RES-QTD           PIC 9(005).
              10 WRK-RES-VAL           PIC 9(013)V9(002).
      *
       01  WRK-IDX-CLASSE              PIC 9(001)      VALUE ZEROS.
       01  WRK-LETRA-CLASSE            PIC X(003)      VALUE "ABC".
      *
       01  WRK-ACM-UF.
           05 WRK-ACM-UF-QTD-CLI       PIC 9(005)      VALUE ZEROS.
           05 WRK-ACM-UF-QTD-PED       PIC 9(007)      VALUE ZEROS.
           05 WRK-ACM-UF-VAL           PIC 9(013)V9(002) VALUE ZEROS.
      *
       01  WRK-ACM-GERAL.
           05 WRK-ACM-GER-QTD-CLI      PIC 9(005)      VALUE ZEROS.
           05 WRK-ACM-GER-QTD-PED      PIC 9(007)      VALUE ZEROS.
           05 WRK-ACM-GER-VAL          PIC 9(013)V9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(045)      VALUE
              'HBSI48AO - CURVA ABC DE CLIENTES E PRODUTOS'.
           05 FILLER                   PIC X(025)      VALUE
              'E VENDAS POR UF/CIDADE'.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(009)      VALUE
              'PERIODO:'.
           05 WRK-CAB-DATA-INI         PIC 9999/99/99.
           05 FILLER                   PIC X(003)      VALUE ' A '.
           05 WRK-CAB-DATA-FIM         PIC 9999/99/99.
           05 FILLER                   PIC X(017)      VALUE
              '   CORTES: A ATE '.
           05 WRK-CAB-CORTE-A          PIC ZZ9.
           05 FILLER                   PIC X(009)      VALUE
              '%  B ATE '.
           05 WRK-CAB-CORTE-B          PIC ZZ9.
           05 FILLER                   PIC X(001)      VALUE '%'.
      *
       01  WRK-CAB-SECAO.
           05 FILLER                   PIC X(004)      VALUE '*** '.
           05 WRK-CAB-TIT-SECAO        PIC X(050).
      *
       01  WRK-CAB-CLI.
           05 FILLER                   PIC X(006)      VALUE 'RANK'.
           05 FILLER                   PIC X(009)      VALUE 'CODIGO'.
           05 FILLER                   PIC X(042)      VALUE
              'RAZAO SOCIAL'.
           05 FILLER                   PIC X(004)      VALUE 'UF'.
           05 FILLER                   PIC X(008)      VALUE 'PEDIDOS'.
           05 FILLER                   PIC X(019)      VALUE 'VALOR'.
           05 FILLER                   PIC X(009)      VALUE 'PART.%'.
           05 FILLER                   PIC X(009)      VALUE 'ACUM.%'.
           05 FILLER                   PIC X(002)      VALUE 'CL'.
      *
       01  WRK-DET-CLI.
           05 WRK-DET-CLI-RANK         PIC ZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-CLI-COD          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-CLI-RAZ-SOCI     PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-CLI-UF           PIC X(002).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-CLI-QTD-PED      PIC ZZ.ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-CLI-VAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-CLI-PCT-PART     PIC ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-CLI-PCT-ACUM     PIC ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-CLI-CLASSE       PIC X(001).
      *
       01  WRK-CAB-PRD.
           05 FILLER                   PIC X(006)      VALUE 'RANK'.
           05 FILLER                   PIC X(009)      VALUE 'CODIGO'.
           05 FILLER                   PIC X(042)      VALUE
              'DESCRICAO'.
           05 FILLER                   PIC X(004)      VALUE 'UN'.
           05 FILLER                   PIC X(012)      VALUE
              'QUANTIDADE'.
           05 FILLER                   PIC X(019)      VALUE 'VALOR'.
           05 FILLER                   PIC X(009)      VALUE 'PART.%'.
           05 FILLER                   PIC X(009)      VALUE 'ACUM.%'.
           05 FILLER                   PIC X(002)      VALUE 'CL'.
      *
       01  WRK-DET-PRD.
           05 WRK-DET-PRD-RANK         PIC ZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PRD-COD          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PRD-DESC         PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PRD-UNID         PIC X(003).
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-DET-PRD-QTD          PIC ZZ.ZZZ.ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PRD-VAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PRD-PCT-PART     PIC ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-PRD-PCT-ACUM     PIC ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-PRD-CLASSE       PIC X(001).
      *
       01  WRK-DET-RES.
           05 FILLER                   PIC X(006)      VALUE SPACES.
           05 FILLER                   PIC X(007)      VALUE 'CLASSE '.
           05 WRK-DET-RES-CLASSE       PIC X(001).
           05 FILLER                   PIC X(010)      VALUE
              '  ITENS: '.
           05 WRK-DET-RES-QTD          PIC ZZ.ZZ9.
           05 FILLER                   PIC X(010)      VALUE
              '  VALOR: '.
           05 WRK-DET-RES-VAL          PIC ZZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(010)      VALUE
              '  PART.%: '.
           05 WRK-DET-RES-PCT          PIC ZZ9,99.
      *
       01  WRK-CAB-MUN.
           05 FILLER                   PIC X(004)      VALUE 'UF'.
           05 FILLER                   PIC X(027)      VALUE 'CIDADE'.
           05 FILLER                   PIC X(010)      VALUE
              'CLIENTES'.
           05 FILLER                   PIC X(010)      VALUE 'PEDIDOS'.
           05 FILLER                   PIC X(019)      VALUE 'VALOR'.
           05 FILLER                   PIC X(006)      VALUE 'PART.%'.
      *
       01  WRK-DET-MUN.
           05 WRK-DET-MUN-UF           PIC X(002).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-MUN-CIDA         PIC X(025).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-MUN-QTD-CLI      PIC ZZ.ZZ9.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-DET-MUN-QTD-PED      PIC ZZZ.ZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-MUN-VAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-MUN-PCT          PIC ZZ9,99.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(030)      VALUE
              'PEDIDOS FATURADOS NO PERIODO:'.
           05 WRK-ROD-QTD-PED          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(030)      VALUE
              'ITENS DE PEDIDO SOMADOS.....:'.
           05 WRK-ROD-QTD-ITENS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(030)      VALUE
              'CLASSES GRAVADAS NO ARQABC01:'.
           05 WRK-ROD-QTD-ABC          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(030)      VALUE
              'DESPREZADOS (TABELA CHEIA)..:'.
           05 WRK-ROD-QTD-REJ          PIC ZZZZZZ9.
      *
       01  WRK-AREA-CONTROLE.
           05 WRK-FS-ARQCTRL           PIC X(002)      VALUE "00".
           05 WRK-CTR-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CTR-HORA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CTR-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-CTR-GRAVADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-CTR-REJEITADOS       PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI48AO - FIM DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *================================================================*
       PROCEDURE DIVISION.
      *================================================================*
      *
      *----------------------------------------------------------------*
      *    ROTINA PRINCIPAL DO PROGRAMA                                *
      *----------------------------------------------------------------*
       0000-PRINCIPAL                  SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 1000-INICIAL
           PERFORM 2000-PROCESSAR
           PERFORM 3000-FINALIZAR
           GOBACK.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO SYSIN, ABERTURA DOS ARQUIVOS, CARGA    *
      *    DA TABELA DE CLIENTES E IMPRESSAO DO CABECALHO              *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-PARM-SYSIN
           ACCEPT WRK-DATA-HOJE        FROM DATE YYYYMMDD
           IF WRK-DATA-FIM NOT NUMERIC
              OR WRK-DATA-FIM EQUAL ZEROS
               MOVE WRK-DATA-HOJE      TO WRK-DATA-FIM
           END-IF
           IF WRK-DATA-INI NOT NUMERIC
              OR WRK-DATA-INI EQUAL ZEROS
               MOVE WRK-DATA-FIM       TO WRK-DATA-INI
               MOVE "01"               TO WRK-DATA-INI (7:2)
           END-IF
           IF WRK-CORTE-A NOT NUMERIC
              OR WRK-CORTE-B NOT NUMERIC
              OR WRK-CORTE-A EQUAL ZEROS
              OR WRK-CORTE-B NOT GREATER WRK-CORTE-A
              OR WRK-CORTE-B GREATER 100
               DISPLAY "HBSI48AO - CORTES ABC AUSENTES OU INVALIDOS - "
                       "ASSUMIDOS 080 E 095"
               MOVE 80                 TO WRK-CORTE-A
               MOVE 95                 TO WRK-CORTE-B
           END-IF
      *
           OPEN INPUT  ARQCLI01
           OPEN INPUT  ARQPED01
           OPEN INPUT  ARQPDI01
           OPEN INPUT  ARQPRD01
           OPEN OUTPUT ARQABC01
           OPEN OUTPUT RELABC01
      *
           MOVE WRK-DATA-INI           TO WRK-CAB-DATA-INI
           MOVE WRK-DATA-FIM           TO WRK-CAB-DATA-FIM
           MOVE WRK-CORTE-A            TO WRK-CAB-CORTE-A
           MOVE WRK-CORTE-B            TO WRK-CAB-CORTE-B
           WRITE REL-LINHA-ABC         FROM WRK-CAB-01
           WRITE REL-LINHA-ABC         FROM WRK-CAB-02
      *
           MOVE ZEROS                  TO WRK-QTD-CLI
           READ ARQCLI01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQCLI01 NOT EQUAL "00"
               IF WRK-QTD-CLI LESS 9999
                   ADD 1                    TO WRK-QTD-CLI
                   MOVE FS-COD-CLI
                        TO WRK-CLI-COD      (WRK-QTD-CLI)
                   MOVE FS-RAZ-SOCI-CLI
                        TO WRK-CLI-RAZ-SOCI (WRK-QTD-CLI)
                   MOVE FS-CIDA-CLI
                        TO WRK-CLI-CIDA     (WRK-QTD-CLI)
                   MOVE FS-UF-CLI
                        TO WRK-CLI-UF       (WRK-QTD-CLI)
                   MOVE FS-CEP-CLI
                        TO WRK-CLI-CEP      (WRK-QTD-CLI)
                   MOVE ZEROS
                        TO WRK-CLI-QTD-PED  (WRK-QTD-CLI)
                           WRK-CLI-VAL      (WRK-QTD-CLI)
                           WRK-CLI-PCT-PART (WRK-QTD-CLI)
                           WRK-CLI-PCT-ACUM (WRK-QTD-CLI)
                   MOVE "C"
                        TO WRK-CLI-CLASSE   (WRK-QTD-CLI)
               ELSE
                   ADD 1               TO WRK-TOT-REJEITADOS
               END-IF
               READ ARQCLI01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - ACUMULA OS PEDIDOS DO PERIODO,    *
      *    CLASSIFICA CLIENTES E PRODUTOS E IMPRIME AS TRES PARTES     *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-PRD
           READ ARQPED01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQPED01 NOT EQUAL "00"
               ADD 1                   TO WRK-TOT-PED-LIDOS
               IF FS-DATA-PED NOT LESS WRK-DATA-INI
                  AND FS-DATA-PED NOT GREATER WRK-DATA-FIM
                  AND (FS-STATUS-PED EQUAL "F"
                       OR FS-STATUS-PED EQUAL "E")
                   ADD 1               TO WRK-TOT-PED-PERIODO
                   PERFORM 2010-ACUMULA-CLIENTE
                   PERFORM 2020-ACUMULA-ITENS
               END-IF
               READ ARQPED01 NEXT RECORD
           END-PERFORM
      *
           PERFORM 2100-CLASSIFICA-CLIENTES
           PERFORM 2200-CLASSIFICA-PRODUTOS
           PERFORM 2300-VENDAS-MUNICIPIO.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR O PEDIDO CORRENTE AO SEU CLIENTE          *
      *----------------------------------------------------------------*
       2010-ACUMULA-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IDX-ACHOU
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLI
               IF WRK-CLI-COD (WRK-IDX-CLI) EQUAL FS-COD-CLI-PED
                   MOVE WRK-IDX-CLI    TO WRK-IDX-ACHOU
                   MOVE WRK-QTD-CLI    TO WRK-IDX-CLI
               END-IF
           END-PERFORM
      *
           IF WRK-IDX-ACHOU GREATER ZEROS
               ADD 1             TO WRK-CLI-QTD-PED (WRK-IDX-ACHOU)
               ADD FS-VAL-TOT-PED TO WRK-CLI-VAL    (WRK-IDX-ACHOU)
               ADD FS-VAL-TOT-PED TO WRK-TOT-VAL-CLI
           ELSE
               ADD 1                   TO WRK-TOT-REJEITADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR OS ITENS DO PEDIDO CORRENTE AOS SEUS      *
      *    PRODUTOS. PRODUTO AINDA NAO VISTO ENTRA NA TABELA COM A     *
      *    DESCRICAO E A UNIDADE DO MESTRE ARQPRD01                    *
      *----------------------------------------------------------------*
       2020-ACUMULA-ITENS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-CLI-PED         TO FS-COD-CLI-PDI
           MOVE FS-DATA-PED            TO FS-DATA-PDI
           MOVE FS-SEQ-PED             TO FS-SEQ-PDI
           MOVE ZEROS                  TO FS-NUM-ITEM-PDI
           START ARQPDI01 KEY IS NOT LESS FS-CHAVE-PDI
           PERFORM UNTIL WRK-FS-ARQPDI01 NOT EQUAL "00"
               READ ARQPDI01 NEXT RECORD
               IF WRK-FS-ARQPDI01 EQUAL "00"
                   IF FS-COD-CLI-PDI NOT EQUAL FS-COD-CLI-PED
                      OR FS-DATA-PDI NOT EQUAL FS-DATA-PED
                      OR FS-SEQ-PDI  NOT EQUAL FS-SEQ-PED
                       MOVE "10"       TO WRK-FS-ARQPDI01
                   ELSE
                       ADD 1           TO WRK-TOT-ITENS
                       PERFORM 2025-SOMA-PRODUTO
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR O ITEM CORRENTE NA TABELA DE PRODUTOS     *
      *----------------------------------------------------------------*
       2025-SOMA-PRODUTO               SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-VAL-ITEM = FS-QTD-PROD-PDI * FS-VAL-UNIT-PDI
      *
           MOVE ZEROS                  TO WRK-IDX-ACHOU
           PERFORM VARYING WRK-IDX-PRD FROM 1 BY 1
                   UNTIL WRK-IDX-PRD GREATER WRK-QTD-PRD
               IF WRK-PRD-COD (WRK-IDX-PRD) EQUAL FS-COD-PROD-PDI
                   MOVE WRK-IDX-PRD    TO WRK-IDX-ACHOU
                   MOVE WRK-QTD-PRD    TO WRK-IDX-PRD
               END-IF
           END-PERFORM
      *
           IF WRK-IDX-ACHOU EQUAL ZEROS
              AND WRK-QTD-PRD LESS 9999
               ADD 1                   TO WRK-QTD-PRD
               MOVE WRK-QTD-PRD        TO WRK-IDX-ACHOU
               MOVE FS-COD-PROD-PDI
                    TO WRK-PRD-COD      (WRK-IDX-ACHOU)
               MOVE SPACES
                    TO WRK-PRD-DESC     (WRK-IDX-ACHOU)
                       WRK-PRD-UNID     (WRK-IDX-ACHOU)
               MOVE ZEROS
                    TO WRK-PRD-QTD      (WRK-IDX-ACHOU)
                       WRK-PRD-VAL      (WRK-IDX-ACHOU)
                       WRK-PRD-PCT-PART (WRK-IDX-ACHOU)
                       WRK-PRD-PCT-ACUM (WRK-IDX-ACHOU)
               MOVE "C"
                    TO WRK-PRD-CLASSE   (WRK-IDX-ACHOU)
               MOVE FS-COD-PROD-PDI    TO FS-COD-PROD
               READ ARQPRD01           KEY IS FS-COD-PROD
               IF WRK-FS-ARQPRD01 EQUAL "00"
                   MOVE FS-DESC-PROD
                        TO WRK-PRD-DESC (WRK-IDX-ACHOU)
                   MOVE FS-UNID-PROD
                        TO WRK-PRD-UNID (WRK-IDX-ACHOU)
               ELSE
                   MOVE "PRODUTO NAO CADASTRADO"
                        TO WRK-PRD-DESC (WRK-IDX-ACHOU)
               END-IF
           END-IF
      *
           IF WRK-IDX-ACHOU GREATER ZEROS
               ADD FS-QTD-PROD-PDI TO WRK-PRD-QTD (WRK-IDX-ACHOU)
               ADD WRK-VAL-ITEM    TO WRK-PRD-VAL (WRK-IDX-ACHOU)
               ADD WRK-VAL-ITEM    TO WRK-TOT-VAL-PRD
           ELSE
               ADD 1                   TO WRK-TOT-REJEITADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       2025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR OS CLIENTES PELO VALOR (MAIOR PARA O    *
      *    MENOR), ATRIBUIR A CLASSE PELO PERCENTUAL ACUMULADO,        *
      *    GRAVAR O ARQABC01 E IMPRIMIR A CURVA DOS CLIENTES           *
      *----------------------------------------------------------------*
       2100-CLASSIFICA-CLIENTES        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-CLI
                   IF WRK-CLI-VAL (WRK-IDX-ORD) LESS
                      WRK-CLI-VAL (WRK-IDX-ORD + 1)
                       MOVE WRK-TAB-CLI (WRK-IDX-ORD)
                                       TO WRK-TROCA-CLI
                       MOVE WRK-TAB-CLI (WRK-IDX-ORD + 1)
                                       TO WRK-TAB-CLI (WRK-IDX-ORD)
                       MOVE WRK-TROCA-CLI
                                       TO WRK-TAB-CLI (WRK-IDX-ORD + 1)
                       MOVE "S"        TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM
      *
           MOVE ZEROS                  TO WRK-VAL-ACUM
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLI
               IF WRK-CLI-VAL (WRK-IDX-CLI) GREATER ZEROS
                   COMPUTE WRK-PCT-ANT ROUNDED =
                           (WRK-VAL-ACUM * 100) / WRK-TOT-VAL-CLI
                   ADD WRK-CLI-VAL (WRK-IDX-CLI) TO WRK-VAL-ACUM
                   COMPUTE WRK-CLI-PCT-PART (WRK-IDX-CLI) ROUNDED =
                           (WRK-CLI-VAL (WRK-IDX-CLI) * 100)
                           / WRK-TOT-VAL-CLI
                   COMPUTE WRK-CLI-PCT-ACUM (WRK-IDX-CLI) ROUNDED =
                           (WRK-VAL-ACUM * 100) / WRK-TOT-VAL-CLI
                   EVALUATE TRUE
                       WHEN WRK-PCT-ANT LESS WRK-CORTE-A
                           MOVE "A" TO WRK-CLI-CLASSE (WRK-IDX-CLI)
                       WHEN WRK-PCT-ANT LESS WRK-CORTE-B
                           MOVE "B" TO WRK-CLI-CLASSE (WRK-IDX-CLI)
                       WHEN OTHER
                           MOVE "C" TO WRK-CLI-CLASSE (WRK-IDX-CLI)
                   END-EVALUATE
               END-IF
               PERFORM 2110-GRAVA-CLASSE
           END-PERFORM
      *
           MOVE SPACES                 TO REL-LINHA-ABC
           WRITE REL-LINHA-ABC
           MOVE "CURVA ABC DE CLIENTES" TO WRK-CAB-TIT-SECAO
           WRITE REL-LINHA-ABC         FROM WRK-CAB-SECAO
           WRITE REL-LINHA-ABC         FROM WRK-CAB-CLI
      *
           INITIALIZE WRK-RESUMO-CLASSES
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLI
                      OR WRK-CLI-VAL (WRK-IDX-CLI) EQUAL ZEROS
               MOVE WRK-IDX-CLI        TO WRK-DET-CLI-RANK
               MOVE WRK-CLI-COD      (WRK-IDX-CLI)
                                       TO WRK-DET-CLI-COD
               MOVE WRK-CLI-RAZ-SOCI (WRK-IDX-CLI)
                                       TO WRK-DET-CLI-RAZ-SOCI
               MOVE WRK-CLI-UF       (WRK-IDX-CLI)
                                       TO WRK-DET-CLI-UF
               MOVE WRK-CLI-QTD-PED  (WRK-IDX-CLI)
                                       TO WRK-DET-CLI-QTD-PED
               MOVE WRK-CLI-VAL      (WRK-IDX-CLI)
                                       TO WRK-DET-CLI-VAL
               MOVE WRK-CLI-PCT-PART (WRK-IDX-CLI)
                                       TO WRK-DET-CLI-PCT-PART
               MOVE WRK-CLI-PCT-ACUM (WRK-IDX-CLI)
                                       TO WRK-DET-CLI-PCT-ACUM
               MOVE WRK-CLI-CLASSE   (WRK-IDX-CLI)
                                       TO WRK-DET-CLI-CLASSE
               WRITE REL-LINHA-ABC     FROM WRK-DET-CLI
               EVALUATE WRK-CLI-CLASSE (WRK-IDX-CLI)
                   WHEN "A"  MOVE 1    TO WRK-IDX-CLASSE
                   WHEN "B"  MOVE 2    TO WRK-IDX-CLASSE
                   WHEN OTHER MOVE 3   TO WRK-IDX-CLASSE
               END-EVALUATE
               ADD 1              TO WRK-RES-QTD (WRK-IDX-CLASSE)
               ADD WRK-CLI-VAL (WRK-IDX-CLI)
                                  TO WRK-RES-VAL (WRK-IDX-CLASSE)
           END-PERFORM
      *
           MOVE WRK-TOT-VAL-CLI        TO WRK-VAL-ACUM
           PERFORM 2900-IMPRIME-CLASSES.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A CLASSE DO CLIENTE CORRENTE NO ARQABC01 *
      *----------------------------------------------------------------*
       2110-GRAVA-CLASSE               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-CLI-COD      (WRK-IDX-CLI) TO FS-COD-CLI-ABC
           MOVE WRK-CLI-CLASSE   (WRK-IDX-CLI) TO FS-CLASSE-ABC
           MOVE WRK-CLI-VAL      (WRK-IDX-CLI) TO FS-VAL-VENDA-ABC
           MOVE WRK-CLI-PCT-ACUM (WRK-IDX-CLI) TO FS-PCT-ACUM-ABC
           MOVE WRK-DATA-INI           TO FS-DATA-INI-ABC
           MOVE WRK-DATA-FIM           TO FS-DATA-FIM-ABC
           MOVE WRK-DATA-HOJE          TO FS-DATA-CALC-ABC
           WRITE FD-CLASSE-ABC
           IF WRK-FS-ARQABC01 EQUAL "00"
               ADD 1                   TO WRK-TOT-GRAV-ABC
           END-IF.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR OS PRODUTOS PELO VALOR VENDIDO (MAIOR   *
      *    PARA O MENOR), ATRIBUIR A CLASSE E IMPRIMIR A CURVA         *
      *----------------------------------------------------------------*
       2200-CLASSIFICA-PRODUTOS        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-PRD
                   IF WRK-PRD-VAL (WRK-IDX-ORD) LESS
                      WRK-PRD-VAL (WRK-IDX-ORD + 1)
                       MOVE WRK-TAB-PRD (WRK-IDX-ORD)
                                       TO WRK-TROCA-PRD
                       MOVE WRK-TAB-PRD (WRK-IDX-ORD + 1)
                                       TO WRK-TAB-PRD (WRK-IDX-ORD)
                       MOVE WRK-TROCA-PRD
                                       TO WRK-TAB-PRD (WRK-IDX-ORD + 1)
                       MOVE "S"        TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM
      *
           MOVE SPACES                 TO REL-LINHA-ABC
           WRITE REL-LINHA-ABC
           MOVE "CURVA ABC DE PRODUTOS" TO WRK-CAB-TIT-SECAO
           WRITE REL-LINHA-ABC         FROM WRK-CAB-SECAO
           WRITE REL-LINHA-ABC         FROM WRK-CAB-PRD
      *
           INITIALIZE WRK-RESUMO-CLASSES
           MOVE ZEROS                  TO WRK-VAL-ACUM
           PERFORM VARYING WRK-IDX-PRD FROM 1 BY 1
                   UNTIL WRK-IDX-PRD GREATER WRK-QTD-PRD
                      OR WRK-PRD-VAL (WRK-IDX-PRD) EQUAL ZEROS
               COMPUTE WRK-PCT-ANT ROUNDED =
                       (WRK-VAL-ACUM * 100) / WRK-TOT-VAL-PRD
               ADD WRK-PRD-VAL (WRK-IDX-PRD) TO WRK-VAL-ACUM
               COMPUTE WRK-PRD-PCT-PART (WRK-IDX-PRD) ROUNDED =
                       (WRK-PRD-VAL (WRK-IDX-PRD) * 100)
                       / WRK-TOT-VAL-PRD
               COMPUTE WRK-PRD-PCT-ACUM (WRK-IDX-PRD) ROUNDED =
                       (WRK-VAL-ACUM * 100) / WRK-TOT-VAL-PRD
               EVALUATE TRUE
                   WHEN WRK-PCT-ANT LESS WRK-CORTE-A
                       MOVE "A"        TO WRK-PRD-CLASSE (WRK-IDX-PRD)
                       MOVE 1          TO WRK-IDX-CLASSE
                   WHEN WRK-PCT-ANT LESS WRK-CORTE-B
                       MOVE "B"        TO WRK-PRD-CLASSE (WRK-IDX-PRD)
                       MOVE 2          TO WRK-IDX-CLASSE
                   WHEN OTHER
                       MOVE "C"        TO WRK-PRD-CLASSE (WRK-IDX-PRD)
                       MOVE 3          TO WRK-IDX-CLASSE
               END-EVALUATE
               ADD 1              TO WRK-RES-QTD (WRK-IDX-CLASSE)
               ADD WRK-PRD-VAL (WRK-IDX-PRD)
                                  TO WRK-RES-VAL (WRK-IDX-CLASSE)
      *
               MOVE WRK-IDX-PRD        TO WRK-DET-PRD-RANK
               MOVE WRK-PRD-COD      (WRK-IDX-PRD)
                                       TO WRK-DET-PRD-COD
               MOVE WRK-PRD-DESC     (WRK-IDX-PRD)
                                       TO WRK-DET-PRD-DESC
               MOVE WRK-PRD-UNID     (WRK-IDX-PRD)
                                       TO WRK-DET-PRD-UNID
               MOVE WRK-PRD-QTD      (WRK-IDX-PRD)
                                       TO WRK-DET-PRD-QTD
               MOVE WRK-PRD-VAL      (WRK-IDX-PRD)
                                       TO WRK-DET-PRD-VAL
               MOVE WRK-PRD-PCT-PART (WRK-IDX-PRD)
                                       TO WRK-DET-PRD-PCT-PART
               MOVE WRK-PRD-PCT-ACUM (WRK-IDX-PRD)
                                       TO WRK-DET-PRD-PCT-ACUM
               MOVE WRK-PRD-CLASSE   (WRK-IDX-PRD)
                                       TO WRK-DET-PRD-CLASSE
               WRITE REL-LINHA-ABC     FROM WRK-DET-PRD
           END-PERFORM
      *
           MOVE WRK-TOT-VAL-PRD        TO WRK-VAL-ACUM
           PERFORM 2900-IMPRIME-CLASSES.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR E IMPRIMIR AS VENDAS POR UF E CIDADE.    *
      *    A CIDADE DO CLIENTE E CONFERIDA NA TABELA DE MUNICIPIOS     *
      *    (HBSI30CO); CIDADE/UF NAO CADASTRADA E SOMADA NUMA LINHA    *
      *    PROPRIA DENTRO DA UF. COM A TABELA INDISPONIVEL (RETORNO 9) *
      *    VALE A CIDADE COMO ESTA NO CADASTRO DO CLIENTE              *
      *----------------------------------------------------------------*
       2300-VENDAS-MUNICIPIO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-MUN
           PERFORM VARYING WRK-IDX-CLI FROM 1 BY 1
                   UNTIL WRK-IDX-CLI GREATER WRK-QTD-CLI
                      OR WRK-CLI-VAL (WRK-IDX-CLI) EQUAL ZEROS
               MOVE WRK-CLI-CIDA (WRK-IDX-CLI) TO WRK-MUN-CIDADE
               MOVE WRK-CLI-UF   (WRK-IDX-CLI) TO WRK-MUN-UF
               MOVE WRK-CLI-CEP  (WRK-IDX-CLI) TO WRK-MUN-CEP
               MOVE ZEROS              TO WRK-MUN-RETORNO
               CALL "HBSI30CO" USING WRK-PARM-MUN
               MOVE FUNCTION UPPER-CASE(WRK-CLI-UF (WRK-IDX-CLI))
                                       TO WRK-UF-MUN
               IF WRK-MUN-RETORNO EQUAL 1
                   MOVE "MUNICIPIO NAO CADASTRADO"
                                       TO WRK-CIDA-MUN
               ELSE
                   MOVE FUNCTION UPPER-CASE(WRK-CLI-CIDA (WRK-IDX-CLI))
                                       TO WRK-CIDA-MUN
               END-IF
               PERFORM 2310-SOMA-MUNICIPIO
           END-PERFORM
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-MUN
                   IF WRK-MUN-CHAVE (WRK-IDX-ORD) GREATER
                      WRK-MUN-CHAVE (WRK-IDX-ORD + 1)
                       MOVE WRK-TAB-MUN (WRK-IDX-ORD)
                                       TO WRK-TROCA-MUN
                       MOVE WRK-TAB-MUN (WRK-IDX-ORD + 1)
                                       TO WRK-TAB-MUN (WRK-IDX-ORD)
                       MOVE WRK-TROCA-MUN
                                       TO WRK-TAB-MUN (WRK-IDX-ORD + 1)
                       MOVE "S"        TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM
      *
           MOVE SPACES                 TO REL-LINHA-ABC
           WRITE REL-LINHA-ABC
           MOVE "VENDAS POR UF E CIDADE" TO WRK-CAB-TIT-SECAO
           WRITE REL-LINHA-ABC         FROM WRK-CAB-SECAO
           WRITE REL-LINHA-ABC         FROM WRK-CAB-MUN
      *
           INITIALIZE WRK-ACM-UF
                      WRK-ACM-GERAL
           MOVE SPACES                 TO WRK-UF-ANT
           PERFORM VARYING WRK-IDX-MUN FROM 1 BY 1
                   UNTIL WRK-IDX-MUN GREATER WRK-QTD-MUN
               IF WRK-MUN-TAB-UF (WRK-IDX-MUN) NOT EQUAL WRK-UF-ANT
                  AND WRK-IDX-MUN GREATER 1
                   PERFORM 2320-IMPRIME-TOTAL-UF
               END-IF
               MOVE WRK-MUN-TAB-UF (WRK-IDX-MUN) TO WRK-UF-ANT
      *
               MOVE WRK-MUN-TAB-UF   (WRK-IDX-MUN) TO WRK-DET-MUN-UF
               MOVE WRK-MUN-TAB-CIDA (WRK-IDX-MUN) TO WRK-DET-MUN-CIDA
               MOVE WRK-MUN-QTD-CLI  (WRK-IDX-MUN)
                                       TO WRK-DET-MUN-QTD-CLI
               MOVE WRK-MUN-QTD-PED  (WRK-IDX-MUN)
                                       TO WRK-DET-MUN-QTD-PED
               MOVE WRK-MUN-VAL      (WRK-IDX-MUN) TO WRK-DET-MUN-VAL
               COMPUTE WRK-PCT-ANT ROUNDED =
                       (WRK-MUN-VAL (WRK-IDX-MUN) * 100)
                       / WRK-TOT-VAL-CLI
               MOVE WRK-PCT-ANT        TO WRK-DET-MUN-PCT
               WRITE REL-LINHA-ABC     FROM WRK-DET-MUN
      *
               ADD WRK-MUN-QTD-CLI (WRK-IDX-MUN) TO WRK-ACM-UF-QTD-CLI
                                                    WRK-ACM-GER-QTD-CLI
               ADD WRK-MUN-QTD-PED (WRK-IDX-MUN) TO WRK-ACM-UF-QTD-PED
                                                    WRK-ACM-GER-QTD-PED
               ADD WRK-MUN-VAL     (WRK-IDX-MUN) TO WRK-ACM-UF-VAL
                                                    WRK-ACM-GER-VAL
           END-PERFORM
           IF WRK-QTD-MUN GREATER ZEROS
               PERFORM 2320-IMPRIME-TOTAL-UF
           END-IF
      *
           MOVE SPACES                 TO WRK-DET-MUN-UF
           MOVE "TOTAL GERAL"          TO WRK-DET-MUN-CIDA
           MOVE WRK-ACM-GER-QTD-CLI    TO WRK-DET-MUN-QTD-CLI
           MOVE WRK-ACM-GER-QTD-PED    TO WRK-DET-MUN-QTD-PED
           MOVE WRK-ACM-GER-VAL        TO WRK-DET-MUN-VAL
           IF WRK-TOT-VAL-CLI GREATER ZEROS
               MOVE 100                TO WRK-DET-MUN-PCT
           ELSE
               MOVE ZEROS              TO WRK-DET-MUN-PCT
           END-IF
           WRITE REL-LINHA-ABC         FROM WRK-DET-MUN.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR O CLIENTE CORRENTE NA SUA UF/CIDADE       *
      *----------------------------------------------------------------*
       2310-SOMA-MUNICIPIO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IDX-ACHOU
           PERFORM VARYING WRK-IDX-MUN FROM 1 BY 1
                   UNTIL WRK-IDX-MUN GREATER WRK-QTD-MUN
               IF WRK-MUN-CHAVE (WRK-IDX-MUN) EQUAL WRK-CHAVE-MUN
                   MOVE WRK-IDX-MUN    TO WRK-IDX-ACHOU
                   MOVE WRK-QTD-MUN    TO WRK-IDX-MUN
               END-IF
           END-PERFORM
      *
           IF WRK-IDX-ACHOU EQUAL ZEROS
              AND WRK-QTD-MUN LESS 2000
               ADD 1                   TO WRK-QTD-MUN
               MOVE WRK-QTD-MUN        TO WRK-IDX-ACHOU
               MOVE WRK-CHAVE-MUN
                    TO WRK-MUN-CHAVE   (WRK-IDX-ACHOU)
               MOVE ZEROS
                    TO WRK-MUN-QTD-CLI (WRK-IDX-ACHOU)
                       WRK-MUN-QTD-PED (WRK-IDX-ACHOU)
                       WRK-MUN-VAL     (WRK-IDX-ACHOU)
           END-IF
      *
           IF WRK-IDX-ACHOU GREATER ZEROS
               ADD 1 TO WRK-MUN-QTD-CLI (WRK-IDX-ACHOU)
               ADD WRK-CLI-QTD-PED (WRK-IDX-CLI)
                     TO WRK-MUN-QTD-PED (WRK-IDX-ACHOU)
               ADD WRK-CLI-VAL (WRK-IDX-CLI)
                     TO WRK-MUN-VAL     (WRK-IDX-ACHOU)
           ELSE
               ADD 1                   TO WRK-TOT-REJEITADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR O TOTAL DA UF ANTERIOR                 *
      *----------------------------------------------------------------*
       2320-IMPRIME-TOTAL-UF           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-UF-ANT             TO WRK-DET-MUN-UF
           MOVE "TOTAL DA UF"          TO WRK-DET-MUN-CIDA
           MOVE WRK-ACM-UF-QTD-CLI     TO WRK-DET-MUN-QTD-CLI
           MOVE WRK-ACM-UF-QTD-PED     TO WRK-DET-MUN-QTD-PED
           MOVE WRK-ACM-UF-VAL         TO WRK-DET-MUN-VAL
           COMPUTE WRK-PCT-ANT ROUNDED =
                   (WRK-ACM-UF-VAL * 100) / WRK-TOT-VAL-CLI
           MOVE WRK-PCT-ANT            TO WRK-DET-MUN-PCT
           WRITE REL-LINHA-ABC         FROM WRK-DET-MUN
           MOVE SPACES                 TO REL-LINHA-ABC
           WRITE REL-LINHA-ABC
           INITIALIZE WRK-ACM-UF.
      *
      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR O RESUMO POR CLASSE DA CURVA CORRENTE. *
      *    O TOTAL DA CURVA VEM NA WRK-VAL-ACUM                        *
      *----------------------------------------------------------------*
       2900-IMPRIME-CLASSES            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO REL-LINHA-ABC
           WRITE REL-LINHA-ABC
           PERFORM VARYING WRK-IDX-CLASSE FROM 1 BY 1
                   UNTIL WRK-IDX-CLASSE GREATER 3
               MOVE WRK-LETRA-CLASSE (WRK-IDX-CLASSE:1)
                                       TO WRK-DET-RES-CLASSE
               MOVE WRK-RES-QTD (WRK-IDX-CLASSE) TO WRK-DET-RES-QTD
               MOVE WRK-RES-VAL (WRK-IDX-CLASSE) TO WRK-DET-RES-VAL
               IF WRK-VAL-ACUM GREATER ZEROS
                   COMPUTE WRK-PCT-ANT ROUNDED =
                           (WRK-RES-VAL (WRK-IDX-CLASSE) * 100)
                           / WRK-VAL-ACUM
               ELSE
                   MOVE ZEROS          TO WRK-PCT-ANT
               END-IF
               MOVE WRK-PCT-ANT        TO WRK-DET-RES-PCT
               WRITE REL-LINHA-ABC     FROM WRK-DET-RES
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O REGISTRO DE TOTAIS DA EXECUCAO NO     *
      *    ARQUIVO DE CONTROLE DOS PROGRAMAS BATCH                    *
      *----------------------------------------------------------------*
       2920-GRAVA-CONTROLE             SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-CTR-DATA         FROM DATE YYYYMMDD
           ACCEPT WRK-CTR-HORA         FROM TIME
           OPEN EXTEND ARQCTRL
           IF WRK-FS-ARQCTRL EQUAL "35"
               OPEN OUTPUT ARQCTRL
           END-IF
           MOVE "HBSI48AO"             TO FS-CTR-PROGRAMA
           MOVE WRK-CTR-DATA           TO FS-CTR-DATA
           MOVE WRK-CTR-HORA (1:6)     TO FS-CTR-HORA
           MOVE WRK-CTR-LIDOS          TO FS-CTR-QTD-LIDOS
           MOVE WRK-CTR-GRAVADOS       TO FS-CTR-QTD-GRAVADOS
           MOVE WRK-CTR-REJEITADOS     TO FS-CTR-QTD-REJEITADOS
           WRITE FD-CONTROLE
           CLOSE ARQCTRL.
      *
      *----------------------------------------------------------------*
       2920-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA FINALIZAR PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TOT-PED-PERIODO     TO WRK-ROD-QTD-PED
           MOVE WRK-TOT-ITENS           TO WRK-ROD-QTD-ITENS
           MOVE WRK-TOT-GRAV-ABC        TO WRK-ROD-QTD-ABC
           MOVE WRK-TOT-REJEITADOS      TO WRK-ROD-QTD-REJ
           MOVE SPACES                  TO REL-LINHA-ABC
           WRITE REL-LINHA-ABC
           WRITE REL-LINHA-ABC          FROM WRK-RODAPE-01
           WRITE REL-LINHA-ABC          FROM WRK-RODAPE-02
           WRITE REL-LINHA-ABC          FROM WRK-RODAPE-03
           WRITE REL-LINHA-ABC          FROM WRK-RODAPE-04
      *
           CLOSE ARQCLI01
           CLOSE ARQPED01
           CLOSE ARQPDI01
           CLOSE ARQPRD01
           CLOSE ARQABC01
           CLOSE RELABC01
      *
           MOVE WRK-TOT-PED-LIDOS       TO WRK-CTR-LIDOS
           MOVE WRK-TOT-GRAV-ABC        TO WRK-CTR-GRAVADOS
           MOVE WRK-TOT-REJEITADOS      TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
