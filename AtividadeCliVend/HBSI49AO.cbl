      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI49AO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI49AO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: FECHAMENTO MENSAL. GRAVA NO ARQSNP01 A FOTO   *
      *                  DO PERIODO (AAAAMM): POR VENDEDOR O FATURADO, *
      *                  A COMISSAO, O ESTORNO E O RESULTADO DA META;  *
      *                  POR CLIENTE A POSICAO DE CREDITO E DE TITULOS *
      *                  A RECEBER; POR PRODUTO O SALDO DE ESTOQUE E   *
      *                  O VALOR PELO PRECO DE TABELA. MARCA O PERIODO *
      *                  COMO FECHADO NO ARQFEC01. A PARTIR DAI OS     *
      *                  PEDIDOS, A IMPORTACAO E O RETORNO DE ENTREGA  *
      *                  RECUSAM MOVIMENTO DATADO NO PERIODO E OS      *
      *                  RELATORIOS DO PERIODO LEEM A FOTO. O PERIODO  *
      *                  SO PODE SER FECHADO DEPOIS DE ENCERRADO E COM *
      *                  AS COMISSOES APURADAS (HBSI38AO). PERIODO     *
      *                  REABERTO PELO ADMINISTRADOR E FECHADO DE NOVO *
      *                  TEM A FOTO ANTERIOR SUBSTITUIDA               *
      *    SYSIN.......: PERIODO AAAAMM (ZEROS = MES ANTERIOR)         *
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
              SELECT ARQVEN01 ASSIGN   TO UT-S-ARQVEN01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-COD-VEN
                       ALTERNATE KEY   IS FS-CPF-VEN
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQVEN01.
      *
              SELECT ARQPED01 ASSIGN   TO UT-S-ARQPED01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-CHAVE-PED
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPED01.
      *
              SELECT ARQMET01 ASSIGN   TO UT-S-ARQMET01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-MET
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQMET01.
      *
              SELECT ARQCMS01 ASSIGN   TO UT-S-ARQCMS01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-CMS
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCMS01.
      *
              SELECT ARQCMP01 ASSIGN   TO UT-S-ARQCMP01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-ANOMES-CMP
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCMP01.
      *
              SELECT ARQCRD01 ASSIGN   TO UT-S-ARQCRD01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-COD-CLI-CRD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCRD01.
      *
              SELECT ARQTIT01 ASSIGN   TO UT-S-ARQTIT01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-TIT
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQTIT01.
      *
              SELECT ARQEST01 ASSIGN   TO UT-S-ARQEST01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS SEQUENTIAL
                          RECORD KEY   IS FS-COD-PROD-EST
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQEST01.
      *
              SELECT ARQPRD01 ASSIGN   TO UT-S-ARQPRD01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPRD01.
      *
              SELECT ARQFEC01 ASSIGN   TO UT-S-ARQFEC01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-ANOMES-FEC
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQFEC01.
      *
              SELECT ARQSNP01 ASSIGN   TO UT-S-ARQSNP01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-SNP
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQSNP01.
      *
              SELECT RELFEC01 ASSIGN   TO UT-S-RELFEC01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELFEC01.
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
      *    INPUT  : ARQUIVO DE METAS MENSAIS DE VENDA POR VENDEDOR     *
      *               ORG. DINAMICA - LRECL = 0024                     *
      *----------------------------------------------------------------*
      *
       FD ARQMET01
          RECORD CONTAINS 24 CHARACTERS.
       01 FD-META.
          05 FS-CHAVE-MET.
             10 FS-COD-VEN-MET     PIC 9(007).
             10 FS-ANOMES-MET      PIC 9(006).
          05 FS-VAL-META           PIC 9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE COMISSAO POR VENDEDOR/PERIODO/PEDIDO    *
      *               ORG. DINAMICA - LRECL = 0080                     *
      *               TIPO C = COMISSAO DO PEDIDO NO PERIODO           *
      *               TIPO E = ESTORNO DE PEDIDO JA COMISSIONADO       *
      *----------------------------------------------------------------*
      *
       FD ARQCMS01
          RECORD CONTAINS 80 CHARACTERS.
       01 FD-COMISSAO-PED.
          05 FS-CHAVE-CMS.
             10 FS-COD-VEN-CMS         PIC 9(007).
             10 FS-ANOMES-CMS          PIC 9(006).
             10 FS-TIPO-CMS            PIC X(001).
             10 FS-CHAVE-PED-CMS.
                15 FS-COD-CLI-CMS      PIC 9(007).
                15 FS-DATA-PED-CMS     PIC 9(008).
                15 FS-SEQ-PED-CMS      PIC 9(003).
          05 FS-VAL-BASE-CMS           PIC 9(009)V9(002).
          05 FS-TAXA-CMS               PIC 9(002)V9(002).
          05 FS-VAL-COM-CMS            PIC 9(009)V9(002).
          05 FS-STATUS-PED-CMS         PIC X(001).
          05 FS-ANOMES-EST-CMS         PIC 9(006).
          05 FS-DATA-CALC-CMS          PIC 9(008).
          05 FILLER                    PIC X(007).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE SITUACAO DO PERIODO DE COMISSOES        *
      *               ORG. DINAMICA - LRECL = 0060                     *
      *               STATUS A = APURADO  F = ENVIADO A FOLHA          *
      *----------------------------------------------------------------*
      *
       FD ARQCMP01
          RECORD CONTAINS 60 CHARACTERS.
       01 FD-PERIODO-COM.
          05 FS-ANOMES-CMP             PIC 9(006).
          05 FS-STATUS-CMP             PIC X(001).
          05 FS-DATA-APUR-CMP          PIC 9(008).
          05 FS-DATA-FOL-CMP           PIC 9(008).
          05 FS-QTD-VEN-CMP            PIC 9(005).
          05 FS-VAL-COM-CMP            PIC 9(011)V9(002).
          05 FS-VAL-EST-CMP            PIC 9(011)V9(002).
          05 FILLER                    PIC X(006).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE LIMITE E SALDO DE CREDITO POR CLIENTE   *
      *               ORG. DINAMICA - LRECL = 0029                     *
      *----------------------------------------------------------------*
      *
       FD ARQCRD01
          RECORD CONTAINS 29 CHARACTERS.
       01 FD-CREDITO.
          05 FS-COD-CLI-CRD            PIC 9(007).
          05 FS-LIMITE-CRD             PIC 9(009)V9(002).
          05 FS-SALDO-CRD              PIC S9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE TITULOS A RECEBER POR PEDIDO FATURADO   *
      *               ORG. DINAMICA - LRECL = 0066                     *
      *               TIPO T = TITULO  C = CREDITO DE DEVOLUCAO        *
      *               STATUS A = ABERTO L = LIQUIDADO C = CANCELADO    *
      *----------------------------------------------------------------*
      *
       FD ARQTIT01
          RECORD CONTAINS 66 CHARACTERS.
       01 FD-TITULO.
          05 FS-CHAVE-TIT.
             10 FS-COD-CLI-TIT     PIC 9(007).
             10 FS-TIPO-TIT        PIC X(001).
             10 FS-DATA-TIT        PIC 9(008).
             10 FS-SEQ-TIT         PIC 9(003).
          05 FS-DATA-EMI-TIT       PIC 9(008).
          05 FS-DATA-VENC-TIT      PIC 9(008).
          05 FS-VAL-ORIG-TIT       PIC 9(009)V9(002).
          05 FS-VAL-SALDO-TIT      PIC 9(009)V9(002).
          05 FS-DATA-BAIXA-TIT     PIC 9(008).
          05 FS-STATUS-TIT         PIC X(001).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE SALDO DE ESTOQUE POR PRODUTO            *
      *               ORG. DINAMICA - LRECL = 0019                     *
      *----------------------------------------------------------------*
      *
       FD ARQEST01
          RECORD CONTAINS 19 CHARACTERS.
       01 FD-ESTOQUE.
          05 FS-COD-PROD-EST           PIC 9(007).
          05 FS-QTD-SALDO-EST          PIC 9(007).
          05 FS-QTD-MIN-EST            PIC 9(005).
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
      *    I-O    : FOTO DO PERIODO FECHADO                            *
      *               ORG. DINAMICA - LRECL = 0100                     *
      *               CHAVE: PERIODO AAAAMM + TIPO + CODIGO            *
      *               TIPO V=VENDEDOR C=CLIENTE P=PRODUTO              *
      *----------------------------------------------------------------*
      *
       FD ARQSNP01
          RECORD CONTAINS 100 CHARACTERS.
       01 FD-FOTO-PERIODO.
          05 FS-CHAVE-SNP.
             10 FS-ANOMES-SNP          PIC 9(006).
             10 FS-TIPO-SNP            PIC X(001).
             10 FS-COD-SNP             PIC 9(007).
          05 FS-DADOS-SNP              PIC X(078).
          05 FS-DADOS-VEN-SNP          REDEFINES FS-DADOS-SNP.
             10 FS-VAL-FAT-SNP         PIC 9(011)V9(002).
             10 FS-QTD-PED-SNP         PIC 9(007).
             10 FS-VAL-COM-SNP         PIC 9(011)V9(002).
             10 FS-VAL-EST-SNP         PIC 9(011)V9(002).
             10 FS-VAL-META-SNP        PIC 9(009)V9(002).
             10 FS-PCT-ATING-SNP       PIC 9(005).
             10 FILLER                 PIC X(016).
          05 FS-DADOS-CLI-SNP          REDEFINES FS-DADOS-SNP.
             10 FS-LIMITE-SNP          PIC 9(009)V9(002).
             10 FS-SALDO-SNP           PIC S9(009)V9(002).
             10 FS-VAL-ABERTO-SNP      PIC 9(011)V9(002).
             10 FS-VAL-VENCIDO-SNP     PIC 9(011)V9(002).
             10 FS-QTD-TIT-SNP         PIC 9(005).
             10 FS-VAL-CREDITO-SNP     PIC 9(011)V9(002).
             10 FILLER                 PIC X(012).
          05 FS-DADOS-PRD-SNP          REDEFINES FS-DADOS-SNP.
             10 FS-QTD-SALDO-SNP       PIC 9(007).
             10 FS-QTD-MIN-SNP         PIC 9(005).
             10 FS-PRECO-SNP           PIC 9(007)V9(002).
             10 FS-VAL-ESTOQUE-SNP     PIC 9(011)V9(002).
             10 FILLER                 PIC X(044).
          05 FS-DATA-FEC-SNP           PIC 9(008).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - RESUMO DO FECHAMENTO MENSAL            *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELFEC01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-FEC                PIC X(132).
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
           ' HBSI49AO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMET01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCMS01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCMP01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQTIT01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQEST01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQFEC01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQSNP01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELFEC01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-ANOMES-PESQ          PIC 9(006)      VALUE ZEROS.
           05 FILLER                   REDEFINES WRK-ANOMES-PESQ.
              10 WRK-ANO-PESQ          PIC 9(004).
              10 WRK-MES-PESQ          PIC 9(002).
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-HORA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-PERIODO-OK           PIC X(001)      VALUE "N".
           05 WRK-REFECHAMENTO         PIC X(001)      VALUE "N".
           05 WRK-QTD-VEN              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-VEN              PIC 9(004)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-VEN-FOTO         PIC 9(005)      VALUE ZEROS.
           05 WRK-TOT-CLI-FOTO         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-PRD-FOTO         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-EXCLUIDOS        PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-PED-FAT          PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VAL-FAT          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-COM          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-EST          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-META         PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-ABERTO       PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-VENCIDO      PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-CREDITO      PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-ESTOQUE      PIC 9(011)V9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE VENDEDORES EM MEMORIA'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-VENDEDORES.
           05 WRK-TAB-VEN OCCURS 1 TO 9999 TIMES
                             DEPENDING ON WRK-QTD-VEN
                             INDEXED BY WRK-IDX-TAB.
              10 WRK-TAB-COD-VEN       PIC 9(007).
              10 WRK-TAB-VAL-FAT       PIC 9(011)V9(002).
              10 WRK-TAB-QTD-PED       PIC 9(007).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(048)      VALUE
              'HBSI49AO - FECHAMENTO MENSAL DO PERIODO'.
           05 WRK-CAB-ANOMES           PIC 9999/99.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-CAB-DATA             PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(048)      VALUE
              'PERIODO REABERTO E FECHADO NOVAMENTE - REABERT.:'.
           05 WRK-CAB-QTD-REA          PIC ZZ9.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-CAB-OPE-REA          PIC X(008).
      *
       01  WRK-LIN-QTD.
           05 WRK-DET-QTD-TITULO       PIC X(040).
           05 WRK-DET-QTD              PIC Z.ZZZ.ZZ9.
      *
       01  WRK-LIN-VAL.
           05 WRK-DET-VAL-TITULO       PIC X(040).
           05 WRK-DET-VAL              PIC ZZ.ZZZ.ZZZ.ZZ9,99.
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
           ' HBSI49AO - FIM DA AREA DE WORKING '.
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
           IF WRK-PERIODO-OK EQUAL "S"
               PERFORM 2000-PROCESSAR
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF
           PERFORM 3000-FINALIZAR
           GOBACK.
      *
      *----------------------------------------------------------------*
       0000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PERIODO E VERIFICACAO DA SITUACAO: SO  *
      *    FECHA PERIODO ENCERRADO, AINDA NAO FECHADO E COM AS         *
      *    COMISSOES APURADAS                                          *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-ANOMES-PESQ
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-DIA         FROM TIME
           IF WRK-ANOMES-PESQ NOT NUMERIC
              OR WRK-ANOMES-PESQ EQUAL ZEROS
               MOVE WRK-DATA-DIA (1:6) TO WRK-ANOMES-PESQ
               IF WRK-MES-PESQ EQUAL 1
                   SUBTRACT 1          FROM WRK-ANO-PESQ
                   MOVE 12             TO WRK-MES-PESQ
               ELSE
                   SUBTRACT 1          FROM WRK-MES-PESQ
               END-IF
           END-IF
      *
           MOVE "N"                    TO WRK-PERIODO-OK
           EVALUATE TRUE
               WHEN WRK-MES-PESQ LESS 1
                 OR WRK-MES-PESQ GREATER 12
                   DISPLAY "HBSI49AO - PERIODO " WRK-ANOMES-PESQ
                           " INVALIDO"
               WHEN WRK-ANOMES-PESQ NOT LESS WRK-DATA-DIA (1:6)
                   DISPLAY "HBSI49AO - PERIODO " WRK-ANOMES-PESQ
                           " AINDA NAO ENCERRADO - FECHAMENTO NAO "
                           "PERMITIDO"
               WHEN OTHER
                   PERFORM 1100-VERIFICA-PERIODO
           END-EVALUATE
      *
           OPEN OUTPUT RELFEC01
           MOVE WRK-ANOMES-PESQ        TO WRK-CAB-ANOMES
           MOVE WRK-DATA-DIA           TO WRK-CAB-DATA
           WRITE REL-LINHA-FEC         FROM WRK-CAB-01
           MOVE SPACES                 TO REL-LINHA-FEC
           WRITE REL-LINHA-FEC.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR O CONTROLE DE FECHAMENTO E A APURACAO  *
      *    DAS COMISSOES DO PERIODO. CONTROLE AINDA NAO CRIADO E       *
      *    CRIADO VAZIO                                                *
      *----------------------------------------------------------------*
       1100-VERIFICA-PERIODO           SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQFEC01
           IF WRK-FS-ARQFEC01 EQUAL "35"
               OPEN OUTPUT ARQFEC01
               CLOSE ARQFEC01
               OPEN I-O ARQFEC01
           END-IF
           IF WRK-FS-ARQFEC01 NOT EQUAL "00"
               DISPLAY "HBSI49AO - ERRO NA ABERTURA DO ARQFEC01 FS="
                       WRK-FS-ARQFEC01
           ELSE
               MOVE WRK-ANOMES-PESQ    TO FS-ANOMES-FEC
               READ ARQFEC01           KEY IS FS-ANOMES-FEC
               IF WRK-FS-ARQFEC01 EQUAL "00"
                  AND FS-STATUS-FEC EQUAL "F"
                   DISPLAY "HBSI49AO - PERIODO " WRK-ANOMES-PESQ
                           " JA FECHADO EM " FS-DATA-FEC
               ELSE
                   IF WRK-FS-ARQFEC01 EQUAL "00"
                       MOVE "S"        TO WRK-REFECHAMENTO
                   END-IF
                   PERFORM 1110-VERIFICA-COMISSAO
               END-IF
               IF WRK-PERIODO-OK NOT EQUAL "S"
                   CLOSE ARQFEC01
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR SE AS COMISSOES DO PERIODO JA FORAM    *
      *    APURADAS PELO HBSI38AO                                      *
      *----------------------------------------------------------------*
       1110-VERIFICA-COMISSAO          SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCMP01
           IF WRK-FS-ARQCMP01 NOT EQUAL "00"
               DISPLAY "HBSI49AO - NENHUM PERIODO APURADO - EXECUTAR "
                       "O HBSI38AO"
           ELSE
               MOVE WRK-ANOMES-PESQ    TO FS-ANOMES-CMP
               READ ARQCMP01           KEY IS FS-ANOMES-CMP
               IF WRK-FS-ARQCMP01 NOT EQUAL "00"
                   DISPLAY "HBSI49AO - PERIODO " WRK-ANOMES-PESQ
                           " NAO APURADO - EXECUTAR O HBSI38AO"
               ELSE
                   MOVE "S"            TO WRK-PERIODO-OK
               END-IF
               CLOSE ARQCMP01
           END-IF.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - SUBSTITUI A FOTO DO PERIODO,      *
      *    GRAVA VENDEDORES, CLIENTES E PRODUTOS E FECHA O PERIODO     *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQSNP01
           IF WRK-FS-ARQSNP01 EQUAL "35"
               OPEN OUTPUT ARQSNP01
               CLOSE ARQSNP01
               OPEN I-O ARQSNP01
           END-IF
      *
           PERFORM 2010-LIMPA-FOTO
           PERFORM 2020-FOTO-VENDEDORES
           PERFORM 2030-FOTO-CLIENTES
           PERFORM 2040-FOTO-PRODUTOS
           PERFORM 2050-FECHA-PERIODO
           PERFORM 2060-IMPRIME-RESUMO
      *
           CLOSE ARQSNP01
           CLOSE ARQFEC01.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA EXCLUIR A FOTO DE UM FECHAMENTO ANTERIOR DO     *
      *    PERIODO (PERIODO REABERTO E FECHADO NOVAMENTE)              *
      *----------------------------------------------------------------*
       2010-LIMPA-FOTO                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-SNP
           MOVE SPACES                 TO FS-TIPO-SNP
           MOVE ZEROS                  TO FS-COD-SNP
           START ARQSNP01 KEY IS NOT LESS FS-CHAVE-SNP
           PERFORM UNTIL WRK-FS-ARQSNP01 NOT EQUAL "00"
               READ ARQSNP01 NEXT RECORD
               IF WRK-FS-ARQSNP01 EQUAL "00"
                   IF FS-ANOMES-SNP NOT EQUAL WRK-ANOMES-PESQ
                       MOVE "10"       TO WRK-FS-ARQSNP01
                   ELSE
                       DELETE ARQSNP01 RECORD
                       ADD 1           TO WRK-TOT-EXCLUIDOS
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A FOTO DOS VENDEDORES: FATURADO (PEDIDOS *
      *    F/E DO PERIODO, MESMO CRITERIO DO META X REALIZADO),        *
      *    COMISSAO E ESTORNO APURADOS E RESULTADO DA META             *
      *----------------------------------------------------------------*
       2020-FOTO-VENDEDORES            SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQVEN01
           OPEN INPUT ARQPED01
           OPEN INPUT ARQMET01
           OPEN INPUT ARQCMS01
      *
           MOVE ZEROS                  TO WRK-QTD-VEN
           READ ARQVEN01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQVEN01 NOT EQUAL "00"
               IF WRK-QTD-VEN LESS 9999
                   ADD 1                    TO WRK-QTD-VEN
                   MOVE FS-COD-VEN
                        TO WRK-TAB-COD-VEN   (WRK-QTD-VEN)
                   MOVE ZEROS
                        TO WRK-TAB-VAL-FAT   (WRK-QTD-VEN)
                           WRK-TAB-QTD-PED   (WRK-QTD-VEN)
               END-IF
               READ ARQVEN01 NEXT RECORD
           END-PERFORM
      *
           READ ARQPED01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQPED01 NOT EQUAL "00"
               IF FS-DATA-PED (1:6) EQUAL WRK-ANOMES-PESQ
                  AND (FS-STATUS-PED EQUAL "F"
                       OR FS-STATUS-PED EQUAL "E")
                   PERFORM VARYING WRK-IDX-VEN FROM 1 BY 1
                           UNTIL WRK-IDX-VEN GREATER WRK-QTD-VEN
                       IF WRK-TAB-COD-VEN (WRK-IDX-VEN) EQUAL
                          FS-COD-VEN-PED
                           ADD FS-VAL-TOT-PED
                               TO WRK-TAB-VAL-FAT (WRK-IDX-VEN)
                           ADD 1
                               TO WRK-TAB-QTD-PED (WRK-IDX-VEN)
                           MOVE WRK-QTD-VEN TO WRK-IDX-VEN
                       END-IF
                   END-PERFORM
               END-IF
               READ ARQPED01 NEXT RECORD
           END-PERFORM
      *
           PERFORM VARYING WRK-IDX-VEN FROM 1 BY 1
                   UNTIL WRK-IDX-VEN GREATER WRK-QTD-VEN
               PERFORM 2021-GRAVA-VENDEDOR
           END-PERFORM
      *
           CLOSE ARQVEN01
           CLOSE ARQPED01
           CLOSE ARQMET01
           CLOSE ARQCMS01.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR E GRAVAR A FOTO DE UM VENDEDOR. SO ENTRA *
      *    O VENDEDOR COM META, FATURAMENTO OU COMISSAO NO PERIODO     *
      *----------------------------------------------------------------*
       2021-GRAVA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FD-FOTO-PERIODO
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-SNP
           MOVE "V"                    TO FS-TIPO-SNP
           MOVE WRK-TAB-COD-VEN (WRK-IDX-VEN)
                                       TO FS-COD-SNP
           MOVE ZEROS                  TO FS-VAL-FAT-SNP
                                          FS-QTD-PED-SNP
                                          FS-VAL-COM-SNP
                                          FS-VAL-EST-SNP
                                          FS-VAL-META-SNP
                                          FS-PCT-ATING-SNP
           MOVE WRK-TAB-VAL-FAT (WRK-IDX-VEN)
                                       TO FS-VAL-FAT-SNP
           MOVE WRK-TAB-QTD-PED (WRK-IDX-VEN)
                                       TO FS-QTD-PED-SNP
           MOVE WRK-DATA-DIA           TO FS-DATA-FEC-SNP
      *
           MOVE WRK-TAB-COD-VEN (WRK-IDX-VEN)
                                       TO FS-COD-VEN-MET
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-MET
           READ ARQMET01               KEY IS FS-CHAVE-MET
           IF WRK-FS-ARQMET01 EQUAL "00"
               MOVE FS-VAL-META        TO FS-VAL-META-SNP
           END-IF
           IF FS-VAL-META-SNP GREATER ZEROS
               COMPUTE FS-PCT-ATING-SNP =
                       (FS-VAL-FAT-SNP * 100) / FS-VAL-META-SNP
           END-IF
      *
           INITIALIZE FS-CHAVE-CMS
           MOVE WRK-TAB-COD-VEN (WRK-IDX-VEN)
                                       TO FS-COD-VEN-CMS
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-CMS
           START ARQCMS01 KEY IS NOT LESS FS-CHAVE-CMS
           PERFORM UNTIL WRK-FS-ARQCMS01 NOT EQUAL "00"
               READ ARQCMS01 NEXT RECORD
               IF WRK-FS-ARQCMS01 EQUAL "00"
                   IF FS-COD-VEN-CMS NOT EQUAL
                      WRK-TAB-COD-VEN (WRK-IDX-VEN)
                      OR FS-ANOMES-CMS NOT EQUAL WRK-ANOMES-PESQ
                       MOVE "10"       TO WRK-FS-ARQCMS01
                   ELSE
                       IF FS-TIPO-CMS EQUAL "C"
                           ADD FS-VAL-COM-CMS TO FS-VAL-COM-SNP
                       ELSE
                           ADD FS-VAL-COM-CMS TO FS-VAL-EST-SNP
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *
           IF FS-VAL-FAT-SNP  GREATER ZEROS
              OR FS-VAL-META-SNP GREATER ZEROS
              OR FS-VAL-COM-SNP  GREATER ZEROS
              OR FS-VAL-EST-SNP  GREATER ZEROS
               WRITE FD-FOTO-PERIODO
               IF WRK-FS-ARQSNP01 EQUAL "00"
                   ADD 1               TO WRK-TOT-VEN-FOTO
                   ADD FS-QTD-PED-SNP  TO WRK-TOT-PED-FAT
                   ADD FS-VAL-FAT-SNP  TO WRK-TOT-VAL-FAT
                   ADD FS-VAL-COM-SNP  TO WRK-TOT-VAL-COM
                   ADD FS-VAL-EST-SNP  TO WRK-TOT-VAL-EST
                   ADD FS-VAL-META-SNP TO WRK-TOT-VAL-META
               ELSE
                   DISPLAY "HBSI49AO - ERRO NA GRAVACAO DA FOTO DO "
                           "VENDEDOR " FS-COD-SNP " FS="
                           WRK-FS-ARQSNP01
                   ADD 1               TO WRK-CTR-REJEITADOS
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2021-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A FOTO DOS CLIENTES: LIMITE E SALDO DE   *
      *    CREDITO, TITULOS EM ABERTO, PARTE VENCIDA ATE O FIM DO      *
      *    PERIODO E CREDITOS DE DEVOLUCAO A COMPENSAR                 *
      *----------------------------------------------------------------*
       2030-FOTO-CLIENTES              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQCRD01
           OPEN INPUT ARQTIT01
      *
           READ ARQCRD01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQCRD01 NOT EQUAL "00"
               PERFORM 2031-GRAVA-CLIENTE
               READ ARQCRD01 NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQCRD01
           CLOSE ARQTIT01.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR E GRAVAR A FOTO DE UM CLIENTE            *
      *----------------------------------------------------------------*
       2031-GRAVA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FD-FOTO-PERIODO
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-SNP
           MOVE "C"                    TO FS-TIPO-SNP
           MOVE FS-COD-CLI-CRD         TO FS-COD-SNP
           MOVE ZEROS                  TO FS-VAL-ABERTO-SNP
                                          FS-VAL-VENCIDO-SNP
                                          FS-QTD-TIT-SNP
                                          FS-VAL-CREDITO-SNP
           MOVE FS-LIMITE-CRD          TO FS-LIMITE-SNP
           MOVE FS-SALDO-CRD           TO FS-SALDO-SNP
           MOVE WRK-DATA-DIA           TO FS-DATA-FEC-SNP
      *
           MOVE FS-COD-CLI-CRD         TO FS-COD-CLI-TIT
           MOVE SPACES                 TO FS-TIPO-TIT
           MOVE ZEROS                  TO FS-DATA-TIT
                                          FS-SEQ-TIT
           START ARQTIT01 KEY IS NOT LESS FS-CHAVE-TIT
           PERFORM UNTIL WRK-FS-ARQTIT01 NOT EQUAL "00"
               READ ARQTIT01 NEXT RECORD
               IF WRK-FS-ARQTIT01 EQUAL "00"
                   IF FS-COD-CLI-TIT NOT EQUAL FS-COD-CLI-CRD
                       MOVE "10"       TO WRK-FS-ARQTIT01
                   ELSE
                       IF FS-STATUS-TIT EQUAL "A"
                           IF FS-TIPO-TIT EQUAL "C"
                               ADD FS-VAL-SALDO-TIT
                                   TO FS-VAL-CREDITO-SNP
                           ELSE
                               ADD 1   TO FS-QTD-TIT-SNP
                               ADD FS-VAL-SALDO-TIT
                                   TO FS-VAL-ABERTO-SNP
                               IF FS-DATA-VENC-TIT (1:6) NOT GREATER
                                  WRK-ANOMES-PESQ
                                   ADD FS-VAL-SALDO-TIT
                                       TO FS-VAL-VENCIDO-SNP
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *
           WRITE FD-FOTO-PERIODO
           IF WRK-FS-ARQSNP01 EQUAL "00"
               ADD 1                   TO WRK-TOT-CLI-FOTO
               ADD FS-VAL-ABERTO-SNP   TO WRK-TOT-VAL-ABERTO
               ADD FS-VAL-VENCIDO-SNP  TO WRK-TOT-VAL-VENCIDO
               ADD FS-VAL-CREDITO-SNP  TO WRK-TOT-VAL-CREDITO
           ELSE
               DISPLAY "HBSI49AO - ERRO NA GRAVACAO DA FOTO DO "
                       "CLIENTE " FS-COD-SNP " FS=" WRK-FS-ARQSNP01
               ADD 1                   TO WRK-CTR-REJEITADOS
           END-IF.
      *
      *----------------------------------------------------------------*
       2031-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A FOTO DOS PRODUTOS: SALDO E MINIMO DE   *
      *    ESTOQUE E VALOR DO SALDO PELO PRECO DE TABELA               *
      *----------------------------------------------------------------*
       2040-FOTO-PRODUTOS              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQEST01
           OPEN INPUT ARQPRD01
      *
           READ ARQEST01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQEST01 NOT EQUAL "00"
               INITIALIZE FD-FOTO-PERIODO
               MOVE WRK-ANOMES-PESQ    TO FS-ANOMES-SNP
               MOVE "P"                TO FS-TIPO-SNP
               MOVE FS-COD-PROD-EST    TO FS-COD-SNP
               MOVE FS-QTD-SALDO-EST   TO FS-QTD-SALDO-SNP
               MOVE FS-QTD-MIN-EST     TO FS-QTD-MIN-SNP
               MOVE ZEROS              TO FS-PRECO-SNP
                                          FS-VAL-ESTOQUE-SNP
               MOVE WRK-DATA-DIA       TO FS-DATA-FEC-SNP
               MOVE FS-COD-PROD-EST    TO FS-COD-PROD
               READ ARQPRD01           KEY IS FS-COD-PROD
               IF WRK-FS-ARQPRD01 EQUAL "00"
                   MOVE FS-PRECO-PROD  TO FS-PRECO-SNP
                   COMPUTE FS-VAL-ESTOQUE-SNP =
                           FS-QTD-SALDO-EST * FS-PRECO-PROD
               END-IF
               WRITE FD-FOTO-PERIODO
               IF WRK-FS-ARQSNP01 EQUAL "00"
                   ADD 1               TO WRK-TOT-PRD-FOTO
                   ADD FS-VAL-ESTOQUE-SNP
                                       TO WRK-TOT-VAL-ESTOQUE
               ELSE
                   DISPLAY "HBSI49AO - ERRO NA GRAVACAO DA FOTO DO "
                           "PRODUTO " FS-COD-SNP " FS="
                           WRK-FS-ARQSNP01
                   ADD 1               TO WRK-CTR-REJEITADOS
               END-IF
               READ ARQEST01 NEXT RECORD
           END-PERFORM
      *
           CLOSE ARQEST01
           CLOSE ARQPRD01.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MARCAR O PERIODO COMO FECHADO. NO PERIODO       *
      *    REABERTO FICAM PRESERVADOS OS DADOS DA ULTIMA REABERTURA    *
      *----------------------------------------------------------------*
       2050-FECHA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-REFECHAMENTO EQUAL "N"
               INITIALIZE FD-FECHAMENTO
               MOVE WRK-ANOMES-PESQ    TO FS-ANOMES-FEC
               MOVE ZEROS              TO FS-DATA-REA-FEC
                                          FS-QTD-REA-FEC
               MOVE SPACES             TO FS-OPE-REA-FEC
                                          FS-MOTIVO-REA-FEC
           ELSE
               MOVE FS-QTD-REA-FEC     TO WRK-CAB-QTD-REA
               MOVE FS-OPE-REA-FEC     TO WRK-CAB-OPE-REA
               WRITE REL-LINHA-FEC     FROM WRK-CAB-02
               MOVE SPACES             TO REL-LINHA-FEC
               WRITE REL-LINHA-FEC
           END-IF
           MOVE "F"                    TO FS-STATUS-FEC
           MOVE WRK-DATA-DIA           TO FS-DATA-FEC
           MOVE WRK-HORA-DIA (1:6)     TO FS-HORA-FEC
           MOVE "HBSI49AO"             TO FS-OPE-FEC
           MOVE WRK-TOT-VEN-FOTO       TO FS-QTD-VEN-FEC
           MOVE WRK-TOT-CLI-FOTO       TO FS-QTD-CLI-FEC
           MOVE WRK-TOT-PRD-FOTO       TO FS-QTD-PRD-FEC
           MOVE WRK-TOT-VAL-FAT        TO FS-VAL-FAT-FEC
           IF WRK-REFECHAMENTO EQUAL "N"
               WRITE FD-FECHAMENTO
           ELSE
               REWRITE FD-FECHAMENTO
           END-IF
           IF WRK-FS-ARQFEC01 NOT EQUAL "00"
               DISPLAY "HBSI49AO - ERRO AO FECHAR O PERIODO "
                       WRK-ANOMES-PESQ " FS=" WRK-FS-ARQFEC01
               MOVE 8                  TO RETURN-CODE
           END-IF.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR O RESUMO DA FOTO DO PERIODO            *
      *----------------------------------------------------------------*
       2060-IMPRIME-RESUMO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 'VENDEDORES NA FOTO....................:'
                                       TO WRK-DET-QTD-TITULO
           MOVE WRK-TOT-VEN-FOTO       TO WRK-DET-QTD
           WRITE REL-LINHA-FEC         FROM WRK-LIN-QTD
           MOVE 'PEDIDOS FATURADOS NO PERIODO..........:'
                                       TO WRK-DET-QTD-TITULO
           MOVE WRK-TOT-PED-FAT        TO WRK-DET-QTD
           WRITE REL-LINHA-FEC         FROM WRK-LIN-QTD
           MOVE 'VALOR FATURADO........................:'
                                       TO WRK-DET-VAL-TITULO
           MOVE WRK-TOT-VAL-FAT        TO WRK-DET-VAL
           WRITE REL-LINHA-FEC         FROM WRK-LIN-VAL
           MOVE 'META DO PERIODO.......................:'
                                       TO WRK-DET-VAL-TITULO
           MOVE WRK-TOT-VAL-META       TO WRK-DET-VAL
           WRITE REL-LINHA-FEC         FROM WRK-LIN-VAL
           MOVE 'COMISSAO APURADA......................:'
                                       TO WRK-DET-VAL-TITULO
           MOVE WRK-TOT-VAL-COM        TO WRK-DET-VAL
           WRITE REL-LINHA-FEC         FROM WRK-LIN-VAL
           MOVE 'ESTORNO DE COMISSAO...................:'
                                       TO WRK-DET-VAL-TITULO
           MOVE WRK-TOT-VAL-EST        TO WRK-DET-VAL
           WRITE REL-LINHA-FEC         FROM WRK-LIN-VAL
           MOVE SPACES                 TO REL-LINHA-FEC
           WRITE REL-LINHA-FEC
      *
           MOVE 'CLIENTES NA FOTO......................:'
                                       TO WRK-DET-QTD-TITULO
           MOVE WRK-TOT-CLI-FOTO       TO WRK-DET-QTD
           WRITE REL-LINHA-FEC         FROM WRK-LIN-QTD
           MOVE 'TITULOS EM ABERTO.....................:'
                                       TO WRK-DET-VAL-TITULO
           MOVE WRK-TOT-VAL-ABERTO     TO WRK-DET-VAL
           WRITE REL-LINHA-FEC         FROM WRK-LIN-VAL
           MOVE 'VENCIDOS ATE O FIM DO PERIODO.........:'
                                       TO WRK-DET-VAL-TITULO
           MOVE WRK-TOT-VAL-VENCIDO    TO WRK-DET-VAL
           WRITE REL-LINHA-FEC         FROM WRK-LIN-VAL
           MOVE 'CREDITOS DE DEVOLUCAO A COMPENSAR.....:'
                                       TO WRK-DET-VAL-TITULO
           MOVE WRK-TOT-VAL-CREDITO    TO WRK-DET-VAL
           WRITE REL-LINHA-FEC         FROM WRK-LIN-VAL
           MOVE SPACES                 TO REL-LINHA-FEC
           WRITE REL-LINHA-FEC
      *
           MOVE 'PRODUTOS NA FOTO......................:'
                                       TO WRK-DET-QTD-TITULO
           MOVE WRK-TOT-PRD-FOTO       TO WRK-DET-QTD
           WRITE REL-LINHA-FEC         FROM WRK-LIN-QTD
           MOVE 'VALOR DO ESTOQUE (PRECO DE TABELA)....:'
                                       TO WRK-DET-VAL-TITULO
           MOVE WRK-TOT-VAL-ESTOQUE    TO WRK-DET-VAL
           WRITE REL-LINHA-FEC         FROM WRK-LIN-VAL
           MOVE SPACES                 TO REL-LINHA-FEC
           WRITE REL-LINHA-FEC
      *
           MOVE 'REGISTROS DE FOTO ANTERIOR EXCLUIDOS..:'
                                       TO WRK-DET-QTD-TITULO
           MOVE WRK-TOT-EXCLUIDOS      TO WRK-DET-QTD
           WRITE REL-LINHA-FEC         FROM WRK-LIN-QTD.
      *
      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
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
           MOVE "HBSI49AO"             TO FS-CTR-PROGRAMA
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
           IF WRK-PERIODO-OK NOT EQUAL "S"
               MOVE 'PERIODO NAO FECHADO - VER MENSAGENS NO SYSOUT'
                                       TO REL-LINHA-FEC
               WRITE REL-LINHA-FEC
           END-IF
           CLOSE RELFEC01
      *
           COMPUTE WRK-CTR-LIDOS    = WRK-QTD-VEN
                                    + WRK-TOT-CLI-FOTO
                                    + WRK-TOT-PRD-FOTO
           COMPUTE WRK-CTR-GRAVADOS = WRK-TOT-VEN-FOTO
                                    + WRK-TOT-CLI-FOTO
                                    + WRK-TOT-PRD-FOTO
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
