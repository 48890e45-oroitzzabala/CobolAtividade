      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI52AO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI52AO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - LISTA DE SEPARACAO E MANIFESTO DE *
      *                  CARGA DA DATA DE ENTREGA. SELECIONA OS PEDIDOS*
      *                  EM ABERTO (STATUS A) DO ARQPED01 TIRADOS ANTES*
      *                  DA DATA DE ENTREGA E AINDA NAO SEPARADOS      *
      *                  (ARQSEP01). A LISTA DE SEPARACAO TOTALIZA OS  *
      *                  ITENS (ARQPDI01) POR PRODUTO, COM A UNIDADE DO*
      *                  ARQPRD01 E O SALDO LIVRE DO ARQEST01. COMO O  *
      *                  SALDO JA FOI BAIXADO NA RESERVA DOS PEDIDOS,  *
      *                  A FALTA E A QUANTIDADE NAO COBERTA PELA       *
      *                  RESERVA LIQUIDA DOS PEDIDOS NO KARDEX         *
      *                  (ARQMOV01 - RP/AP/CP) QUE EXCEDE O SALDO      *
      *                  LIVRE. O MANIFESTO LISTA, POR VENDEDOR, OS    *
      *                  PEDIDOS NA ORDEM INVERSA DO ROTEIRO (MESMO    *
      *                  CRITERIO DO HBSI33AO - PARADA MAIS PROXIMA),  *
      *                  PARA QUE A PRIMEIRA ENTREGA SEJA CARREGADA POR*
      *                  ULTIMO. CLIENTE FORA DO ROTEIRO E ENTREGUE NO *
      *                  FIM E CARREGADO PRIMEIRO. CADA PEDIDO DO      *
      *                  MANIFESTO E GRAVADO NO ARQSEP01 E NAO ENTRA EM*
      *                  OUTRA SEPARACAO. PEDIDO TIRADO ANTES DO DIA   *
      *                  UTIL ANTERIOR A ENTREGA SAI COMO ATRASADO     *
      *    SYSIN.......: DATA DE ENTREGA AAAAMMDD (ZEROS = HOJE)       *
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
              SELECT ARQPED01 ASSIGN   TO UT-S-ARQPED01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
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
              SELECT ARQEST01 ASSIGN   TO UT-S-ARQEST01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-PROD-EST
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQEST01.
      *
              SELECT ARQMOV01 ASSIGN   TO UT-S-ARQMOV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQMOV01.
      *
              SELECT ARQVEN01 ASSIGN   TO UT-S-ARQVEN01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-VEN
                       ALTERNATE KEY   IS FS-CPF-VEN
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQVEN01.
      *
              SELECT ARQVENCLI ASSIGN  TO UT-S-ARQVENCLI
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-VENCLI
                       ALTERNATE KEY   IS FS-COD-CLI-VC
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQVENCLI.
      *
              SELECT ARQCLI01 ASSIGN   TO UT-S-ARQCLI01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-CLI
                       ALTERNATE KEY   IS FS-CNPJ-CLI
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCLI01.
      *
              SELECT ARQSEP01 ASSIGN   TO UT-S-ARQSEP01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-SEP
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQSEP01.
      *
              SELECT RELSEP01 ASSIGN   TO UT-S-RELSEP01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELSEP01.
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
      *    INPUT  : ARQUIVO DE ITENS DE PEDIDO - UM REGISTRO POR ITEM  *
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
      *    INPUT  : MOVIMENTOS DE ESTOQUE (KARDEX)                     *
      *               ORG. SEQUENCIAL - LRECL = 0080                   *
      *               SENTIDO: E=ENTRADA S=SAIDA                       *
      *               TIPO: SI=SALDO INICIAL EN=ENTRADA DEPOSITO       *
      *                     RP=RESERVA PEDIDO AP=ALTERACAO PEDIDO      *
      *                     CP=CANCELAMENTO PEDIDO ER=ESTORNO RETORNO  *
      *                     AM=AJUSTE MANUAL AI=AJUSTE INVENTARIO      *
      *----------------------------------------------------------------*
      *
       FD ARQMOV01
          RECORD CONTAINS 80 CHARACTERS.
       01 FD-MOVIMENTO.
          05 FS-COD-PROD-MOV           PIC 9(007).
          05 FS-DATA-MOV               PIC 9(008).
          05 FS-HORA-MOV               PIC 9(006).
          05 FS-TIPO-MOV               PIC X(002).
          05 FS-SENTIDO-MOV            PIC X(001).
          05 FS-QTD-MOV                PIC 9(007).
          05 FS-SALDO-MOV              PIC 9(007).
          05 FS-PROGRAMA-MOV           PIC X(008).
          05 FS-DOCUMENTO-MOV          PIC X(018).
          05 FS-OPERADOR-MOV           PIC X(008).
          05 FILLER                    PIC X(008).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE VENDEDORES - ORG. DINAMICA LRECL=0204   *
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
      *    INPUT  : ARQUIVO DE ATRIBUICAO VENDEDOR X CLIENTE           *
      *               ORG. DINAMICA - LRECL = 0014                     *
      *----------------------------------------------------------------*
      *
       FD ARQVENCLI
          RECORD CONTAINS 14 CHARACTERS.
       01 FD-VENCLI.
          05 FS-CHAVE-VENCLI.
             10 FS-COD-VEN-VC      PIC 9(007).
             10 FS-COD-CLI-VC      PIC 9(007).
      *
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
      *    I-O    : CONTROLE DE SEPARACAO DOS PEDIDOS                  *
      *               ORG. DINAMICA - LRECL = 0060                     *
      *               CHAVE: CHAVE DO PEDIDO (CLIENTE + DATA + SEQ)    *
      *               PEDIDO COM REGISTRO JA FOI SEPARADO E CARREGADO  *
      *----------------------------------------------------------------*
      *
       FD ARQSEP01
          RECORD CONTAINS 60 CHARACTERS.
       01 FD-SEPARACAO.
          05 FS-CHAVE-SEP.
             10 FS-COD-CLI-SEP     PIC 9(007).
             10 FS-DATA-PED-SEP    PIC 9(008).
             10 FS-SEQ-PED-SEP     PIC 9(003).
          05 FS-DATA-ENTR-SEP      PIC 9(008).
          05 FS-COD-VEN-SEP        PIC 9(007).
          05 FS-DATA-SEP           PIC 9(008).
          05 FS-HORA-SEP           PIC 9(006).
          05 FS-ORDEM-CARGA-SEP    PIC 9(004).
          05 FILLER                PIC X(009).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - SEPARACAO E MANIFESTO DE CARGA         *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELSEP01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-SEP                PIC X(132).
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
           ' HBSI52AO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPDI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQEST01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMOV01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVENCLI         PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCLI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQSEP01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELSEP01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-DATA-ENTREGA         PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-HORA-SEP             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-ATRASO          PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-OK              PIC X(001)      VALUE "N".
           05 WRK-TROCOU               PIC X(001)      VALUE "N".
           05 WRK-FIM-GRUPO            PIC X(001)      VALUE "N".
           05 WRK-COD-VEN-ATU          PIC 9(007)      VALUE ZEROS.
           05 WRK-LAT-VEN              PIC S9(003)V9(008) VALUE ZEROS.
           05 WRK-LONG-VEN             PIC S9(003)V9(008) VALUE ZEROS.
           05 WRK-LAT-ATUAL            PIC S9(003)V9(008) VALUE ZEROS.
           05 WRK-LONG-ATUAL           PIC S9(003)V9(008) VALUE ZEROS.
           05 WRK-QTD-PARADAS          PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-PAR              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-PROX             PIC 9(004)      VALUE ZEROS.
           05 WRK-NUM-PARADA           PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-VISITADAS        PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-PSE              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-PSE              PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-SPR              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-SPR              PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-ITE              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ITE              PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-NOVOS            PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ACHOU            PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ORD              PIC 9(004)      VALUE ZEROS.
           05 WRK-ORD-INI              PIC 9(004)      VALUE ZEROS.
           05 WRK-ORD-FIM              PIC 9(004)      VALUE ZEROS.
           05 WRK-GRP-INI              PIC 9(004)      VALUE ZEROS.
           05 WRK-GRP-FIM              PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-GRUPO            PIC 9(004)      VALUE ZEROS.
           05 WRK-NUM-CARGA            PIC 9(004)      VALUE ZEROS.
           05 WRK-RESERVADO            PIC 9(007)      VALUE ZEROS.
           05 WRK-DESCOBERTO           PIC 9(007)      VALUE ZEROS.
           05 WRK-FALTA                PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-TOTAIS-VEN.
           05 WRK-VEN-PEDIDOS          PIC 9(005)        VALUE ZEROS.
           05 WRK-VEN-ITENS            PIC 9(007)        VALUE ZEROS.
           05 WRK-VEN-VAL-BRUTO        PIC 9(011)V9(002) VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-SELECIONADOS     PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-JA-SEPARADOS     PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-ATRASADOS        PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-MARCADOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-PRD-FALTA        PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VENDEDORES       PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-REJEITADOS       PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-PARM-CAL.
           05 WRK-CAL-ACAO             PIC X(001)      VALUE SPACES.
           05 WRK-CAL-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-DATA-UTIL        PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-RETORNO          PIC 9(001)      VALUE ZEROS.
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
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA CALCULO DA PARADA MAIS PROXIMA'.
      *----------------------------------------------------------------*
      *
       01  WRK-CALC-DIST.
           05 WRK-DIF-LAT              PIC S9(003)V9(008).
           05 WRK-DIF-LONG             PIC S9(003)V9(008).
           05 WRK-SOMA-QUAD            PIC S9(010)V9(006).
           05 WRK-DIST-ATUAL           PIC S9(009)V9(008).
           05 WRK-MENOR-DIST           PIC S9(009)V9(008).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE PEDIDOS SELECIONADOS'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-PEDIDOS.
           05 WRK-TAB-PSE OCCURS 3000 TIMES.
              10 WRK-PSE-ORDEM.
                 15 WRK-PSE-COD-VEN    PIC 9(007).
                 15 WRK-PSE-SEQ-INV    PIC 9(004).
                 15 WRK-PSE-CHAVE.
                    20 WRK-PSE-COD-CLI PIC 9(007).
                    20 WRK-PSE-DATA-PED
                                       PIC 9(008).
                    20 WRK-PSE-SEQ-PED PIC 9(003).
              10 WRK-PSE-SEQ-ROTA      PIC 9(004).
              10 WRK-PSE-QTD-ITENS     PIC 9(003).
              10 WRK-PSE-VAL-BRUTO     PIC 9(009)V9(002).
              10 WRK-PSE-ATRASADO      PIC X(001).
      *
       01  WRK-TROCA-PSE               PIC X(048).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE PRODUTOS A SEPARAR'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-PRODUTOS.
           05 WRK-TAB-SPR OCCURS 2000 TIMES.
              10 WRK-SPR-COD-PROD      PIC 9(007).
              10 WRK-SPR-QTD-TOTAL     PIC 9(007).
              10 WRK-SPR-QTD-PEDIDOS   PIC 9(005).
              10 WRK-SPR-ULT-PSE       PIC 9(004).
              10 WRK-SPR-RESERVADO     PIC S9(007).
      *
       01  WRK-TROCA-SPR               PIC X(030).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE ITENS DO PEDIDO CORRENTE'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-ITENS.
           05 WRK-TAB-ITE OCCURS 999 TIMES.
              10 WRK-ITE-COD-PROD      PIC 9(007).
              10 WRK-ITE-QTD           PIC 9(005).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE PARADAS DO ROTEIRO PLANEJADO'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-PARADAS.
           05 WRK-TAB-PAR OCCURS 2000 TIMES.
              10 WRK-PAR-COD-CLI       PIC 9(007).
              10 WRK-PAR-LAT           PIC S9(003)V9(008).
              10 WRK-PAR-LONG          PIC S9(003)V9(008).
              10 WRK-PAR-VISITADA      PIC X(001).
              10 WRK-PAR-SEQ           PIC 9(004).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(044)      VALUE
              'HBSI52AO - LISTA DE SEPARACAO E MANIFESTO DE'.
           05 FILLER                   PIC X(021)      VALUE
              ' CARGA - ENTREGA EM '.
           05 WRK-CAB-DATA-ENTREGA     PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(052)      VALUE
              'PEDIDOS EM ABERTO TIRADOS ATE A VESPERA DA ENTREGA E'.
           05 FILLER                   PIC X(060)      VALUE
              ' AINDA NAO SEPARADOS'.
      *
       01  WRK-CAB-SEP.
           05 FILLER                   PIC X(060)      VALUE
              'LISTA DE SEPARACAO - TOTAL POR PRODUTO'.
      *
       01  WRK-CAB-COL-SEP.
           05 FILLER                   PIC X(011)      VALUE
              '  PRODUTO'.
           05 FILLER                   PIC X(040)      VALUE
              'DESCRICAO'.
           05 FILLER                   PIC X(005)      VALUE
              'UN'.
           05 FILLER                   PIC X(009)      VALUE
              'PEDIDOS'.
           05 FILLER                   PIC X(011)      VALUE
              ' A SEPARAR'.
           05 FILLER                   PIC X(011)      VALUE
              '  RESERVADO'.
           05 FILLER                   PIC X(011)      VALUE
              'SALDO LIVRE'.
           05 FILLER                   PIC X(011)      VALUE
              '      FALTA'.
           05 FILLER                   PIC X(012)      VALUE
              '  OBSERVACAO'.
      *
       01  WRK-DET-PRODUTO.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DESC-PROD        PIC X(040).
           05 WRK-DET-UNID-PROD        PIC X(003).
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-DET-QTD-PEDIDOS      PIC ZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-QTD-SEPARAR      PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-QTD-RESERVADO    PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-SALDO-LIVRE      PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-FALTA            PIC Z.ZZZ.ZZ9 BLANK WHEN ZERO.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-OBS-PROD         PIC X(022).
      *
       01  WRK-TOT-SEP.
           05 FILLER                   PIC X(027)      VALUE
              '  PRODUTOS A SEPARAR.....: '.
           05 WRK-TOT-SEP-PRODUTOS     PIC ZZZZ9.
           05 FILLER                   PIC X(027)      VALUE
              '   PRODUTOS COM FALTA....: '.
           05 WRK-TOT-SEP-FALTA        PIC ZZZZ9.
      *
       01  WRK-CAB-MAN.
           05 FILLER                   PIC X(045)      VALUE
              'MANIFESTO DE CARGA POR VENDEDOR - CARREGAR NA'.
           05 FILLER                   PIC X(054)      VALUE
              ' ORDEM ABAIXO - A 1A. ENTREGA E CARREGADA POR ULTIMO'.
      *
       01  WRK-DET-VEN.
           05 FILLER                   PIC X(010)      VALUE
              'VENDEDOR: '.
           05 WRK-DET-COD-VEN          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-NOME-VEN         PIC X(040).
      *
       01  WRK-CAB-COL-MAN.
           05 FILLER                   PIC X(008)      VALUE
              '  CARGA'.
           05 FILLER                   PIC X(009)      VALUE
              'ENTREGA'.
           05 FILLER                   PIC X(009)      VALUE
              'CLIENTE'.
           05 FILLER                   PIC X(042)      VALUE
              'RAZAO SOCIAL'.
           05 FILLER                   PIC X(016)      VALUE
              'PEDIDO'.
           05 FILLER                   PIC X(005)      VALUE
              'ITENS'.
           05 FILLER                   PIC X(016)      VALUE
              '     VALOR BRUTO'.
           05 FILLER                   PIC X(012)      VALUE
              '  OBSERVACAO'.
      *
       01  WRK-DET-CARGA.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-NUM-CARGA        PIC ZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-NUM-ENTREGA      PIC ZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-COD-CLI          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-RAZ-SOCI         PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DATA-PED         PIC 9999/99/99.
           05 FILLER                   PIC X(001)      VALUE '-'.
           05 WRK-DET-SEQ-PED          PIC 999.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-QTD-ITENS        PIC ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VAL-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-OBS-CARGA        PIC X(025).
      *
       01  WRK-TOT-VEN-01.
           05 FILLER                   PIC X(027)      VALUE
              '  PEDIDOS NA CARGA.......: '.
           05 WRK-TOT-VEN-PEDIDOS      PIC ZZZZ9.
           05 FILLER                   PIC X(011)      VALUE
              '   ITENS: '.
           05 WRK-TOT-VEN-ITENS        PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(017)      VALUE
              '   VALOR BRUTO: '.
           05 WRK-TOT-VEN-VAL-BRUTO    PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-SEM-PEDIDOS.
           05 FILLER                   PIC X(060)      VALUE
              'NENHUM PEDIDO A SEPARAR PARA A DATA DE ENTREGA'.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(029)      VALUE
              'PEDIDOS LIDOS..............:'.
           05 WRK-ROD-LIDOS            PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(029)      VALUE
              'PEDIDOS JA SEPARADOS.......:'.
           05 WRK-ROD-JA-SEPARADOS     PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(029)      VALUE
              'PEDIDOS SEPARADOS AGORA....:'.
           05 WRK-ROD-MARCADOS         PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(029)      VALUE
              'PEDIDOS ATRASADOS..........:'.
           05 WRK-ROD-ATRASADOS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-05.
           05 FILLER                   PIC X(029)      VALUE
              'PRODUTOS COM FALTA.........:'.
           05 WRK-ROD-PRD-FALTA        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-06.
           05 FILLER                   PIC X(029)      VALUE
              'VENDEDORES NO MANIFESTO....:'.
           05 WRK-ROD-VENDEDORES       PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-07.
           05 FILLER                   PIC X(029)      VALUE
              'PEDIDOS REJEITADOS.........:'.
           05 WRK-ROD-REJEITADOS       PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI52AO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE LEITURA DO PARAMETRO, VALIDACAO DA DATA DE        *
      *    ENTREGA, ABERTURA DOS ARQUIVOS E IMPRESSAO DO CABECALHO     *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "HBSI52AO - INICIO DA SEPARACAO DE PEDIDOS"
           ACCEPT WRK-DATA-ENTREGA
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           ACCEPT WRK-HORA-SEP         FROM TIME
           IF WRK-DATA-ENTREGA NOT NUMERIC
              OR WRK-DATA-ENTREGA EQUAL ZEROS
               MOVE WRK-DATA-DIA       TO WRK-DATA-ENTREGA
           END-IF
      *
           PERFORM 1100-VALIDA-DATA-ENTREGA
      *
           OPEN INPUT  ARQPED01
           OPEN INPUT  ARQPDI01
           OPEN INPUT  ARQPRD01
           OPEN INPUT  ARQEST01
           OPEN INPUT  ARQVEN01
           OPEN INPUT  ARQVENCLI
           OPEN INPUT  ARQCLI01
           OPEN I-O    ARQSEP01
           IF WRK-FS-ARQSEP01 EQUAL "35"
               OPEN OUTPUT ARQSEP01
               CLOSE ARQSEP01
               OPEN I-O ARQSEP01
           END-IF
           OPEN OUTPUT RELSEP01
      *
           MOVE WRK-DATA-ENTREGA       TO WRK-CAB-DATA-ENTREGA
           WRITE REL-LINHA-SEP         FROM WRK-CAB-01
           WRITE REL-LINHA-SEP         FROM WRK-CAB-02
           MOVE SPACES                 TO REL-LINHA-SEP
           WRITE REL-LINHA-SEP.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR A DATA DE ENTREGA NO CALENDARIO         *
      *    (HBSI30DO) E ACHAR O ULTIMO DIA UTIL ANTERIOR A ELA. PEDIDO *
      *    TIRADO ANTES DESSE DIA JA DEVIA TER SIDO ENTREGUE E SAI     *
      *    COMO ATRASADO. DATA INVALIDA TERMINA COM RETURN-CODE 8      *
      *----------------------------------------------------------------*
       1100-VALIDA-DATA-ENTREGA        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "V"                    TO WRK-CAL-ACAO
           MOVE WRK-DATA-ENTREGA       TO WRK-CAL-DATA
           MOVE ZEROS                  TO WRK-CAL-DATA-UTIL
                                          WRK-CAL-RETORNO
           CALL "HBSI30DO" USING WRK-PARM-CAL
      *
           IF WRK-CAL-RETORNO EQUAL 9
               DISPLAY "HBSI52AO - DATA DE ENTREGA INVALIDA: "
                       WRK-DATA-ENTREGA " - SEPARACAO NAO EMITIDA"
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "S"                TO WRK-DATA-OK
               IF WRK-CAL-RETORNO NOT EQUAL ZEROS
                   DISPLAY "HBSI52AO - ATENCAO: DATA DE ENTREGA "
                           WRK-DATA-ENTREGA " NAO E DIA UTIL"
               END-IF
               MOVE "U"                TO WRK-CAL-ACAO
               COMPUTE WRK-CAL-DATA = FUNCTION DATE-OF-INTEGER(
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-ENTREGA) - 1)
               MOVE ZEROS              TO WRK-CAL-DATA-UTIL
                                          WRK-CAL-RETORNO
               CALL "HBSI30DO" USING WRK-PARM-CAL
               MOVE WRK-CAL-DATA-UTIL  TO WRK-DATA-ATRASO
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - SELECIONA OS PEDIDOS, APURA AS    *
      *    RESERVAS E EMITE A LISTA DE SEPARACAO E O MANIFESTO         *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-DATA-OK EQUAL "S"
               READ ARQPED01 NEXT RECORD
               PERFORM UNTIL WRK-FS-ARQPED01 NOT EQUAL "00"
                   PERFORM 2010-TRATA-PEDIDO
                   READ ARQPED01 NEXT RECORD
               END-PERFORM
      *
               IF WRK-QTD-PSE GREATER ZEROS
                   PERFORM 2040-APURA-RESERVAS
                   PERFORM 2050-IMPRIME-SEPARACAO
                   PERFORM 2100-EMITE-MANIFESTO
               ELSE
                   WRITE REL-LINHA-SEP FROM WRK-SEM-PEDIDOS
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TRATAR UM PEDIDO: EM ABERTO, TIRADO ANTES DA    *
      *    DATA DE ENTREGA E SEM REGISTRO NO CONTROLE DE SEPARACAO     *
      *----------------------------------------------------------------*
       2010-TRATA-PEDIDO               SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-TOT-LIDOS
           IF FS-STATUS-PED EQUAL "A"
              AND FS-DATA-PED LESS WRK-DATA-ENTREGA
               MOVE FS-CHAVE-PED       TO FS-CHAVE-SEP
               READ ARQSEP01           KEY IS FS-CHAVE-SEP
               IF WRK-FS-ARQSEP01 EQUAL "00"
                   ADD 1               TO WRK-TOT-JA-SEPARADOS
               ELSE
                   PERFORM 2020-CARREGA-ITENS
                   PERFORM 2030-SELECIONA-PEDIDO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS ITENS DO PEDIDO CORRENTE E CONTAR   *
      *    QUANTOS PRODUTOS AINDA NAO ESTAO NA LISTA DE SEPARACAO      *
      *----------------------------------------------------------------*
       2020-CARREGA-ITENS              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-ITE
                                          WRK-QTD-NOVOS
           MOVE FS-COD-CLI-PED         TO FS-COD-CLI-PDI
           MOVE FS-DATA-PED            TO FS-DATA-PDI
           MOVE FS-SEQ-PED             TO FS-SEQ-PDI
           MOVE ZEROS                  TO FS-NUM-ITEM-PDI
           START ARQPDI01 KEY IS NOT LESS FS-CHAVE-PDI
           PERFORM UNTIL WRK-FS-ARQPDI01 NOT EQUAL "00"
               READ ARQPDI01 NEXT RECORD
               IF WRK-FS-ARQPDI01 EQUAL "00"
                   IF FS-COD-CLI-PDI EQUAL FS-COD-CLI-PED
                      AND FS-DATA-PDI EQUAL FS-DATA-PED
                      AND FS-SEQ-PDI EQUAL FS-SEQ-PED
                      AND WRK-QTD-ITE LESS 999
                       ADD 1           TO WRK-QTD-ITE
                       MOVE FS-COD-PROD-PDI
                            TO WRK-ITE-COD-PROD (WRK-QTD-ITE)
                       MOVE FS-QTD-PROD-PDI
                            TO WRK-ITE-QTD      (WRK-QTD-ITE)
                       PERFORM 2025-ACHA-PRODUTO
                       IF WRK-IDX-ACHOU EQUAL ZEROS
                           ADD 1       TO WRK-QTD-NOVOS
                       END-IF
                   ELSE
                       MOVE "10"        TO WRK-FS-ARQPDI01
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00"                   TO WRK-FS-ARQPDI01.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ACHAR NA LISTA DE SEPARACAO O PRODUTO DO ITEM   *
      *    RECEM-CARREGADO (WRK-QTD-ITE). NAO ACHOU: WRK-IDX-ACHOU = 0 *
      *----------------------------------------------------------------*
       2025-ACHA-PRODUTO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IDX-ACHOU
           PERFORM VARYING WRK-IDX-SPR FROM 1 BY 1
                   UNTIL WRK-IDX-SPR GREATER WRK-QTD-SPR
               IF WRK-SPR-COD-PROD (WRK-IDX-SPR) EQUAL
                  WRK-ITE-COD-PROD (WRK-QTD-ITE)
                   MOVE WRK-IDX-SPR    TO WRK-IDX-ACHOU
                   MOVE WRK-QTD-SPR    TO WRK-IDX-SPR
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR O PEDIDO NA SEPARACAO E SOMAR OS SEUS   *
      *    ITENS NA LISTA POR PRODUTO. SEM ESPACO NAS TABELAS O PEDIDO *
      *    FICA PARA A PROXIMA SEPARACAO                               *
      *----------------------------------------------------------------*
       2030-SELECIONA-PEDIDO           SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-QTD-ITE EQUAL ZEROS
               DISPLAY "HBSI52AO - PEDIDO SEM ITENS IGNORADO: "
                       FS-CHAVE-PED
               ADD 1                   TO WRK-TOT-REJEITADOS
           ELSE
               IF WRK-QTD-PSE NOT LESS 3000
                  OR WRK-QTD-SPR + WRK-QTD-NOVOS GREATER 2000
                   DISPLAY "HBSI52AO - PEDIDO IGNORADO (TABELA CHEIA) "
                           "- FICA PARA A PROXIMA SEPARACAO: "
                           FS-CHAVE-PED
                   ADD 1               TO WRK-TOT-REJEITADOS
               ELSE
                   ADD 1               TO WRK-QTD-PSE
                                          WRK-TOT-SELECIONADOS
                   MOVE FS-COD-VEN-PED
                        TO WRK-PSE-COD-VEN   (WRK-QTD-PSE)
                   MOVE ZEROS
                        TO WRK-PSE-SEQ-INV   (WRK-QTD-PSE)
                           WRK-PSE-SEQ-ROTA  (WRK-QTD-PSE)
                   MOVE FS-CHAVE-PED
                        TO WRK-PSE-CHAVE     (WRK-QTD-PSE)
                   MOVE WRK-QTD-ITE
                        TO WRK-PSE-QTD-ITENS (WRK-QTD-PSE)
                   MOVE FS-VAL-BRUTO-PED
                        TO WRK-PSE-VAL-BRUTO (WRK-QTD-PSE)
                   IF FS-DATA-PED LESS WRK-DATA-ATRASO
                       MOVE "S" TO WRK-PSE-ATRASADO (WRK-QTD-PSE)
                       ADD 1               TO WRK-TOT-ATRASADOS
                   ELSE
                       MOVE "N" TO WRK-PSE-ATRASADO (WRK-QTD-PSE)
                   END-IF
                   PERFORM VARYING WRK-IDX-ITE FROM 1 BY 1
                           UNTIL WRK-IDX-ITE GREATER WRK-QTD-ITE
                       PERFORM 2035-SOMA-PRODUTO
                   END-PERFORM
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UM ITEM DO PEDIDO NO TOTAL DO PRODUTO     *
      *----------------------------------------------------------------*
       2035-SOMA-PRODUTO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IDX-ACHOU
           PERFORM VARYING WRK-IDX-SPR FROM 1 BY 1
                   UNTIL WRK-IDX-SPR GREATER WRK-QTD-SPR
               IF WRK-SPR-COD-PROD (WRK-IDX-SPR) EQUAL
                  WRK-ITE-COD-PROD (WRK-IDX-ITE)
                   MOVE WRK-IDX-SPR    TO WRK-IDX-ACHOU
                   MOVE WRK-QTD-SPR    TO WRK-IDX-SPR
               END-IF
           END-PERFORM
      *
           IF WRK-IDX-ACHOU EQUAL ZEROS
               ADD 1                   TO WRK-QTD-SPR
               MOVE WRK-QTD-SPR        TO WRK-IDX-ACHOU
               MOVE WRK-ITE-COD-PROD (WRK-IDX-ITE)
                    TO WRK-SPR-COD-PROD    (WRK-IDX-ACHOU)
               MOVE ZEROS
                    TO WRK-SPR-QTD-TOTAL   (WRK-IDX-ACHOU)
                       WRK-SPR-QTD-PEDIDOS (WRK-IDX-ACHOU)
                       WRK-SPR-ULT-PSE     (WRK-IDX-ACHOU)
                       WRK-SPR-RESERVADO   (WRK-IDX-ACHOU)
           END-IF
      *
           ADD WRK-ITE-QTD (WRK-IDX-ITE)
                TO WRK-SPR-QTD-TOTAL (WRK-IDX-ACHOU)
           IF WRK-SPR-ULT-PSE (WRK-IDX-ACHOU) NOT EQUAL WRK-QTD-PSE
               ADD 1 TO WRK-SPR-QTD-PEDIDOS (WRK-IDX-ACHOU)
               MOVE WRK-QTD-PSE TO WRK-SPR-ULT-PSE (WRK-IDX-ACHOU)
           END-IF.
      *
      *----------------------------------------------------------------*
       2035-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA APURAR NO KARDEX A RESERVA LIQUIDA DE CADA      *
      *    PRODUTO FEITA PELOS PEDIDOS SELECIONADOS (RP E AP BAIXAM O  *
      *    SALDO, AP E CP DEVOLVEM). A RESERVA E LIMITADA AO SALDO     *
      *    QUE HAVIA NA ENTRADA DO PEDIDO, POR ISSO PODE SER MENOR QUE *
      *    A QUANTIDADE PEDIDA                                         *
      *----------------------------------------------------------------*
       2040-APURA-RESERVAS             SECTION.
      *----------------------------------------------------------------*
      *
           OPEN INPUT ARQMOV01
           IF WRK-FS-ARQMOV01 NOT EQUAL "00"
               DISPLAY "HBSI52AO - ARQMOV01 NAO DISPONIVEL - RESERVAS "
                       "DOS PEDIDOS NAO APURADAS"
           ELSE
               PERFORM UNTIL WRK-FS-ARQMOV01 NOT EQUAL "00"
                   READ ARQMOV01
                   IF WRK-FS-ARQMOV01 EQUAL "00"
                      AND (FS-TIPO-MOV EQUAL "RP"
                       OR  FS-TIPO-MOV EQUAL "AP"
                       OR  FS-TIPO-MOV EQUAL "CP")
                       PERFORM 2045-TRATA-MOVIMENTO
                   END-IF
               END-PERFORM
               CLOSE ARQMOV01
           END-IF.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR UM MOVIMENTO DE RESERVA NO PRODUTO, SE O  *
      *    DOCUMENTO E UM DOS PEDIDOS SELECIONADOS                     *
      *----------------------------------------------------------------*
       2045-TRATA-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IDX-ACHOU
           PERFORM VARYING WRK-IDX-SPR FROM 1 BY 1
                   UNTIL WRK-IDX-SPR GREATER WRK-QTD-SPR
               IF WRK-SPR-COD-PROD (WRK-IDX-SPR) EQUAL FS-COD-PROD-MOV
                   MOVE WRK-IDX-SPR    TO WRK-IDX-ACHOU
                   MOVE WRK-QTD-SPR    TO WRK-IDX-SPR
               END-IF
           END-PERFORM
      *
           IF WRK-IDX-ACHOU GREATER ZEROS
               MOVE WRK-IDX-ACHOU      TO WRK-IDX-SPR
               MOVE ZEROS              TO WRK-IDX-ACHOU
               PERFORM VARYING WRK-IDX-PSE FROM 1 BY 1
                       UNTIL WRK-IDX-PSE GREATER WRK-QTD-PSE
                   IF WRK-PSE-CHAVE (WRK-IDX-PSE) EQUAL
                      FS-DOCUMENTO-MOV
                       MOVE WRK-IDX-PSE TO WRK-IDX-ACHOU
                       MOVE WRK-QTD-PSE TO WRK-IDX-PSE
                   END-IF
               END-PERFORM
               IF WRK-IDX-ACHOU GREATER ZEROS
                   IF FS-SENTIDO-MOV EQUAL "S"
                       ADD FS-QTD-MOV
                           TO WRK-SPR-RESERVADO (WRK-IDX-SPR)
                   ELSE
                       SUBTRACT FS-QTD-MOV
                           FROM WRK-SPR-RESERVADO (WRK-IDX-SPR)
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2045-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR A LISTA DE SEPARACAO POR PRODUTO       *
      *----------------------------------------------------------------*
       2050-IMPRIME-SEPARACAO          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2055-ORDENA-PRODUTOS
      *
           WRITE REL-LINHA-SEP         FROM WRK-CAB-SEP
           WRITE REL-LINHA-SEP         FROM WRK-CAB-COL-SEP
           PERFORM VARYING WRK-IDX-SPR FROM 1 BY 1
                   UNTIL WRK-IDX-SPR GREATER WRK-QTD-SPR
               PERFORM 2060-IMPRIME-PRODUTO
           END-PERFORM
      *
           MOVE WRK-QTD-SPR            TO WRK-TOT-SEP-PRODUTOS
           MOVE WRK-TOT-PRD-FALTA      TO WRK-TOT-SEP-FALTA
           MOVE SPACES                 TO REL-LINHA-SEP
           WRITE REL-LINHA-SEP
           WRITE REL-LINHA-SEP         FROM WRK-TOT-SEP
      *
           IF WRK-TOT-PRD-FALTA GREATER ZEROS
               DISPLAY "HBSI52AO - ATENCAO: " WRK-TOT-PRD-FALTA
                       " PRODUTO(S) COM FALTA NA SEPARACAO"
           END-IF.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR A LISTA DE SEPARACAO POR PRODUTO        *
      *----------------------------------------------------------------*
       2055-ORDENA-PRODUTOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-SPR
                   IF WRK-SPR-COD-PROD (WRK-IDX-ORD) GREATER
                      WRK-SPR-COD-PROD (WRK-IDX-ORD + 1)
                       MOVE WRK-TAB-SPR (WRK-IDX-ORD)
                                       TO WRK-TROCA-SPR
                       MOVE WRK-TAB-SPR (WRK-IDX-ORD + 1)
                                       TO WRK-TAB-SPR (WRK-IDX-ORD)
                       MOVE WRK-TROCA-SPR
                                       TO WRK-TAB-SPR (WRK-IDX-ORD + 1)
                       MOVE "S"        TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2055-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM PRODUTO DA LISTA DE SEPARACAO. A    *
      *    PARTE NAO RESERVADA DA QUANTIDADE A SEPARAR SAI DO SALDO    *
      *    LIVRE; O QUE PASSAR DELE E FALTA                            *
      *----------------------------------------------------------------*
       2060-IMPRIME-PRODUTO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-SPR-COD-PROD (WRK-IDX-SPR) TO WRK-DET-COD-PROD
                                                  FS-COD-PROD
                                                  FS-COD-PROD-EST
           READ ARQPRD01               KEY IS FS-COD-PROD
           IF WRK-FS-ARQPRD01 EQUAL "00"
               MOVE FS-DESC-PROD       TO WRK-DET-DESC-PROD
               MOVE FS-UNID-PROD       TO WRK-DET-UNID-PROD
           ELSE
               MOVE "PRODUTO NAO CADASTRADO" TO WRK-DET-DESC-PROD
               MOVE SPACES             TO WRK-DET-UNID-PROD
           END-IF
           MOVE WRK-SPR-QTD-PEDIDOS (WRK-IDX-SPR)
                                       TO WRK-DET-QTD-PEDIDOS
           MOVE WRK-SPR-QTD-TOTAL (WRK-IDX-SPR)
                                       TO WRK-DET-QTD-SEPARAR
      *
           IF WRK-SPR-RESERVADO (WRK-IDX-SPR) LESS ZEROS
               MOVE ZEROS              TO WRK-RESERVADO
           ELSE
               MOVE WRK-SPR-RESERVADO (WRK-IDX-SPR) TO WRK-RESERVADO
           END-IF
           IF WRK-RESERVADO GREATER WRK-SPR-QTD-TOTAL (WRK-IDX-SPR)
               MOVE WRK-SPR-QTD-TOTAL (WRK-IDX-SPR) TO WRK-RESERVADO
           END-IF
           COMPUTE WRK-DESCOBERTO =
                   WRK-SPR-QTD-TOTAL (WRK-IDX-SPR) - WRK-RESERVADO
           MOVE WRK-RESERVADO          TO WRK-DET-QTD-RESERVADO
           MOVE ZEROS                  TO WRK-FALTA
      *
           READ ARQEST01               KEY IS FS-COD-PROD-EST
           IF WRK-FS-ARQEST01 EQUAL "00"
               MOVE FS-QTD-SALDO-EST   TO WRK-DET-SALDO-LIVRE
               IF WRK-DESCOBERTO GREATER FS-QTD-SALDO-EST
                   COMPUTE WRK-FALTA =
                           WRK-DESCOBERTO - FS-QTD-SALDO-EST
                   MOVE "*** FALTA ***"  TO WRK-DET-OBS-PROD
                   ADD 1               TO WRK-TOT-PRD-FALTA
               ELSE
                   MOVE SPACES         TO WRK-DET-OBS-PROD
               END-IF
           ELSE
               MOVE ZEROS              TO WRK-DET-SALDO-LIVRE
               MOVE "SEM CONTROLE ESTOQUE" TO WRK-DET-OBS-PROD
           END-IF
           MOVE WRK-FALTA              TO WRK-DET-FALTA
           WRITE REL-LINHA-SEP         FROM WRK-DET-PRODUTO.
      *
      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA EMITIR O MANIFESTO DE CARGA: ORDENA OS PEDIDOS  *
      *    POR VENDEDOR E TRATA CADA VENDEDOR (FAIXA DA TABELA)        *
      *----------------------------------------------------------------*
       2100-EMITE-MANIFESTO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WRK-ORD-INI
           MOVE WRK-QTD-PSE            TO WRK-ORD-FIM
           PERFORM 2190-ORDENA-PEDIDOS
      *
           MOVE SPACES                 TO REL-LINHA-SEP
           WRITE REL-LINHA-SEP
           WRITE REL-LINHA-SEP
           WRITE REL-LINHA-SEP         FROM WRK-CAB-MAN
      *
           MOVE 1                      TO WRK-GRP-INI
           PERFORM UNTIL WRK-GRP-INI GREATER WRK-QTD-PSE
               MOVE WRK-PSE-COD-VEN (WRK-GRP-INI) TO WRK-COD-VEN-ATU
               MOVE WRK-GRP-INI        TO WRK-GRP-FIM
               MOVE "N"                TO WRK-FIM-GRUPO
               PERFORM UNTIL WRK-FIM-GRUPO EQUAL "S"
                   IF WRK-GRP-FIM LESS WRK-QTD-PSE
                       IF WRK-PSE-COD-VEN (WRK-GRP-FIM + 1) EQUAL
                          WRK-COD-VEN-ATU
                           ADD 1       TO WRK-GRP-FIM
                       ELSE
                           MOVE "S"    TO WRK-FIM-GRUPO
                       END-IF
                   ELSE
                       MOVE "S"        TO WRK-FIM-GRUPO
                   END-IF
               END-PERFORM
               PERFORM 2110-CARGA-VENDEDOR
               COMPUTE WRK-GRP-INI = WRK-GRP-FIM + 1
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR A CARGA DE UM VENDEDOR: REFAZ O ROTEIRO, *
      *    DA A CADA PEDIDO A SEQUENCIA DE ENTREGA DO CLIENTE E ORDENA *
      *    A FAIXA PELA SEQUENCIA INVERSA (ULTIMA ENTREGA CARREGADA    *
      *    PRIMEIRO). CLIENTE FORA DO ROTEIRO FICA COM SEQUENCIA 9999  *
      *----------------------------------------------------------------*
       2110-CARGA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN
           READ ARQVEN01               KEY IS FS-COD-VEN
           IF WRK-FS-ARQVEN01 EQUAL "00"
               MOVE FS-NOME-VEN        TO WRK-DET-NOME-VEN
               MOVE FS-LAT-VEN         TO WRK-LAT-VEN
               MOVE FS-LONG-VEN        TO WRK-LONG-VEN
           ELSE
               MOVE "VENDEDOR NAO CADASTRADO" TO WRK-DET-NOME-VEN
               MOVE ZEROS              TO WRK-LAT-VEN
                                          WRK-LONG-VEN
           END-IF
      *
           PERFORM 2120-MONTA-ROTEIRO
      *
           PERFORM VARYING WRK-IDX-PSE FROM WRK-GRP-INI BY 1
                   UNTIL WRK-IDX-PSE GREATER WRK-GRP-FIM
               MOVE 9999     TO WRK-PSE-SEQ-ROTA (WRK-IDX-PSE)
               PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                       UNTIL WRK-IDX-PAR GREATER WRK-QTD-PARADAS
                   IF WRK-PAR-COD-CLI (WRK-IDX-PAR) EQUAL
                      WRK-PSE-COD-CLI (WRK-IDX-PSE)
                       MOVE WRK-PAR-SEQ (WRK-IDX-PAR)
                                     TO WRK-PSE-SEQ-ROTA (WRK-IDX-PSE)
                       MOVE WRK-QTD-PARADAS TO WRK-IDX-PAR
                   END-IF
               END-PERFORM
               COMPUTE WRK-PSE-SEQ-INV (WRK-IDX-PSE) =
                       9999 - WRK-PSE-SEQ-ROTA (WRK-IDX-PSE)
           END-PERFORM
      *
           MOVE WRK-GRP-INI            TO WRK-ORD-INI
           MOVE WRK-GRP-FIM            TO WRK-ORD-FIM
           PERFORM 2190-ORDENA-PEDIDOS
      *
           ADD 1                       TO WRK-TOT-VENDEDORES
           INITIALIZE WRK-TOTAIS-VEN
           COMPUTE WRK-QTD-GRUPO = WRK-GRP-FIM - WRK-GRP-INI + 1
           MOVE ZEROS                  TO WRK-NUM-CARGA
           MOVE WRK-COD-VEN-ATU        TO WRK-DET-COD-VEN
           MOVE SPACES                 TO REL-LINHA-SEP
           WRITE REL-LINHA-SEP
           WRITE REL-LINHA-SEP         FROM WRK-DET-VEN
           WRITE REL-LINHA-SEP         FROM WRK-CAB-COL-MAN
           PERFORM VARYING WRK-IDX-PSE FROM WRK-GRP-INI BY 1
                   UNTIL WRK-IDX-PSE GREATER WRK-GRP-FIM
               PERFORM 2140-IMPRIME-CARGA
           END-PERFORM
      *
           MOVE WRK-VEN-PEDIDOS        TO WRK-TOT-VEN-PEDIDOS
           MOVE WRK-VEN-ITENS          TO WRK-TOT-VEN-ITENS
           MOVE WRK-VEN-VAL-BRUTO      TO WRK-TOT-VEN-VAL-BRUTO
           MOVE SPACES                 TO REL-LINHA-SEP
           WRITE REL-LINHA-SEP
           WRITE REL-LINHA-SEP         FROM WRK-TOT-VEN-01.
      *
      *----------------------------------------------------------------*
       2110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR O ROTEIRO PLANEJADO DO VENDEDOR: CLIENTES*
      *    ATIVOS ATRIBUIDOS NO ARQVENCLI NA ORDEM DA PARADA MAIS      *
      *    PROXIMA, PARTINDO DAS COORDENADAS DO VENDEDOR (HBSI33AO)    *
      *----------------------------------------------------------------*
       2120-MONTA-ROTEIRO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-PARADAS
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-VC
           MOVE ZEROS                  TO FS-COD-CLI-VC
           START ARQVENCLI KEY IS NOT LESS FS-CHAVE-VENCLI
           PERFORM UNTIL WRK-FS-ARQVENCLI NOT EQUAL "00"
                   OR WRK-QTD-PARADAS NOT LESS 2000
               READ ARQVENCLI NEXT RECORD
               IF WRK-FS-ARQVENCLI EQUAL "00"
                   IF FS-COD-VEN-VC EQUAL WRK-COD-VEN-ATU
                       PERFORM 2125-CARREGA-PARADA
                   ELSE
                       MOVE "10"        TO WRK-FS-ARQVENCLI
                   END-IF
               END-IF
           END-PERFORM
           MOVE "00"                   TO WRK-FS-ARQVENCLI
      *
           MOVE WRK-LAT-VEN            TO WRK-LAT-ATUAL
           MOVE WRK-LONG-VEN           TO WRK-LONG-ATUAL
           MOVE ZEROS                  TO WRK-NUM-PARADA
                                          WRK-QTD-VISITADAS
           PERFORM UNTIL WRK-QTD-VISITADAS NOT LESS WRK-QTD-PARADAS
               PERFORM 2130-ACHA-PROXIMA-PARADA
               IF WRK-IDX-PROX GREATER ZEROS
                   ADD 1               TO WRK-NUM-PARADA
                                          WRK-QTD-VISITADAS
                   MOVE "S"  TO WRK-PAR-VISITADA (WRK-IDX-PROX)
                   MOVE WRK-NUM-PARADA
                             TO WRK-PAR-SEQ      (WRK-IDX-PROX)
                   MOVE WRK-PAR-LAT  (WRK-IDX-PROX) TO WRK-LAT-ATUAL
                   MOVE WRK-PAR-LONG (WRK-IDX-PROX) TO WRK-LONG-ATUAL
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR UMA PARADA COM AS COORDENADAS DO       *
      *    CLIENTE ATIVO ATRIBUIDO AO VENDEDOR CORRENTE                *
      *----------------------------------------------------------------*
       2125-CARREGA-PARADA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-CLI-VC          TO FS-COD-CLI
           READ ARQCLI01               KEY IS FS-COD-CLI
           IF WRK-FS-ARQCLI01 EQUAL "00"
              AND FS-STATUS-CLI EQUAL "A"
               ADD 1                    TO WRK-QTD-PARADAS
               MOVE FS-COD-CLI
                    TO WRK-PAR-COD-CLI  (WRK-QTD-PARADAS)
               MOVE FS-LAT-CLI
                    TO WRK-PAR-LAT      (WRK-QTD-PARADAS)
               MOVE FS-LONG-CLI
                    TO WRK-PAR-LONG     (WRK-QTD-PARADAS)
               MOVE "N"
                    TO WRK-PAR-VISITADA (WRK-QTD-PARADAS)
               MOVE ZEROS
                    TO WRK-PAR-SEQ      (WRK-QTD-PARADAS)
           END-IF.
      *
      *----------------------------------------------------------------*
       2125-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ACHAR A PARADA NAO VISITADA MAIS PROXIMA DA     *
      *    POSICAO ATUAL                                               *
      *----------------------------------------------------------------*
       2130-ACHA-PROXIMA-PARADA        SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 999999999,99999999     TO WRK-MENOR-DIST
           MOVE ZEROS                  TO WRK-IDX-PROX
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR GREATER WRK-QTD-PARADAS
               IF WRK-PAR-VISITADA (WRK-IDX-PAR) EQUAL "N"
                   COMPUTE WRK-DIF-LAT  = WRK-LAT-ATUAL -
                           WRK-PAR-LAT  (WRK-IDX-PAR)
                   COMPUTE WRK-DIF-LONG = WRK-LONG-ATUAL -
                           WRK-PAR-LONG (WRK-IDX-PAR)
                   COMPUTE WRK-SOMA-QUAD =
                           (WRK-DIF-LAT  * WRK-DIF-LAT) +
                           (WRK-DIF-LONG * WRK-DIF-LONG)
                   COMPUTE WRK-DIST-ATUAL =
                           FUNCTION SQRT(WRK-SOMA-QUAD)
                   IF WRK-DIST-ATUAL LESS WRK-MENOR-DIST
                       MOVE WRK-DIST-ATUAL TO WRK-MENOR-DIST
                       MOVE WRK-IDX-PAR    TO WRK-IDX-PROX
                   END-IF
               END-IF
           END-PERFORM
      *
           IF WRK-IDX-PROX EQUAL ZEROS
               MOVE WRK-QTD-PARADAS    TO WRK-QTD-VISITADAS
           END-IF.
      *
      *----------------------------------------------------------------*
       2130-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM PEDIDO NO MANIFESTO E GRAVA-LO NO   *
      *    CONTROLE DE SEPARACAO (ARQSEP01) COM A ORDEM DE CARGA       *
      *----------------------------------------------------------------*
       2140-IMPRIME-CARGA              SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-NUM-CARGA
           MOVE WRK-NUM-CARGA          TO WRK-DET-NUM-CARGA
           COMPUTE WRK-DET-NUM-ENTREGA =
                   WRK-QTD-GRUPO - WRK-NUM-CARGA + 1
           MOVE WRK-PSE-COD-CLI (WRK-IDX-PSE) TO WRK-DET-COD-CLI
                                                 FS-COD-CLI
           READ ARQCLI01               KEY IS FS-COD-CLI
           IF WRK-FS-ARQCLI01 EQUAL "00"
               MOVE FS-RAZ-SOCI-CLI    TO WRK-DET-RAZ-SOCI
           ELSE
               MOVE "CLIENTE NAO CADASTRADO" TO WRK-DET-RAZ-SOCI
           END-IF
           MOVE WRK-PSE-DATA-PED  (WRK-IDX-PSE) TO WRK-DET-DATA-PED
           MOVE WRK-PSE-SEQ-PED   (WRK-IDX-PSE) TO WRK-DET-SEQ-PED
           MOVE WRK-PSE-QTD-ITENS (WRK-IDX-PSE) TO WRK-DET-QTD-ITENS
           MOVE WRK-PSE-VAL-BRUTO (WRK-IDX-PSE) TO WRK-DET-VAL-BRUTO
      *
           EVALUATE TRUE
               WHEN WRK-PSE-ATRASADO (WRK-IDX-PSE) EQUAL "S"
                AND WRK-PSE-SEQ-ROTA (WRK-IDX-PSE) EQUAL 9999
                   MOVE "ATRASADO/FORA DO ROTEIRO" TO WRK-DET-OBS-CARGA
               WHEN WRK-PSE-ATRASADO (WRK-IDX-PSE) EQUAL "S"
                   MOVE "PEDIDO ATRASADO"   TO WRK-DET-OBS-CARGA
               WHEN WRK-PSE-SEQ-ROTA (WRK-IDX-PSE) EQUAL 9999
                   MOVE "FORA DO ROTEIRO"   TO WRK-DET-OBS-CARGA
               WHEN OTHER
                   MOVE SPACES              TO WRK-DET-OBS-CARGA
           END-EVALUATE
      *
           INITIALIZE FD-SEPARACAO
           MOVE WRK-PSE-CHAVE (WRK-IDX-PSE) TO FS-CHAVE-SEP
           MOVE WRK-DATA-ENTREGA       TO FS-DATA-ENTR-SEP
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-SEP
           MOVE WRK-DATA-DIA           TO FS-DATA-SEP
           MOVE WRK-HORA-SEP (1:6)     TO FS-HORA-SEP
           MOVE WRK-NUM-CARGA          TO FS-ORDEM-CARGA-SEP
           WRITE FD-SEPARACAO
           IF WRK-FS-ARQSEP01 NOT EQUAL "00"
               DISPLAY "HBSI52AO - ERRO AO MARCAR O PEDIDO "
                       WRK-PSE-CHAVE (WRK-IDX-PSE)
                       " COMO SEPARADO FS=" WRK-FS-ARQSEP01
               MOVE "NAO MARCADO - VER LOG"  TO WRK-DET-OBS-CARGA
               ADD 1                   TO WRK-TOT-REJEITADOS
           ELSE
               ADD 1                   TO WRK-TOT-MARCADOS
           END-IF
      *
           WRITE REL-LINHA-SEP         FROM WRK-DET-CARGA
           ADD 1                       TO WRK-VEN-PEDIDOS
           ADD WRK-PSE-QTD-ITENS (WRK-IDX-PSE) TO WRK-VEN-ITENS
           ADD WRK-PSE-VAL-BRUTO (WRK-IDX-PSE) TO WRK-VEN-VAL-BRUTO.
      *
      *----------------------------------------------------------------*
       2140-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR UMA FAIXA DA TABELA DE PEDIDOS          *
      *    (WRK-ORD-INI A WRK-ORD-FIM) POR VENDEDOR, SEQUENCIA INVERSA *
      *    DO ROTEIRO E CHAVE DO PEDIDO                                *
      *----------------------------------------------------------------*
       2190-ORDENA-PEDIDOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM WRK-ORD-INI BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-ORD-FIM
                   IF WRK-PSE-ORDEM (WRK-IDX-ORD) GREATER
                      WRK-PSE-ORDEM (WRK-IDX-ORD + 1)
                       MOVE WRK-TAB-PSE (WRK-IDX-ORD)
                                       TO WRK-TROCA-PSE
                       MOVE WRK-TAB-PSE (WRK-IDX-ORD + 1)
                                       TO WRK-TAB-PSE (WRK-IDX-ORD)
                       MOVE WRK-TROCA-PSE
                                       TO WRK-TAB-PSE (WRK-IDX-ORD + 1)
                       MOVE "S"        TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2190-99-FIM.                    EXIT.
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
           MOVE "HBSI52AO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-TOT-LIDOS           TO WRK-ROD-LIDOS
           MOVE WRK-TOT-JA-SEPARADOS    TO WRK-ROD-JA-SEPARADOS
           MOVE WRK-TOT-MARCADOS        TO WRK-ROD-MARCADOS
           MOVE WRK-TOT-ATRASADOS       TO WRK-ROD-ATRASADOS
           MOVE WRK-TOT-PRD-FALTA       TO WRK-ROD-PRD-FALTA
           MOVE WRK-TOT-VENDEDORES      TO WRK-ROD-VENDEDORES
           MOVE WRK-TOT-REJEITADOS      TO WRK-ROD-REJEITADOS
      *
           MOVE SPACES                  TO REL-LINHA-SEP
           WRITE REL-LINHA-SEP
           WRITE REL-LINHA-SEP          FROM WRK-RODAPE-01
           WRITE REL-LINHA-SEP          FROM WRK-RODAPE-02
           WRITE REL-LINHA-SEP          FROM WRK-RODAPE-03
           WRITE REL-LINHA-SEP          FROM WRK-RODAPE-04
           WRITE REL-LINHA-SEP          FROM WRK-RODAPE-05
           WRITE REL-LINHA-SEP          FROM WRK-RODAPE-06
           WRITE REL-LINHA-SEP          FROM WRK-RODAPE-07
      *
           CLOSE ARQPED01
           CLOSE ARQPDI01
           CLOSE ARQPRD01
           CLOSE ARQEST01
           CLOSE ARQVEN01
           CLOSE ARQVENCLI
           CLOSE ARQCLI01
           CLOSE ARQSEP01
           CLOSE RELSEP01
      *
           MOVE WRK-TOT-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-TOT-MARCADOS        TO WRK-CTR-GRAVADOS
           MOVE WRK-TOT-REJEITADOS      TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           DISPLAY "HBSI52AO - FIM DA SEPARACAO DE PEDIDOS"
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
