      *                  CLIENTE ATIVO NO ARQCLI01, SUGERE O VENDEDOR  *
      *                  DA ATRIBUICAO ARQVENCLI, VALIDA CADA PRODUTO  *
      *                  NO MESTRE ARQPRD01 COM O PRECO DE VENDA       *
      *                  VIGENTE NA DATA DO PEDIDO (HISTORICO ARQPRC01 *
      *                  VIA HBSI30EO), CALCULA ICMS/IPI/ICMS-ST POR   *
      *                  ITEM PELA REGRA FISCAL (HBSI30FO) E GRAVA O   *
      *                  CABECALHO DO PEDIDO COM OS IMPOSTOS E O TOTAL *
      *                  BRUTO NO ARQPED01 E OS ITENS NO ARQPDI01. O   *
      *                  CREDITO E CONFERIDO PELO TOTAL BRUTO. CLIENTE *
      *                  COM TITULO A RECEBER (ARQTIT01) VENCIDO ALEM  *
      *                  DA TOLERANCIA TEM O PEDIDO BLOQUEADO. PERMITE *
      *                  CONSULTAR UM PEDIDO COM SEUS ITENS, ALTERAR   *
      *                  OU EXCLUIR ITENS E CANCELAR O PEDIDO EM       *
      *                  ABERTO (STATUS A) AINDA NAO ENVIADO AO        *
      *                  FATURAMENTO (ARQENV01), AJUSTANDO A RESERVA   *
      *                  DE ESTOQUE E O SALDO EM ABERTO PELA DIFERENCA *
      *                  E GRAVANDO O OPERADOR NA AUDITORIA (ARQAUDIT) *
      *                  E CADA MOVIMENTO DE ESTOQUE NO KARDEX         *
      *                  (ARQMOV01). MOSTRA A CLASSE DA CURVA ABC DO   *
      *                  CLIENTE (ARQABC01, GERADO PELO HBSI48AO).     *
      *                  PEDIDO DATADO EM PERIODO JA FECHADO (HBSI30HO)*
      *                  FICA SOMENTE PARA CONSULTA                    *
      *================================================================*
      *
      *================================================================*
                       ALTERNATE KEY   IS FS-CNPJ-CLI
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCLI01.
      *
              SELECT ARQABC01 ASSIGN   TO UT-S-ARQABC01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-CLI-ABC
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQABC01.
      *
              SELECT ARQVEN01 ASSIGN   TO UT-S-ARQVEN01
                        ORGANIZATION   IS INDEXED
                          RECORD KEY   IS FS-COD-PROD-EST
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQEST01.
      *
              SELECT ARQTIT01 ASSIGN   TO UT-S-ARQTIT01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-TIT
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQTIT01.
      *
              SELECT ARQENV01 ASSIGN   TO UT-S-ARQENV01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-ENV
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQENV01.
      *
              SELECT ARQAUDIT ASSIGN   TO UT-S-ARQAUDIT
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQAUDIT.
      *
              SELECT ARQMOV01 ASSIGN   TO UT-S-ARQMOV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQMOV01.
      *
      *================================================================*
       DATA                            DIVISION.
      *                                                                *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO DE PEDIDOS DE VENDA - CABECALHO            *
      *               ORG. DINAMICA - LRECL = 0084                     *
      *               CHAVE: CLIENTE + DATA + SEQUENCIA                *
      *----------------------------------------------------------------*
      *
       FD ARQPED01
          RECORD CONTAINS 84 CHARACTERS.
       01 FD-PEDIDO.
          05 FS-CHAVE-PED.
             10 FS-COD-CLI-PED     PIC 9(007).
          05 FS-QTD-ITENS-PED      PIC 9(003).
          05 FS-VAL-TOT-PED        PIC 9(009)V9(002).
          05 FS-STATUS-PED         PIC X(001).
          05 FS-VAL-ICMS-PED       PIC 9(009)V9(002).
          05 FS-VAL-IPI-PED        PIC 9(009)V9(002).
          05 FS-VAL-ST-PED         PIC 9(009)V9(002).
          05 FS-VAL-BRUTO-PED      PIC 9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO DE ITENS DE PEDIDO - UM REGISTRO POR ITEM  *
      *               ORG. DINAMICA - LRECL = 0075                     *
      *               CHAVE: CLIENTE + DATA + SEQUENCIA + ITEM         *
      *----------------------------------------------------------------*
      *
       FD ARQPDI01
          RECORD CONTAINS 75 CHARACTERS.
       01 FD-PED-ITEM.
          05 FS-CHAVE-PDI.
             10 FS-COD-CLI-PDI     PIC 9(007).
          05 FS-COD-PROD-PDI       PIC 9(007).
          05 FS-QTD-PROD-PDI       PIC 9(005).
          05 FS-VAL-UNIT-PDI       PIC 9(007)V9(002).
          05 FS-VAL-ICMS-PDI       PIC 9(009)V9(002).
          05 FS-VAL-IPI-PDI        PIC 9(009)V9(002).
          05 FS-VAL-ST-PDI         PIC 9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE CLIENTES - ORG. DINAMICA LRECL=0199     *
          05 FS-CONT-CLI              PIC X(030).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE CLASSIFICACAO ABC DOS CLIENTES          *
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
      *    INPUT  : ARQUIVO DE VENDEDORES - ORG. DINAMICA LRECL=0204   *
      *----------------------------------------------------------------*
      *
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
      *    I-O    : ARQUIVO DE LIMITE DE CREDITO E SALDO EM ABERTO     *
          05 FS-QTD-SALDO-EST          PIC 9(007).
          05 FS-QTD-MIN-EST            PIC 9(005).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE TITULOS A RECEBER POR PEDIDO FATURADO   *
      *               ORG. DINAMICA - LRECL = 0066                     *
      *               CHAVE: CLIENTE + TIPO + DATA + SEQUENCIA         *
      *               TIPO  : T=TITULO DO PEDIDO (DATA/SEQ DO PEDIDO)  *
      *                       C=CREDITO DO CLIENTE (DATA DA ORIGEM)    *
      *               STATUS: A=ABERTO L=LIQUIDADO C=CANCELADO         *
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
      *    INPUT  : CONTROLE DE ENVIO DOS PEDIDOS AO FATURAMENTO       *
      *               ORG. DINAMICA - LRECL = 0055                     *
      *               CHAVE: CHAVE DO PEDIDO (CLIENTE + DATA + SEQ)    *
      *               RESULTADO: BRANCO ATE O RETORNO DO HBSI36AO      *
      *----------------------------------------------------------------*
      *
       FD ARQENV01
          RECORD CONTAINS 55 CHARACTERS.
       01 FD-ENVIO.
          05 FS-CHAVE-ENV.
             10 FS-COD-CLI-ENV     PIC 9(007).
             10 FS-DATA-PED-ENV    PIC 9(008).
             10 FS-SEQ-PED-ENV     PIC 9(003).
          05 FS-DATA-ENV           PIC 9(008).
          05 FS-HORA-ENV           PIC 9(006).
          05 FS-QTD-ITENS-ENV      PIC 9(003).
          05 FS-VAL-TOT-ENV        PIC 9(009)V9(002).
          05 FS-DATA-RET-ENV       PIC 9(008).
          05 FS-RESULT-ENV         PIC X(001).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : ARQUIVO DE AUDITORIA DAS ALTERACOES                *
      *               ORG. SEQUENCIAL - LRECL = 0557                   *
      *               TIPO P: CHAVE = CLIENTE, CHAVE 2 = SEQUENCIA     *
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
      *    OUTPUT : MOVIMENTOS DE ESTOQUE (KARDEX)                     *
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
       WORKING-STORAGE                 SECTION.
      *----------------------------------------------------------------*
           05 WRK-SIM-NAO              PIC X(001)      VALUE SPACES.
           05 WRK-COD-CLI-PED          PIC 9(007)      VALUE ZEROS.
           05 WRK-RAZ-SOCI-DISP        PIC X(040)      VALUE SPACES.
           05 WRK-CLASSE-DISP          PIC X(001)      VALUE SPACES.
           05 WRK-COD-VEN-PED          PIC 9(007)      VALUE ZEROS.
           05 WRK-NOME-VEN-DISP        PIC X(040)      VALUE SPACES.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-LIMITE-DISP          PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-SALDO-DISP           PIC S9(009)V9(002) VALUE ZEROS.
           05 WRK-SALDO-PROJ           PIC S9(010)V9(002) VALUE ZEROS.
           05 WRK-DIAS-TOLERANCIA      PIC 9(003)      VALUE 005.
           05 WRK-INT-HOJE             PIC 9(008)      VALUE ZEROS.
           05 WRK-INT-VENC             PIC 9(008)      VALUE ZEROS.
           05 WRK-DIAS-ATRASO          PIC S9(005)     VALUE ZEROS.
           05 WRK-MAIOR-ATRASO         PIC S9(005)     VALUE ZEROS.
           05 WRK-VAL-VENCIDO          PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-VAL-ACRESCIMO        PIC S9(009)V9(002) VALUE ZEROS.
           05 WRK-UF-CLI               PIC X(002)      VALUE SPACES.
           05 WRK-TRIBUTO-OK           PIC X(001)      VALUE "N".
           05 WRK-VAL-ICMS             PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-VAL-IPI              PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-VAL-ST               PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-VAL-BRUTO            PIC 9(009)V9(002) VALUE ZEROS.
      *
       01  WRK-AREA-ALTERACAO.
           05 WRK-DATA-PED-BUSC        PIC 9(008)      VALUE ZEROS.
           05 WRK-SEQ-PED-BUSC         PIC 9(003)      VALUE ZEROS.
           05 WRK-PED-ACHADO           PIC X(001)      VALUE "N".
           05 WRK-PED-ALTERAVEL        PIC X(001)      VALUE "N".
           05 WRK-ENVIADO              PIC X(001)      VALUE "N".
           05 WRK-STATUS-DISP          PIC X(001)      VALUE SPACES.
           05 WRK-MSG-SITUACAO         PIC X(050)      VALUE SPACES.
           05 WRK-PROMPT-CONS          PIC X(040)      VALUE SPACES.
           05 WRK-OPCAO-CONS           PIC X(001)      VALUE SPACES.
           05 WRK-FIM-CONSULTA         PIC X(001)      VALUE "N".
           05 WRK-MODO-ALTERA          PIC X(001)      VALUE "N".
           05 WRK-HOUVE-ALTERACAO      PIC X(001)      VALUE "N".
           05 WRK-NUM-ITEM-ALT         PIC 9(003)      VALUE ZEROS.
           05 WRK-QTD-NOVA             PIC 9(005)      VALUE ZEROS.
           05 WRK-IDX-BUSCA            PIC 9(003)      VALUE ZEROS.
           05 WRK-IDX-PAG              PIC 9(003)      VALUE ZEROS.
           05 WRK-IDX-LIN              PIC 9(002)      VALUE ZEROS.
           05 WRK-QTD-ATIVOS           PIC 9(003)      VALUE ZEROS.
           05 WRK-VAL-TOT-ANT          PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-VAL-BRUTO-ANT        PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-QTD-DIF              PIC S9(005)     VALUE ZEROS.
           05 WRK-PED-ANTES            PIC X(084)      VALUE SPACES.
      *
       01  WRK-LIN-ITEM.
           05 WRK-LIT-NUM-ITEM         PIC ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-LIT-COD-PROD         PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-LIT-DESC-PROD        PIC X(018).
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-LIT-QTD-PROD         PIC ZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-LIT-VAL-UNIT         PIC ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-LIT-OBS              PIC X(008).
      *
       01  WRK-PAG-LINHAS.
           05 WRK-LIN-C01              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-C02              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-C03              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-C04              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-C05              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-C06              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-C07              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-C08              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-C09              PIC X(060)      VALUE SPACES.
           05 WRK-LIN-C10              PIC X(060)      VALUE SPACES.
       01  WRK-PAG-LINHAS-R            REDEFINES WRK-PAG-LINHAS.
           05 WRK-LIN-CONS             PIC X(060)
                                       OCCURS 10 TIMES.
      *
       01  WRK-AREA-AUDITORIA.
           05 WRK-AUD-TIPO-REG         PIC X(001)      VALUE "P".
           05 WRK-AUD-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-AUD-HORA             PIC 9(008)      VALUE ZEROS.
           05 WRK-AUD-OPERACAO         PIC X(012)      VALUE SPACES.
           05 WRK-AUD-COD-CHAVE        PIC 9(007)      VALUE ZEROS.
           05 WRK-AUD-COD-CHAVE-2      PIC 9(007)      VALUE ZEROS.
           05 WRK-AUD-REG-ANTES        PIC X(250)      VALUE SPACES.
           05 WRK-AUD-REG-DEPOIS       PIC X(250)      VALUE SPACES.
      *
       01  WRK-PARM-CAL.
           05 WRK-CAL-ACAO             PIC X(001)      VALUE SPACES.
           05 WRK-CAL-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-DATA-UTIL        PIC 9(008)      VALUE ZEROS.
           05 WRK-CAL-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-PARM-PRC.
           05 WRK-PRC-COD-PROD         PIC 9(007)      VALUE ZEROS.
           05 WRK-PRC-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-PRC-PRECO            PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-PRC-DATA-VIG         PIC 9(008)      VALUE ZEROS.
           05 WRK-PRC-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-PARM-TRB.
           05 WRK-TRB-CLAS-FISC        PIC X(004)      VALUE SPACES.
           05 WRK-TRB-UF               PIC X(002)      VALUE SPACES.
           05 WRK-TRB-VAL-BASE         PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-TRB-VAL-ICMS         PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-TRB-VAL-IPI          PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-TRB-VAL-ST           PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-TRB-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-PARM-FEC.
           05 WRK-FEC-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-DATA-FEC         PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-TAB-ITENS.
           05 WRK-ITEM                 OCCURS 999 TIMES.
              10 WRK-ITEM-COD          PIC 9(007).
              10 WRK-ITEM-QTD          PIC 9(005).
              10 WRK-ITEM-VAL          PIC 9(007)V9(002).
              10 WRK-ITEM-NUM          PIC 9(003).
              10 WRK-ITEM-QTD-ANT      PIC 9(005).
              10 WRK-ITEM-ICMS         PIC 9(009)V9(002).
              10 WRK-ITEM-IPI          PIC 9(009)V9(002).
              10 WRK-ITEM-ST           PIC 9(009)V9(002).
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPDI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCLI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQABC01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVENCLI         PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQEST01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQTIT01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQENV01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQAUDIT          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMOV01          PIC X(002)      VALUE "00".
      *
       01  WRK-AREA-MOV.
           05 WRK-MOV-TIPO             PIC X(002)      VALUE SPACES.
           05 WRK-MOV-SALDO-ANT        PIC 9(007)      VALUE ZEROS.
           05 WRK-MOV-DOCUMENTO        PIC X(018)      VALUE SPACES.
           05 WRK-MOV-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-MOV-HORA             PIC 9(008)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       LINKAGE                         SECTION.
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "01 - INCLUIR PEDIDO"                LINE  4 COL  2.
           05 VALUE "02 - RETORNAR AO MENU ANTERIOR"     LINE  5 COL  2.
           05 VALUE "03 - CONSULTAR PEDIDO"              LINE  6 COL  2.
           05 VALUE "04 - ALTERAR ITENS DO PEDIDO"       LINE  7 COL  2.
           05 VALUE "05 - CANCELAR PEDIDO"               LINE  8 COL  2.
           05 VALUE "DIGITE A OPCAO DESEJADA:"           LINE 10 COL  2.
           05 OPCAO                                      LINE 10 COL 27
                                       PIC X(002) TO WRK-OPCAO.
      *
       01  TELA-PED-CLIENTE.
           05 NOME-VEN-CAB                               LINE  5 COL 25
                                       PIC X(040) FROM WRK-NOME-VEN-DISP
                                       .
           05 VALUE "CURVA ABC...:"                      LINE  6 COL  2.
           05 ABC-CLI-CAB                                LINE  6 COL 16
                                       PIC X(001) FROM WRK-CLASSE-DISP
                                       .
           05 VALUE "CONFIRMAR CABECALHO? (S/N):"        LINE  7 COL  2.
           05 CONFIRMA                                   LINE  7 COL 30
                                       PIC X TO WRK-SIM-NAO.
           05 VAL-UNIT-CONF                              LINE  6 COL 16
                                       PIC ZZZ.ZZ9,99 FROM
                                                           WRK-VAL-UNIT.
           05 VALUE "ICMS........:"                      LINE  7 COL  2.
           05 VAL-ICMS-CONF                              LINE  7 COL 16
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                       WRK-TRB-VAL-ICMS.
           05 VALUE "IPI.........:"                      LINE  8 COL  2.
           05 VAL-IPI-CONF                               LINE  8 COL 16
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                        WRK-TRB-VAL-IPI.
           05 VALUE "ICMS-ST.....:"                      LINE  9 COL  2.
           05 VAL-ST-CONF                                LINE  9 COL 16
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                         WRK-TRB-VAL-ST.
           05 VALUE "CONFIRMAR ITEM? (S/N):"             LINE 11 COL  2.
           05 CONFIRMA                                   LINE 11 COL 25
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-PED-CONFIRMA.
           05 VALUE "QTD ITENS...:"                      LINE  4 COL  2.
           05 QTD-ITENS-CONF                             LINE  4 COL 16
                                       PIC 9(003) FROM WRK-QTD-ITENS.
           05 VALUE "VALOR PROD..:"                      LINE  5 COL  2.
           05 VAL-TOT-CONF                               LINE  5 COL 16
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                          WRK-VAL-TOTAL.
           05 VALUE "ICMS........:"                      LINE  6 COL  2.
           05 VAL-ICMS-PED-CONF                          LINE  6 COL 16
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                           WRK-VAL-ICMS.
           05 VALUE "IPI.........:"                      LINE  7 COL  2.
           05 VAL-IPI-PED-CONF                           LINE  7 COL 16
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                            WRK-VAL-IPI.
           05 VALUE "ICMS-ST.....:"                      LINE  8 COL  2.
           05 VAL-ST-PED-CONF                            LINE  8 COL 16
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                             WRK-VAL-ST.
           05 VALUE "TOTAL BRUTO.:"                      LINE  9 COL  2.
           05 VAL-BRUTO-CONF                             LINE  9 COL 16
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                          WRK-VAL-BRUTO.
           05 VALUE "GRAVAR PEDIDO? (S/N):"              LINE 11 COL  2.
           05 CONFIRMA                                   LINE 11 COL 24
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-PED-LIM-LIBERA.
           05 SALDO-CRED                                 LINE  5 COL 17
                                       PIC -ZZZ.ZZZ.ZZ9,99 FROM
                                                         WRK-SALDO-DISP.
           05 VALUE "VALOR BRUTO..:"                     LINE  6 COL  2.
           05 VALOR-PED-CRED                             LINE  6 COL 17
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                          WRK-VAL-BRUTO.
           05 VALUE "LIBERAR MESMO ASSIM? (S/N):"        LINE  8 COL  2.
           05 CONFIRMA                                   LINE  8 COL 30
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-PED-VENC-LIBERA.
           05 VALUE "CLIENTE COM TITULO VENCIDO ALEM DA TOLERANCIA"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "VALOR VENCIDO:"                     LINE  4 COL  2.
           05 VAL-VENCIDO                                LINE  4 COL 17
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                        WRK-VAL-VENCIDO.
           05 VALUE "MAIOR ATRASO.:"                     LINE  5 COL  2.
           05 MAIOR-ATRASO                               LINE  5 COL 17
                                       PIC ZZZZ9 FROM WRK-MAIOR-ATRASO.
           05 VALUE "DIAS"                               LINE  5 COL 23.
           05 VALUE "LIBERAR MESMO ASSIM? (S/N):"        LINE  7 COL  2.
           05 CONFIRMA                                   LINE  7 COL 30
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-PED-BUSCA.
           05 VALUE "CONSULTA/ALTERACAO DE PEDIDOS"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CODIGO DO CLIENTE:"                 LINE  4 COL  2.
           05 COD-CLI-BUSC                               LINE  4 COL 21
                                       PIC 9(007) TO WRK-COD-CLI-PED.
           05 VALUE "DATA (AAAAMMDD).:"                  LINE  5 COL  2.
           05 DATA-PED-BUSC                              LINE  5 COL 21
                                       PIC 9(008) TO WRK-DATA-PED-BUSC.
           05 VALUE "SEQUENCIA.......:"                  LINE  6 COL  2.
           05 SEQ-PED-BUSC                               LINE  6 COL 21
                                       PIC 9(003) TO WRK-SEQ-PED-BUSC.
      *
       01  TELA-PED-CONSULTA.
           05 VALUE "CONSULTA DO PEDIDO"
                                       BLANK SCREEN      LINE  1 COL  2.
           05 VALUE "CLIENTE.:"                          LINE  2 COL  2.
           05 COD-CLI-CONS                               LINE  2 COL 12
                                       PIC 9(007) FROM WRK-COD-CLI-PED.
           05 RAZ-CLI-CONS                               LINE  2 COL 21
                                       PIC X(040) FROM WRK-RAZ-SOCI-DISP
                                       .
           05 VALUE "ABC:"                               LINE  2 COL 63.
           05 ABC-CLI-CONS                               LINE  2 COL 68
                                       PIC X(001) FROM WRK-CLASSE-DISP
                                       .
           05 VALUE "DATA....:"                          LINE  3 COL  2.
           05 DATA-PED-CONS                              LINE  3 COL 12
                                       PIC 9999/99/99 FROM
                                                      WRK-DATA-PED-BUSC.
           05 VALUE "SEQ:"                               LINE  3 COL 24.
           05 SEQ-PED-CONS                               LINE  3 COL 29
                                       PIC 9(003) FROM WRK-SEQ-PED-BUSC.
           05 VALUE "VENDEDOR:"                          LINE  3 COL 34.
           05 COD-VEN-CONS                               LINE  3 COL 44
                                       PIC 9(007) FROM WRK-COD-VEN-PED.
           05 VALUE "STATUS..:"                          LINE  4 COL  2.
           05 STATUS-CONS                                LINE  4 COL 12
                                       PIC X(001) FROM WRK-STATUS-DISP.
           05 VALUE "ENVIADO:"                           LINE  4 COL 15.
           05 ENVIADO-CONS                               LINE  4 COL 24
                                       PIC X(001) FROM WRK-ENVIADO.
           05 VALUE "ITENS:"                             LINE  4 COL 27.
           05 ITENS-CONS                                 LINE  4 COL 34
                                       PIC ZZ9 FROM WRK-QTD-ATIVOS.
           05 VALUE "VALOR:"                             LINE  4 COL 39.
           05 VAL-TOT-CONS                               LINE  4 COL 46
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                          WRK-VAL-TOTAL.
           05 VALUE "ICMS:"                              LINE  5 COL  2.
           05 VAL-ICMS-CONS                              LINE  5 COL  8
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                           WRK-VAL-ICMS.
           05 VALUE "IPI:"                               LINE  5 COL 23.
           05 VAL-IPI-CONS                               LINE  5 COL 28
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                            WRK-VAL-IPI.
           05 VALUE "ST:"                                LINE  5 COL 43.
           05 VAL-ST-CONS                                LINE  5 COL 47
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                             WRK-VAL-ST.
           05 VALUE "ITE  PRODUTO  DESCRICAO           QTDE  VALOR UNIT"
                                                         LINE  6 COL  2.
           05 LIN-C01                                    LINE  7 COL  2
                                       PIC X(060) FROM WRK-LIN-C01.
           05 LIN-C02                                    LINE  8 COL  2
                                       PIC X(060) FROM WRK-LIN-C02.
           05 LIN-C03                                    LINE  9 COL  2
                                       PIC X(060) FROM WRK-LIN-C03.
           05 LIN-C04                                    LINE 10 COL  2
                                       PIC X(060) FROM WRK-LIN-C04.
           05 LIN-C05                                    LINE 11 COL  2
                                       PIC X(060) FROM WRK-LIN-C05.
           05 LIN-C06                                    LINE 12 COL  2
                                       PIC X(060) FROM WRK-LIN-C06.
           05 LIN-C07                                    LINE 13 COL  2
                                       PIC X(060) FROM WRK-LIN-C07.
           05 LIN-C08                                    LINE 14 COL  2
                                       PIC X(060) FROM WRK-LIN-C08.
           05 LIN-C09                                    LINE 15 COL  2
                                       PIC X(060) FROM WRK-LIN-C09.
           05 LIN-C10                                    LINE 16 COL  2
                                       PIC X(060) FROM WRK-LIN-C10.
           05 VALUE "TOTAL BRUTO (PRODUTOS + IPI + ICMS-ST):"
                                                         LINE 17 COL  2.
           05 VAL-BRUTO-CONS                             LINE 17 COL 42
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                          WRK-VAL-BRUTO.
           05 MSG-SITUACAO                               LINE 18 COL  2
                                       PIC X(050) FROM WRK-MSG-SITUACAO.
           05 PROMPT-CONS                                LINE 20 COL  2
                                       PIC X(040) FROM WRK-PROMPT-CONS.
           05 OPCAO-CONS                                 LINE 20 COL 43
                                       PIC X TO WRK-OPCAO-CONS.
      *
       01  TELA-PED-ALT-ITEM.
           05 VALUE "ALTERACAO DE ITEM DO PEDIDO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "ITEM NUMERO.........:"              LINE  4 COL  2.
           05 NUM-ITEM-ALT                               LINE  4 COL 24
                                       PIC 9(003) TO WRK-NUM-ITEM-ALT.
           05 VALUE "NOVA QTDE (0=EXCLUI):"              LINE  5 COL  2.
           05 QTD-NOVA-ALT                               LINE  5 COL 24
                                       PIC 9(005) TO WRK-QTD-NOVA.
      *
       01  TELA-PED-ALT-CONFIRMA.
           05 VALUE "ALTERACAO DO PEDIDO - CONFIRMACAO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "QTD ITENS.....:"                    LINE  4 COL  2.
           05 QTD-ITENS-ALT                              LINE  4 COL 18
                                       PIC ZZ9 FROM WRK-QTD-ATIVOS.
           05 VALUE "VALOR ANTERIOR:"                    LINE  5 COL  2.
           05 VAL-ANT-ALT                                LINE  5 COL 18
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                        WRK-VAL-TOT-ANT.
           05 VALUE "VALOR NOVO....:"                    LINE  6 COL  2.
           05 VAL-NOVO-ALT                               LINE  6 COL 18
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                          WRK-VAL-TOTAL.
           05 VALUE "BRUTO ANTERIOR:"                    LINE  7 COL  2.
           05 BRUTO-ANT-ALT                              LINE  7 COL 18
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                      WRK-VAL-BRUTO-ANT.
           05 VALUE "BRUTO NOVO....:"                    LINE  8 COL  2.
           05 BRUTO-NOVO-ALT                             LINE  8 COL 18
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                          WRK-VAL-BRUTO.
           05 VALUE "GRAVAR ALTERACAO? (S/N):"           LINE 10 COL  2.
           05 CONFIRMA                                   LINE 10 COL 27
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-PED-CANCELA.
           05 VALUE "CANCELAMENTO DO PEDIDO"
                                       BLANK SCREEN      LINE  2 COL  2.
           05 VALUE "CLIENTE.....:"                      LINE  4 COL  2.
           05 COD-CLI-CANC                               LINE  4 COL 16
                                       PIC 9(007) FROM WRK-COD-CLI-PED.
           05 VALUE "DATA/SEQ....:"                      LINE  5 COL  2.
           05 DATA-PED-CANC                              LINE  5 COL 16
                                       PIC 9999/99/99 FROM
                                                      WRK-DATA-PED-BUSC.
           05 SEQ-PED-CANC                               LINE  5 COL 27
                                       PIC 9(003) FROM WRK-SEQ-PED-BUSC.
           05 VALUE "VALOR TOTAL.:"                      LINE  6 COL  2.
           05 VAL-TOT-CANC                               LINE  6 COL 16
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                          WRK-VAL-TOTAL.
           05 VALUE "VALOR BRUTO.:"                      LINE  7 COL  2.
           05 VAL-BRUTO-CANC                             LINE  7 COL 16
                                       PIC ZZZ.ZZZ.ZZ9,99 FROM
                                                          WRK-VAL-BRUTO.
           05 VALUE "CANCELAR O PEDIDO? (S/N):"          LINE  9 COL  2.
           05 CONFIRMA                                   LINE  9 COL 28
                                       PIC X TO WRK-SIM-NAO.
      *
       01  TELA-PED-MSG.
           05 VALUE SPACES             BLANK SCREEN      LINE  6 COL  2.
                  PERFORM 2100-MENU-INCLUI-PED
              WHEN "02"
                  PERFORM 3000-FINALIZAR
              WHEN "03"
                  PERFORM 2200-MENU-CONSULTA-PED
              WHEN "04"
                  PERFORM 2300-MENU-ALTERA-PED
              WHEN "05"
                  PERFORM 2400-MENU-CANCELA-PED
              WHEN OTHER
                  PERFORM 2010-MENU-PEDIDO
           END-EVALUATE.
               OPEN OUTPUT ARQPDI01
           END-IF
           OPEN INPUT ARQCLI01
           OPEN INPUT ARQABC01
           OPEN INPUT ARQVEN01
           OPEN INPUT ARQVENCLI
           OPEN INPUT ARQPRD01
               OPEN OUTPUT ARQCRD01
           END-IF
           OPEN I-O ARQEST01
           OPEN INPUT ARQTIT01
      *
           PERFORM 2110-MONTA-CABECALHO
           IF WRK-CABEC-OK EQUAL "S"
                   DISPLAY TELA-PED-CONFIRMA
                   ACCEPT TELA-PED-CONFIRMA
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       MOVE WRK-VAL-BRUTO TO WRK-VAL-ACRESCIMO
                       PERFORM 2128-VERIFICA-CREDITO
                       IF WRK-CREDITO-OK EQUAL "S"
                           PERFORM 2130-GRAVA-PEDIDO
           CLOSE ARQPED01
           CLOSE ARQPDI01
           CLOSE ARQCLI01
           CLOSE ARQABC01
           CLOSE ARQVEN01
           CLOSE ARQVENCLI
           CLOSE ARQPRD01
           CLOSE ARQCRD01
           CLOSE ARQEST01
           CLOSE ARQTIT01
           PERFORM 2010-MENU-PEDIDO.
      *
      *----------------------------------------------------------------*
               ACCEPT TELA-PED-MSG
           ELSE
               MOVE FS-RAZ-SOCI-CLI    TO WRK-RAZ-SOCI-DISP
               MOVE FS-UF-CLI          TO WRK-UF-CLI
               PERFORM 2115-BUSCA-CLASSE-ABC
      *
      *        SUGERE O VENDEDOR QUE ATENDE O CLIENTE
      *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA BUSCAR A CLASSE DA CURVA ABC DO CLIENTE NO      *
      *    ARQABC01. CLIENTE AINDA NAO CLASSIFICADO FICA EM BRANCO     *
      *----------------------------------------------------------------*
       2115-BUSCA-CLASSE-ABC           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-CLASSE-DISP
           MOVE WRK-COD-CLI-PED        TO FS-COD-CLI-ABC
           READ ARQABC01               KEY IS FS-COD-CLI-ABC
           IF WRK-FS-ARQABC01 EQUAL "00"
               MOVE FS-CLASSE-ABC      TO WRK-CLASSE-DISP
           END-IF.
      *
      *----------------------------------------------------------------*
       2115-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ACEITAR OS ITENS DO PEDIDO (MAXIMO 999).        *
      *    O PRODUTO E VALIDADO NO MESTRE ARQPRD01 E O VALOR           *
      *    UNITARIO VEM DO PRECO DE VENDA CORRENTE DO MESTRE. OS       *
      *    IMPOSTOS DE CADA ITEM SOMAM NOS TOTAIS DO PEDIDO E O TOTAL  *
      *    BRUTO E PRODUTOS + IPI + ICMS-ST (O ICMS PROPRIO JA ESTA    *
      *    CONTIDO NO PRECO)                                           *
      *----------------------------------------------------------------*
       2120-ACEITA-ITENS               SECTION.
      *----------------------------------------------------------------*
           INITIALIZE WRK-TAB-ITENS
           MOVE ZEROS                  TO WRK-QTD-ITENS
                                          WRK-VAL-TOTAL
                                          WRK-VAL-ICMS
                                          WRK-VAL-IPI
                                          WRK-VAL-ST
                                          WRK-VAL-BRUTO
           MOVE "N"                    TO WRK-FIM-ITENS
           PERFORM UNTIL WRK-FIM-ITENS EQUAL "S"
                   OR WRK-QTD-ITENS NOT LESS 999
                            TO WRK-ITEM-QTD (WRK-QTD-ITENS)
                       MOVE WRK-VAL-UNIT
                            TO WRK-ITEM-VAL (WRK-QTD-ITENS)
                       MOVE WRK-TRB-VAL-ICMS
                            TO WRK-ITEM-ICMS (WRK-QTD-ITENS)
                       MOVE WRK-TRB-VAL-IPI
                            TO WRK-ITEM-IPI (WRK-QTD-ITENS)
                       MOVE WRK-TRB-VAL-ST
                            TO WRK-ITEM-ST (WRK-QTD-ITENS)
                       COMPUTE WRK-VAL-TOTAL = WRK-VAL-TOTAL +
                               (WRK-QTD-PROD * WRK-VAL-UNIT)
                       ADD WRK-TRB-VAL-ICMS TO WRK-VAL-ICMS
                       ADD WRK-TRB-VAL-IPI  TO WRK-VAL-IPI
                       ADD WRK-TRB-VAL-ST   TO WRK-VAL-ST
                       COMPUTE WRK-VAL-BRUTO = WRK-VAL-TOTAL +
                               WRK-VAL-IPI + WRK-VAL-ST
                   END-IF
                   IF FUNCTION UPPER-CASE(WRK-MAIS-ITENS)
                      NOT EQUAL "S"
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR O PRODUTO DO ITEM NO MESTRE ARQPRD01,   *
      *    BUSCAR O PRECO DE VENDA VIGENTE NA DATA DO PEDIDO (HBSI30EO,*
      *    SEM HISTORICO VALE O PRECO DO MESTRE), CALCULAR OS IMPOSTOS *
      *    PELA REGRA FISCAL DA CLASSE DO PRODUTO + UF DO CLIENTE E    *
      *    CONFIRMAR O ITEM COM O OPERADOR. PRODUTO SEM REGRA FISCAL   *
      *    PARA A UF DO CLIENTE NAO PODE SER VENDIDO                   *
      *----------------------------------------------------------------*
       2125-VALIDA-PRODUTO             SECTION.
      *----------------------------------------------------------------*
                   ACCEPT TELA-PED-MSG
               ELSE
                   MOVE FS-PRECO-PROD  TO WRK-VAL-UNIT
                   MOVE WRK-COD-PROD   TO WRK-PRC-COD-PROD
                   MOVE WRK-DATA-DIA   TO WRK-PRC-DATA
                   CALL "HBSI30EO" USING WRK-PARM-PRC
                   IF WRK-PRC-RETORNO EQUAL ZEROS
                       MOVE WRK-PRC-PRECO TO WRK-VAL-UNIT
                   END-IF
                   COMPUTE WRK-TRB-VAL-BASE =
                           WRK-QTD-PROD * WRK-VAL-UNIT
                   PERFORM 2126-CALCULA-IMPOSTOS
                   IF WRK-TRIBUTO-OK EQUAL "N"
                       MOVE "PRODUTO SEM REGRA FISCAL PARA A UF"
                                       TO WRK-MSG-PED
                       DISPLAY TELA-PED-MSG
                       ACCEPT TELA-PED-MSG
                   ELSE
                       MOVE FS-DESC-PROD TO WRK-DESC-PROD-DISP
                       DISPLAY TELA-PED-ITEM-CONF
                       ACCEPT TELA-PED-ITEM-CONF
                       IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                           MOVE "S"     TO WRK-PROD-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR OS IMPOSTOS DO ITEM (HBSI30FO) SOBRE A *
      *    BASE EM WRK-TRB-VAL-BASE, COM A CLASSE FISCAL DO PRODUTO    *
      *    LIDO NO ARQPRD01 E A UF DO CLIENTE DO PEDIDO                *
      *----------------------------------------------------------------*
       2126-CALCULA-IMPOSTOS           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-TRIBUTO-OK
           MOVE FS-CLAS-FISC-PROD      TO WRK-TRB-CLAS-FISC
           MOVE WRK-UF-CLI             TO WRK-TRB-UF
           MOVE ZEROS                  TO WRK-TRB-RETORNO
           CALL "HBSI30FO" USING WRK-PARM-TRB
           IF WRK-TRB-RETORNO EQUAL ZEROS
               MOVE "S"                TO WRK-TRIBUTO-OK
           END-IF.
      *
      *----------------------------------------------------------------*
       2126-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR A DISPONIBILIDADE DE ESTOQUE DO        *
      *    PRODUTO DO ITEM. PRODUTO AINDA SEM REGISTRO DE SALDO NO     *
      *    ARQEST01 NAO TEM CONTROLE                                   *
      *    ROTINA PARA CONFERIR O LIMITE DE CREDITO DO CLIENTE NO      *
      *    ARQCRD01 ANTES DE GRAVAR. LIMITE EM ZEROS OU CLIENTE SEM    *
      *    REGISTRO NAO TEM CONTROLE. COM O LIMITE ESTOURADO SO O      *
      *    OPERADOR COM AUTORIZACAO DE ADMINISTRACAO PODE LIBERAR.     *
      *    ANTES DO LIMITE, CLIENTE COM TITULO VENCIDO HA MAIS DIAS    *
      *    QUE A TOLERANCIA E BLOQUEADO MESMO DENTRO DO LIMITE.        *
      *    O VALOR CONFERIDO E O ACRESCIMO AO SALDO (WRK-VAL-ACRESCIMO)*
      *    PELO TOTAL BRUTO COM IMPOSTOS - O PEDIDO INTEIRO NA         *
      *    INCLUSAO, A DIFERENCA NA ALTERACAO.                         *
      *    ALTERACAO QUE NAO AUMENTA O VALOR NAO PRECISA DE CREDITO    *
      *----------------------------------------------------------------*
       2128-VERIFICA-CREDITO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-CREDITO-OK
           IF WRK-VAL-ACRESCIMO GREATER ZEROS
               PERFORM 2129-VERIFICA-VENCIDOS
           END-IF
           MOVE WRK-COD-CLI-PED        TO FS-COD-CLI-CRD
           READ ARQCRD01               KEY IS FS-COD-CLI-CRD
           IF WRK-CREDITO-OK EQUAL "S"
              AND WRK-VAL-ACRESCIMO GREATER ZEROS
              AND WRK-FS-ARQCRD01 EQUAL "00"
              AND FS-LIMITE-CRD GREATER ZEROS
               COMPUTE WRK-SALDO-PROJ =
                       FS-SALDO-CRD + WRK-VAL-ACRESCIMO
               IF WRK-SALDO-PROJ GREATER FS-LIMITE-CRD
                   MOVE FS-LIMITE-CRD  TO WRK-LIMITE-DISP
                   MOVE FS-SALDO-CRD   TO WRK-SALDO-DISP
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR OS TITULOS EM ABERTO DO CLIENTE VENCIDOS  *
      *    HA MAIS DIAS QUE A TOLERANCIA. SO O OPERADOR COM            *
      *    AUTORIZACAO DE ADMINISTRACAO PODE LIBERAR O PEDIDO          *
      *----------------------------------------------------------------*
       2129-VERIFICA-VENCIDOS          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-VAL-VENCIDO
                                          WRK-MAIOR-ATRASO
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           COMPUTE WRK-INT-HOJE =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-DIA)
      *
           MOVE WRK-COD-CLI-PED        TO FS-COD-CLI-TIT
           MOVE "T"                    TO FS-TIPO-TIT
           MOVE ZEROS                  TO FS-DATA-TIT
                                          FS-SEQ-TIT
           START ARQTIT01 KEY IS NOT LESS FS-CHAVE-TIT
           PERFORM UNTIL WRK-FS-ARQTIT01 NOT EQUAL "00"
               READ ARQTIT01 NEXT RECORD
               IF WRK-FS-ARQTIT01 EQUAL "00"
                   IF FS-COD-CLI-TIT EQUAL WRK-COD-CLI-PED
                      AND FS-TIPO-TIT EQUAL "T"
                       IF FS-STATUS-TIT EQUAL "A"
                          AND FS-VAL-SALDO-TIT GREATER ZEROS
                           COMPUTE WRK-INT-VENC = FUNCTION
                                   INTEGER-OF-DATE(FS-DATA-VENC-TIT)
                           COMPUTE WRK-DIAS-ATRASO =
                                   WRK-INT-HOJE - WRK-INT-VENC
                           IF WRK-DIAS-ATRASO GREATER
                              WRK-DIAS-TOLERANCIA
                               ADD FS-VAL-SALDO-TIT TO WRK-VAL-VENCIDO
                               IF WRK-DIAS-ATRASO GREATER
                                  WRK-MAIOR-ATRASO
                                   MOVE WRK-DIAS-ATRASO
                                        TO WRK-MAIOR-ATRASO
                               END-IF
                           END-IF
                       END-IF
                   ELSE
                       MOVE "10"        TO WRK-FS-ARQTIT01
                   END-IF
               END-IF
           END-PERFORM
      *
           IF WRK-VAL-VENCIDO GREATER ZEROS
               IF LKS-OPE-AUT-ADMI EQUAL "S"
                   DISPLAY TELA-PED-VENC-LIBERA
                   ACCEPT TELA-PED-VENC-LIBERA
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) NOT EQUAL "S"
                       MOVE "N"         TO WRK-CREDITO-OK
                   END-IF
               ELSE
                   MOVE "CLIENTE COM TITULO VENCIDO - BLOQUEADO"
                                       TO WRK-MSG-PED
                   DISPLAY TELA-PED-MSG
                   ACCEPT TELA-PED-MSG
                   MOVE "N"             TO WRK-CREDITO-OK
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2129-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR A PROXIMA SEQUENCIA DO CLIENTE NO DIA  *
      *    E GRAVAR O PEDIDO                                           *
      *----------------------------------------------------------------*
           MOVE WRK-QTD-ITENS          TO FS-QTD-ITENS-PED
           MOVE WRK-VAL-TOTAL          TO FS-VAL-TOT-PED
           MOVE "A"                    TO FS-STATUS-PED
           MOVE WRK-VAL-ICMS           TO FS-VAL-ICMS-PED
           MOVE WRK-VAL-IPI            TO FS-VAL-IPI-PED
           MOVE WRK-VAL-ST             TO FS-VAL-ST-PED
           MOVE WRK-VAL-BRUTO          TO FS-VAL-BRUTO-PED
           WRITE FD-PEDIDO
           IF WRK-FS-ARQPED01 NOT EQUAL "00"
               MOVE "ERRO AO GRAVAR O PEDIDO" TO WRK-MSG-PED
                                       TO FS-QTD-PROD-PDI
               MOVE WRK-ITEM-VAL  (WRK-IDX-ITEM)
                                       TO FS-VAL-UNIT-PDI
               MOVE WRK-ITEM-ICMS (WRK-IDX-ITEM)
                                       TO FS-VAL-ICMS-PDI
               MOVE WRK-ITEM-IPI  (WRK-IDX-ITEM)
                                       TO FS-VAL-IPI-PDI
               MOVE WRK-ITEM-ST   (WRK-IDX-ITEM)
                                       TO FS-VAL-ST-PDI
               WRITE FD-PED-ITEM
           END-PERFORM.
      *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR O VALOR DO PEDIDO GRAVADO (OU A DIFERENCA *
      *    DA ALTERACAO/CANCELAMENTO) AO SALDO EM ABERTO DO CLIENTE NO *
      *    ARQCRD01. CLIENTE AINDA SEM REGISTRO GANHA UM COM LIMITE    *
      *    EM ZEROS (SEM CONTROLE)                                     *
      *----------------------------------------------------------------*
       2140-ATUALIZA-SALDO-CRED        SECTION.
      *----------------------------------------------------------------*
           MOVE WRK-COD-CLI-PED        TO FS-COD-CLI-CRD
           READ ARQCRD01               KEY IS FS-COD-CLI-CRD
           IF WRK-FS-ARQCRD01 EQUAL "00"
               ADD WRK-VAL-ACRESCIMO   TO FS-SALDO-CRD
               REWRITE FD-CREDITO
           ELSE
               INITIALIZE FD-CREDITO
               MOVE WRK-COD-CLI-PED    TO FS-COD-CLI-CRD
               MOVE ZEROS              TO FS-LIMITE-CRD
               MOVE WRK-VAL-ACRESCIMO  TO FS-SALDO-CRD
               WRITE FD-CREDITO
           END-IF.
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA RESERVAR O ESTOQUE DOS ITENS DO PEDIDO          *
      *    GRAVADO, BAIXANDO O SALDO DE CADA PRODUTO COM REGISTRO NO   *
      *    ARQEST01 (SEM DEIXAR O SALDO NEGATIVO) E GRAVANDO O         *
      *    MOVIMENTO RP NO KARDEX (ARQMOV01)                           *
      *----------------------------------------------------------------*
       2145-RESERVA-ESTOQUE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "RP"                   TO WRK-MOV-TIPO
           MOVE FS-CHAVE-PED           TO WRK-MOV-DOCUMENTO
           PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                   UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS
               MOVE WRK-ITEM-COD (WRK-IDX-ITEM) TO FS-COD-PROD-EST
               READ ARQEST01           KEY IS FS-COD-PROD-EST
               IF WRK-FS-ARQEST01 EQUAL "00"
                   MOVE FS-QTD-SALDO-EST TO WRK-MOV-SALDO-ANT
                   IF WRK-ITEM-QTD (WRK-IDX-ITEM) GREATER
                      FS-QTD-SALDO-EST
                       MOVE ZEROS      TO FS-QTD-SALDO-EST
                           FROM FS-QTD-SALDO-EST
                   END-IF
                   REWRITE FD-ESTOQUE
                   IF WRK-FS-ARQEST01 EQUAL "00"
                       PERFORM 2910-GRAVA-MOVIMENTO
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE CONSULTA DE PEDIDO. QUALQUER PEDIDO   *
      *    PODE SER CONSULTADO, EM QUALQUER STATUS                     *
      *----------------------------------------------------------------*
       2200-MENU-CONSULTA-PED          SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2205-ABRE-ARQUIVOS
           PERFORM 2210-BUSCA-PEDIDO
           IF WRK-PED-ACHADO EQUAL "S"
               MOVE "N"                TO WRK-MODO-ALTERA
               MOVE "P=PROXIMA PAGINA  X=SAIR:"
                                       TO WRK-PROMPT-CONS
               PERFORM 2240-MOSTRA-PEDIDO
           END-IF
           PERFORM 2290-FECHA-ARQUIVOS
           PERFORM 2010-MENU-PEDIDO.
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR OS ARQUIVOS DA CONSULTA, ALTERACAO E      *
      *    CANCELAMENTO DE PEDIDO                                      *
      *----------------------------------------------------------------*
       2205-ABRE-ARQUIVOS              SECTION.
      *----------------------------------------------------------------*
      *
           OPEN I-O ARQPED01
           OPEN I-O ARQPDI01
           OPEN INPUT ARQCLI01
           OPEN INPUT ARQABC01
           OPEN INPUT ARQVEN01
           OPEN INPUT ARQPRD01
           OPEN I-O ARQCRD01
           IF WRK-FS-ARQCRD01 EQUAL "35"
               OPEN OUTPUT ARQCRD01
           END-IF
           OPEN I-O ARQEST01
           OPEN INPUT ARQTIT01
           OPEN INPUT ARQENV01.
      *
      *----------------------------------------------------------------*
       2205-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PEDIR A CHAVE DO PEDIDO, LER O CABECALHO E      *
      *    CARREGAR OS ITENS. DEIXA NA WRK-PED-ALTERAVEL SE O PEDIDO   *
      *    AINDA PODE SER ALTERADO OU CANCELADO                        *
      *----------------------------------------------------------------*
       2210-BUSCA-PEDIDO               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-PED-ACHADO
                                          WRK-PED-ALTERAVEL
           MOVE ZEROS                  TO WRK-COD-CLI-PED
                                          WRK-DATA-PED-BUSC
                                          WRK-SEQ-PED-BUSC
           DISPLAY TELA-PED-BUSCA
           ACCEPT TELA-PED-BUSCA
      *
           MOVE WRK-COD-CLI-PED        TO FS-COD-CLI-PED
           MOVE WRK-DATA-PED-BUSC      TO FS-DATA-PED
           MOVE WRK-SEQ-PED-BUSC       TO FS-SEQ-PED
           READ ARQPED01               KEY IS FS-CHAVE-PED
           IF WRK-FS-ARQPED01 NOT EQUAL "00"
               MOVE "PEDIDO NAO ENCONTRADO" TO WRK-MSG-PED
               DISPLAY TELA-PED-MSG
               ACCEPT TELA-PED-MSG
           ELSE
               MOVE "S"                TO WRK-PED-ACHADO
               MOVE FS-COD-VEN-PED     TO WRK-COD-VEN-PED
               MOVE FS-STATUS-PED      TO WRK-STATUS-DISP
               MOVE FS-VAL-TOT-PED     TO WRK-VAL-TOT-ANT
               MOVE FS-VAL-BRUTO-PED   TO WRK-VAL-BRUTO-ANT
      *
               MOVE WRK-COD-CLI-PED    TO FS-COD-CLI
               READ ARQCLI01           KEY IS FS-COD-CLI
               IF WRK-FS-ARQCLI01 EQUAL "00"
                   MOVE FS-RAZ-SOCI-CLI TO WRK-RAZ-SOCI-DISP
                   MOVE FS-UF-CLI       TO WRK-UF-CLI
               ELSE
                   MOVE SPACES          TO WRK-RAZ-SOCI-DISP
                                           WRK-UF-CLI
               END-IF
               PERFORM 2115-BUSCA-CLASSE-ABC
      *
               PERFORM 2220-CARREGA-ITENS
               PERFORM 2230-VERIFICA-ALTERAVEL
           END-IF.
      *
      *----------------------------------------------------------------*
       2210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR NA TABELA OS ITENS DO PEDIDO LIDO,     *
      *    GUARDANDO O NUMERO DO ITEM, A QUANTIDADE ORIGINAL E OS      *
      *    IMPOSTOS CALCULADOS NA GRAVACAO                             *
      *----------------------------------------------------------------*
       2220-CARREGA-ITENS              SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-TAB-ITENS
           MOVE ZEROS                  TO WRK-QTD-ITENS
                                          WRK-QTD-ATIVOS
                                          WRK-VAL-TOTAL
                                          WRK-VAL-ICMS
                                          WRK-VAL-IPI
                                          WRK-VAL-ST
           MOVE WRK-COD-CLI-PED        TO FS-COD-CLI-PDI
           MOVE WRK-DATA-PED-BUSC      TO FS-DATA-PDI
           MOVE WRK-SEQ-PED-BUSC       TO FS-SEQ-PDI
           MOVE ZEROS                  TO FS-NUM-ITEM-PDI
           START ARQPDI01 KEY IS NOT LESS FS-CHAVE-PDI
           PERFORM UNTIL WRK-FS-ARQPDI01 NOT EQUAL "00"
                   OR WRK-QTD-ITENS NOT LESS 999
               READ ARQPDI01 NEXT RECORD
               IF WRK-FS-ARQPDI01 EQUAL "00"
                   IF FS-COD-CLI-PDI EQUAL WRK-COD-CLI-PED
                      AND FS-DATA-PDI EQUAL WRK-DATA-PED-BUSC
                      AND FS-SEQ-PDI EQUAL WRK-SEQ-PED-BUSC
                       ADD 1            TO WRK-QTD-ITENS
                                           WRK-QTD-ATIVOS
                       MOVE FS-NUM-ITEM-PDI
                            TO WRK-ITEM-NUM (WRK-QTD-ITENS)
                       MOVE FS-COD-PROD-PDI
                            TO WRK-ITEM-COD (WRK-QTD-ITENS)
                       MOVE FS-QTD-PROD-PDI
                            TO WRK-ITEM-QTD (WRK-QTD-ITENS)
                               WRK-ITEM-QTD-ANT (WRK-QTD-ITENS)
                       MOVE FS-VAL-UNIT-PDI
                            TO WRK-ITEM-VAL (WRK-QTD-ITENS)
                       MOVE FS-VAL-ICMS-PDI
                            TO WRK-ITEM-ICMS (WRK-QTD-ITENS)
                       MOVE FS-VAL-IPI-PDI
                            TO WRK-ITEM-IPI (WRK-QTD-ITENS)
                       MOVE FS-VAL-ST-PDI
                            TO WRK-ITEM-ST (WRK-QTD-ITENS)
                       COMPUTE WRK-VAL-TOTAL = WRK-VAL-TOTAL +
                               (FS-QTD-PROD-PDI * FS-VAL-UNIT-PDI)
                       ADD FS-VAL-ICMS-PDI TO WRK-VAL-ICMS
                       ADD FS-VAL-IPI-PDI  TO WRK-VAL-IPI
                       ADD FS-VAL-ST-PDI   TO WRK-VAL-ST
                   ELSE
                       MOVE "10"        TO WRK-FS-ARQPDI01
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WRK-VAL-BRUTO = WRK-VAL-TOTAL +
                   WRK-VAL-IPI + WRK-VAL-ST.
      *
      *----------------------------------------------------------------*
       2220-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA DECIDIR SE O PEDIDO PODE SER ALTERADO: SO O     *
      *    PEDIDO EM ABERTO (STATUS A) AINDA NAO ENVIADO AO            *
      *    FATURAMENTO E DATADO EM PERIODO NAO FECHADO. OS DEMAIS      *
      *    FICAM SOMENTE PARA CONSULTA                                 *
      *----------------------------------------------------------------*
       2230-VERIFICA-ALTERAVEL         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-ENVIADO
           MOVE FS-CHAVE-PED           TO FS-CHAVE-ENV
           READ ARQENV01               KEY IS FS-CHAVE-ENV
           IF WRK-FS-ARQENV01 EQUAL "00"
               MOVE "S"                TO WRK-ENVIADO
           END-IF
      *
           MOVE FS-DATA-PED            TO WRK-FEC-DATA
           CALL "HBSI30HO" USING WRK-PARM-FEC
      *
           EVALUATE TRUE
               WHEN FS-STATUS-PED NOT EQUAL "A"
                   MOVE "N"            TO WRK-PED-ALTERAVEL
                   MOVE "PEDIDO FORA DO STATUS A - SOMENTE CONSULTA"
                                       TO WRK-MSG-SITUACAO
               WHEN WRK-ENVIADO EQUAL "S"
                   MOVE "N"            TO WRK-PED-ALTERAVEL
                   MOVE "PEDIDO JA ENVIADO AO FATURAMENTO - SO CONSULTA"
                                       TO WRK-MSG-SITUACAO
               WHEN WRK-FEC-RETORNO EQUAL 1
                   MOVE "N"            TO WRK-PED-ALTERAVEL
                   MOVE "PEDIDO DE PERIODO FECHADO - SOMENTE CONSULTA"
                                       TO WRK-MSG-SITUACAO
               WHEN OTHER
                   MOVE "S"            TO WRK-PED-ALTERAVEL
                   MOVE "PEDIDO EM ABERTO - PODE SER ALTERADO"
                                       TO WRK-MSG-SITUACAO
           END-EVALUATE.
      *
      *----------------------------------------------------------------*
       2230-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MOSTRAR O PEDIDO COM OS ITENS EM PAGINAS DE 10  *
      *    LINHAS. NO MODO DE ALTERACAO A OPCAO A ALTERA UM ITEM       *
      *----------------------------------------------------------------*
       2240-MOSTRA-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE 1                      TO WRK-IDX-PAG
           MOVE "N"                    TO WRK-FIM-CONSULTA
           PERFORM UNTIL WRK-FIM-CONSULTA EQUAL "S"
               PERFORM 2245-MONTA-PAGINA
               MOVE SPACES             TO WRK-OPCAO-CONS
               DISPLAY TELA-PED-CONSULTA
               ACCEPT TELA-PED-CONSULTA
               EVALUATE FUNCTION UPPER-CASE(WRK-OPCAO-CONS)
                   WHEN "P"
                       IF WRK-IDX-PAG + 10 NOT GREATER WRK-QTD-ITENS
                           ADD 10      TO WRK-IDX-PAG
                       ELSE
                           MOVE 1      TO WRK-IDX-PAG
                       END-IF
                   WHEN "A"
                       IF WRK-MODO-ALTERA EQUAL "S"
                           PERFORM 2310-ALTERA-ITEM
                       END-IF
                   WHEN "X"
                       MOVE "S"        TO WRK-FIM-CONSULTA
               END-EVALUATE
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2240-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR AS 10 LINHAS DA PAGINA CORRENTE A PARTIR *
      *    DA TABELA DE ITENS, COM A DESCRICAO DO MESTRE ARQPRD01      *
      *----------------------------------------------------------------*
       2245-MONTA-PAGINA               SECTION.
      *----------------------------------------------------------------*
      *
           MOVE SPACES                 TO WRK-PAG-LINHAS
           MOVE WRK-IDX-PAG            TO WRK-IDX-BUSCA
           PERFORM VARYING WRK-IDX-LIN FROM 1 BY 1
                   UNTIL WRK-IDX-LIN GREATER 10
                   OR WRK-IDX-BUSCA GREATER WRK-QTD-ITENS
               MOVE WRK-ITEM-NUM (WRK-IDX-BUSCA) TO WRK-LIT-NUM-ITEM
               MOVE WRK-ITEM-COD (WRK-IDX-BUSCA) TO WRK-LIT-COD-PROD
                                                    FS-COD-PROD
               READ ARQPRD01           KEY IS FS-COD-PROD
               IF WRK-FS-ARQPRD01 EQUAL "00"
                   MOVE FS-DESC-PROD   TO WRK-LIT-DESC-PROD
               ELSE
                   MOVE SPACES         TO WRK-LIT-DESC-PROD
               END-IF
               MOVE WRK-ITEM-QTD (WRK-IDX-BUSCA) TO WRK-LIT-QTD-PROD
               MOVE WRK-ITEM-VAL (WRK-IDX-BUSCA) TO WRK-LIT-VAL-UNIT
               EVALUATE TRUE
                   WHEN WRK-ITEM-QTD (WRK-IDX-BUSCA) EQUAL ZEROS
                       MOVE "EXCLUIDO" TO WRK-LIT-OBS
                   WHEN WRK-ITEM-QTD (WRK-IDX-BUSCA) NOT EQUAL
                        WRK-ITEM-QTD-ANT (WRK-IDX-BUSCA)
                       MOVE "ALTERADO" TO WRK-LIT-OBS
                   WHEN OTHER
                       MOVE SPACES     TO WRK-LIT-OBS
               END-EVALUATE
               MOVE WRK-LIN-ITEM       TO WRK-LIN-CONS (WRK-IDX-LIN)
               ADD 1                   TO WRK-IDX-BUSCA
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2245-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA FECHAR OS ARQUIVOS DA CONSULTA, ALTERACAO E     *
      *    CANCELAMENTO DE PEDIDO                                      *
      *----------------------------------------------------------------*
       2290-FECHA-ARQUIVOS             SECTION.
      *----------------------------------------------------------------*
      *
           CLOSE ARQPED01
           CLOSE ARQPDI01
           CLOSE ARQCLI01
           CLOSE ARQABC01
           CLOSE ARQVEN01
           CLOSE ARQPRD01
           CLOSE ARQCRD01
           CLOSE ARQEST01
           CLOSE ARQTIT01
           CLOSE ARQENV01.
      *
      *----------------------------------------------------------------*
       2290-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE ALTERACAO DOS ITENS DE UM PEDIDO EM   *
      *    ABERTO. AO SAIR DA TELA DO PEDIDO, SE HOUVE ALTERACAO, O    *
      *    NOVO VALOR PASSA PELA CONFERENCIA DE CREDITO (2128) ANTES   *
      *    DE GRAVAR                                                   *
      *----------------------------------------------------------------*
       2300-MENU-ALTERA-PED            SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2205-ABRE-ARQUIVOS
           PERFORM 2210-BUSCA-PEDIDO
           IF WRK-PED-ACHADO EQUAL "S"
               IF WRK-PED-ALTERAVEL NOT EQUAL "S"
                   MOVE WRK-MSG-SITUACAO TO WRK-MSG-PED
                   DISPLAY TELA-PED-MSG
                   ACCEPT TELA-PED-MSG
               ELSE
                   MOVE "S"            TO WRK-MODO-ALTERA
                   MOVE "N"            TO WRK-HOUVE-ALTERACAO
                   MOVE "P=PROXIMA  A=ALTERA ITEM  X=ENCERRA:"
                                       TO WRK-PROMPT-CONS
                   PERFORM 2240-MOSTRA-PEDIDO
                   MOVE "N"            TO WRK-MODO-ALTERA
                   IF WRK-HOUVE-ALTERACAO EQUAL "S"
                       PERFORM 2320-CONFIRMA-ALTERACAO
                   END-IF
               END-IF
           END-IF
           PERFORM 2290-FECHA-ARQUIVOS
           PERFORM 2010-MENU-PEDIDO.
      *
      *----------------------------------------------------------------*
       2300-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ALTERAR A QUANTIDADE OU EXCLUIR (QUANTIDADE     *
      *    ZERO) UM ITEM NA TABELA. O AUMENTO SOBRE A QUANTIDADE       *
      *    ORIGINAL PASSA PELA CONFERENCIA DE ESTOQUE (2127). OS       *
      *    IMPOSTOS DO ITEM SAO RECALCULADOS SOBRE A NOVA QUANTIDADE   *
      *    PELA REGRA FISCAL EM VIGOR                                  *
      *----------------------------------------------------------------*
       2310-ALTERA-ITEM                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-NUM-ITEM-ALT
                                          WRK-QTD-NOVA
           DISPLAY TELA-PED-ALT-ITEM
           ACCEPT TELA-PED-ALT-ITEM
      *
           MOVE ZEROS                  TO WRK-IDX-ITEM
           PERFORM VARYING WRK-IDX-BUSCA FROM 1 BY 1
                   UNTIL WRK-IDX-BUSCA GREATER WRK-QTD-ITENS
                   OR WRK-IDX-ITEM NOT EQUAL ZEROS
               IF WRK-ITEM-NUM (WRK-IDX-BUSCA) EQUAL WRK-NUM-ITEM-ALT
                   MOVE WRK-IDX-BUSCA  TO WRK-IDX-ITEM
               END-IF
           END-PERFORM
      *
           IF WRK-IDX-ITEM EQUAL ZEROS
               MOVE "ITEM NAO ENCONTRADO NO PEDIDO" TO WRK-MSG-PED
               DISPLAY TELA-PED-MSG
               ACCEPT TELA-PED-MSG
           ELSE
               MOVE WRK-ITEM-COD (WRK-IDX-ITEM) TO WRK-COD-PROD
               COMPUTE WRK-QTD-DIF = WRK-QTD-NOVA -
                       WRK-ITEM-QTD-ANT (WRK-IDX-ITEM)
               IF WRK-QTD-DIF GREATER ZEROS
                   MOVE WRK-QTD-DIF    TO WRK-QTD-PROD
               ELSE
                   MOVE ZEROS          TO WRK-QTD-PROD
               END-IF
               PERFORM 2127-CONFERE-ESTOQUE
               IF WRK-ESTOQUE-OK EQUAL "N"
                   MOVE "ESTOQUE INSUFICIENTE PARA O PRODUTO"
                                       TO WRK-MSG-PED
                   DISPLAY TELA-PED-MSG
                   ACCEPT TELA-PED-MSG
               ELSE
                   PERFORM 2315-RECALCULA-IMPOSTOS
                   IF WRK-TRIBUTO-OK EQUAL "N"
                       MOVE "PRODUTO SEM REGRA FISCAL PARA A UF"
                                       TO WRK-MSG-PED
                       DISPLAY TELA-PED-MSG
                       ACCEPT TELA-PED-MSG
                   ELSE
                   IF WRK-QTD-NOVA EQUAL ZEROS
                      AND WRK-ITEM-QTD (WRK-IDX-ITEM) NOT EQUAL ZEROS
                       SUBTRACT 1      FROM WRK-QTD-ATIVOS
                   END-IF
                   IF WRK-QTD-NOVA NOT EQUAL ZEROS
                      AND WRK-ITEM-QTD (WRK-IDX-ITEM) EQUAL ZEROS
                       ADD 1           TO WRK-QTD-ATIVOS
                   END-IF
                   COMPUTE WRK-VAL-TOTAL = WRK-VAL-TOTAL +
                           ((WRK-QTD-NOVA - WRK-ITEM-QTD (WRK-IDX-ITEM))
                           * WRK-ITEM-VAL (WRK-IDX-ITEM))
                   COMPUTE WRK-VAL-ICMS = WRK-VAL-ICMS +
                           WRK-TRB-VAL-ICMS -
                           WRK-ITEM-ICMS (WRK-IDX-ITEM)
                   COMPUTE WRK-VAL-IPI  = WRK-VAL-IPI +
                           WRK-TRB-VAL-IPI - WRK-ITEM-IPI (WRK-IDX-ITEM)
                   COMPUTE WRK-VAL-ST   = WRK-VAL-ST +
                           WRK-TRB-VAL-ST - WRK-ITEM-ST (WRK-IDX-ITEM)
                   COMPUTE WRK-VAL-BRUTO = WRK-VAL-TOTAL +
                           WRK-VAL-IPI + WRK-VAL-ST
                   MOVE WRK-TRB-VAL-ICMS TO WRK-ITEM-ICMS (WRK-IDX-ITEM)
                   MOVE WRK-TRB-VAL-IPI  TO WRK-ITEM-IPI  (WRK-IDX-ITEM)
                   MOVE WRK-TRB-VAL-ST   TO WRK-ITEM-ST   (WRK-IDX-ITEM)
                   MOVE WRK-QTD-NOVA   TO WRK-ITEM-QTD (WRK-IDX-ITEM)
                   MOVE "S"            TO WRK-HOUVE-ALTERACAO
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2310-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA RECALCULAR OS IMPOSTOS DO ITEM ALTERADO SOBRE A *
      *    NOVA QUANTIDADE. ITEM EXCLUIDO (QUANTIDADE ZERO) FICA SEM   *
      *    IMPOSTOS                                                    *
      *----------------------------------------------------------------*
       2315-RECALCULA-IMPOSTOS         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-TRB-VAL-ICMS
                                          WRK-TRB-VAL-IPI
                                          WRK-TRB-VAL-ST
           IF WRK-QTD-NOVA EQUAL ZEROS
               MOVE "S"                TO WRK-TRIBUTO-OK
           ELSE
               MOVE WRK-COD-PROD       TO FS-COD-PROD
               READ ARQPRD01           KEY IS FS-COD-PROD
               IF WRK-FS-ARQPRD01 NOT EQUAL "00"
                   MOVE SPACES         TO FS-CLAS-FISC-PROD
               END-IF
               COMPUTE WRK-TRB-VAL-BASE =
                       WRK-QTD-NOVA * WRK-ITEM-VAL (WRK-IDX-ITEM)
               PERFORM 2126-CALCULA-IMPOSTOS
           END-IF.
      *
      *----------------------------------------------------------------*
       2315-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFIRMAR A ALTERACAO, CONFERIR O CREDITO PELA  *
      *    DIFERENCA DE VALOR E GRAVAR. PEDIDO SEM NENHUM ITEM DEVE    *
      *    SER CANCELADO PELA OPCAO PROPRIA                            *
      *----------------------------------------------------------------*
       2320-CONFIRMA-ALTERACAO         SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-QTD-ATIVOS EQUAL ZEROS
               MOVE "PEDIDO SEM ITENS - USE O CANCELAMENTO"
                                       TO WRK-MSG-PED
               DISPLAY TELA-PED-MSG
               ACCEPT TELA-PED-MSG
           ELSE
               DISPLAY TELA-PED-ALT-CONFIRMA
               ACCEPT TELA-PED-ALT-CONFIRMA
               IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                   COMPUTE WRK-VAL-ACRESCIMO =
                           WRK-VAL-BRUTO - WRK-VAL-BRUTO-ANT
                   PERFORM 2128-VERIFICA-CREDITO
                   IF WRK-CREDITO-OK EQUAL "S"
                       PERFORM 2330-GRAVA-ALTERACAO
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2320-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A ALTERACAO: REGRAVA O CABECALHO E, SO   *
      *    SE ELE FOR REGRAVADO, REGRAVA OU EXCLUI OS ITENS ALTERADOS, *
      *    AJUSTA A RESERVA DE ESTOQUE E SOMA A DIFERENCA AO SALDO EM  *
      *    ABERTO                                                      *
      *----------------------------------------------------------------*
       2330-GRAVA-ALTERACAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-COD-CLI-PED        TO FS-COD-CLI-PED
           MOVE WRK-DATA-PED-BUSC      TO FS-DATA-PED
           MOVE WRK-SEQ-PED-BUSC       TO FS-SEQ-PED
           READ ARQPED01               KEY IS FS-CHAVE-PED
           IF WRK-FS-ARQPED01 NOT EQUAL "00"
              OR FS-STATUS-PED NOT EQUAL "A"
               MOVE "PEDIDO ALTERADO POR OUTRO PROCESSO - REFAZER"
                                       TO WRK-MSG-PED
               DISPLAY TELA-PED-MSG
               ACCEPT TELA-PED-MSG
           ELSE
               MOVE FD-PEDIDO          TO WRK-PED-ANTES
               MOVE WRK-QTD-ATIVOS     TO FS-QTD-ITENS-PED
               MOVE WRK-VAL-TOTAL      TO FS-VAL-TOT-PED
               MOVE WRK-VAL-ICMS       TO FS-VAL-ICMS-PED
               MOVE WRK-VAL-IPI        TO FS-VAL-IPI-PED
               MOVE WRK-VAL-ST         TO FS-VAL-ST-PED
               MOVE WRK-VAL-BRUTO      TO FS-VAL-BRUTO-PED
               REWRITE FD-PEDIDO
               IF WRK-FS-ARQPED01 NOT EQUAL "00"
                   MOVE "ERRO AO REGRAVAR O PEDIDO" TO WRK-MSG-PED
               ELSE
                   MOVE WRK-PED-ANTES  TO WRK-AUD-REG-ANTES
                   MOVE FD-PEDIDO      TO WRK-AUD-REG-DEPOIS
                   MOVE "ALTERACAO"    TO WRK-AUD-OPERACAO
                   PERFORM 2900-GRAVA-AUDITORIA
                   PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                           UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS
                       IF WRK-ITEM-QTD (WRK-IDX-ITEM) NOT EQUAL
                          WRK-ITEM-QTD-ANT (WRK-IDX-ITEM)
                           PERFORM 2335-ATUALIZA-ITEM
                       END-IF
                   END-PERFORM
                   PERFORM 2140-ATUALIZA-SALDO-CRED
                   MOVE "PEDIDO ALTERADO COM SUCESSO" TO WRK-MSG-PED
               END-IF
               DISPLAY TELA-PED-MSG
               ACCEPT TELA-PED-MSG
           END-IF.
      *
      *----------------------------------------------------------------*
       2330-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REGRAVAR (OU EXCLUIR, COM QUANTIDADE ZERO) UM   *
      *    ITEM ALTERADO NO ARQPDI01, GRAVAR A AUDITORIA DO ITEM E     *
      *    AJUSTAR O ESTOQUE PELA DIFERENCA                            *
      *----------------------------------------------------------------*
       2335-ATUALIZA-ITEM              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-COD-CLI-PED        TO FS-COD-CLI-PDI
           MOVE WRK-DATA-PED-BUSC      TO FS-DATA-PDI
           MOVE WRK-SEQ-PED-BUSC       TO FS-SEQ-PDI
           MOVE WRK-ITEM-NUM (WRK-IDX-ITEM) TO FS-NUM-ITEM-PDI
           READ ARQPDI01               KEY IS FS-CHAVE-PDI
           IF WRK-FS-ARQPDI01 EQUAL "00"
               MOVE FD-PED-ITEM        TO WRK-AUD-REG-ANTES
               IF WRK-ITEM-QTD (WRK-IDX-ITEM) EQUAL ZEROS
                   DELETE ARQPDI01 RECORD
                   MOVE SPACES         TO WRK-AUD-REG-DEPOIS
                   MOVE "EXCLUI ITEM"  TO WRK-AUD-OPERACAO
               ELSE
                   MOVE WRK-ITEM-QTD (WRK-IDX-ITEM) TO FS-QTD-PROD-PDI
                   MOVE WRK-ITEM-ICMS (WRK-IDX-ITEM) TO FS-VAL-ICMS-PDI
                   MOVE WRK-ITEM-IPI  (WRK-IDX-ITEM) TO FS-VAL-IPI-PDI
                   MOVE WRK-ITEM-ST   (WRK-IDX-ITEM) TO FS-VAL-ST-PDI
                   REWRITE FD-PED-ITEM
                   MOVE FD-PED-ITEM    TO WRK-AUD-REG-DEPOIS
                   MOVE "ALTERA ITEM"  TO WRK-AUD-OPERACAO
               END-IF
               IF WRK-FS-ARQPDI01 EQUAL "00"
                   PERFORM 2900-GRAVA-AUDITORIA
                   MOVE "AP"           TO WRK-MOV-TIPO
                   MOVE FS-CHAVE-PED   TO WRK-MOV-DOCUMENTO
                   COMPUTE WRK-QTD-DIF = WRK-ITEM-QTD (WRK-IDX-ITEM) -
                           WRK-ITEM-QTD-ANT (WRK-IDX-ITEM)
                   PERFORM 2340-AJUSTA-ESTOQUE
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2335-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA AJUSTAR A RESERVA DE ESTOQUE DE UM ITEM PELA    *
      *    DIFERENCA DE QUANTIDADE (POSITIVA BAIXA O SALDO, SEM DEIXAR *
      *    NEGATIVO; NEGATIVA DEVOLVE AO SALDO), GRAVANDO O MOVIMENTO  *
      *    NO KARDEX (ARQMOV01) COM O TIPO JA INFORMADO (AP OU CP)     *
      *----------------------------------------------------------------*
       2340-AJUSTA-ESTOQUE             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ITEM-COD (WRK-IDX-ITEM) TO FS-COD-PROD-EST
           READ ARQEST01               KEY IS FS-COD-PROD-EST
           IF WRK-FS-ARQEST01 EQUAL "00"
               MOVE FS-QTD-SALDO-EST   TO WRK-MOV-SALDO-ANT
               IF WRK-QTD-DIF GREATER ZEROS
                   IF WRK-QTD-DIF GREATER FS-QTD-SALDO-EST
                       MOVE ZEROS      TO FS-QTD-SALDO-EST
                   ELSE
                       SUBTRACT WRK-QTD-DIF FROM FS-QTD-SALDO-EST
                   END-IF
               ELSE
                   SUBTRACT WRK-QTD-DIF FROM FS-QTD-SALDO-EST
               END-IF
               REWRITE FD-ESTOQUE
               IF WRK-FS-ARQEST01 EQUAL "00"
                   PERFORM 2910-GRAVA-MOVIMENTO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2340-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA O MENU DE CANCELAMENTO DE UM PEDIDO EM ABERTO.  *
      *    O PEDIDO FICA COM STATUS C, O ESTOQUE DOS ITENS VOLTA AO    *
      *    SALDO E O VALOR SAI DO SALDO EM ABERTO DO CLIENTE           *
      *----------------------------------------------------------------*
       2400-MENU-CANCELA-PED           SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM 2205-ABRE-ARQUIVOS
           PERFORM 2210-BUSCA-PEDIDO
           IF WRK-PED-ACHADO EQUAL "S"
               IF WRK-PED-ALTERAVEL NOT EQUAL "S"
                   MOVE WRK-MSG-SITUACAO TO WRK-MSG-PED
                   DISPLAY TELA-PED-MSG
                   ACCEPT TELA-PED-MSG
               ELSE
                   DISPLAY TELA-PED-CANCELA
                   ACCEPT TELA-PED-CANCELA
                   IF FUNCTION UPPER-CASE(WRK-SIM-NAO) EQUAL "S"
                       PERFORM 2410-GRAVA-CANCELAMENTO
                   END-IF
               END-IF
           END-IF
           PERFORM 2290-FECHA-ARQUIVOS
           PERFORM 2010-MENU-PEDIDO.
      *
      *----------------------------------------------------------------*
       2400-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O CANCELAMENTO DO PEDIDO, DEVOLVER O     *
      *    ESTOQUE RESERVADO DOS ITENS E ESTORNAR O SALDO EM ABERTO    *
      *----------------------------------------------------------------*
       2410-GRAVA-CANCELAMENTO         SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQPED01               KEY IS FS-CHAVE-PED
           IF WRK-FS-ARQPED01 NOT EQUAL "00"
              OR FS-STATUS-PED NOT EQUAL "A"
               MOVE "PEDIDO ALTERADO POR OUTRO PROCESSO - REFAZER"
                                       TO WRK-MSG-PED
           ELSE
               MOVE FD-PEDIDO          TO WRK-AUD-REG-ANTES
               MOVE "C"                TO FS-STATUS-PED
               REWRITE FD-PEDIDO
               IF WRK-FS-ARQPED01 NOT EQUAL "00"
                   MOVE "ERRO AO CANCELAR O PEDIDO" TO WRK-MSG-PED
               ELSE
                   MOVE FD-PEDIDO      TO WRK-AUD-REG-DEPOIS
                   MOVE "CANCELAMENTO" TO WRK-AUD-OPERACAO
                   PERFORM 2900-GRAVA-AUDITORIA
                   MOVE "CP"           TO WRK-MOV-TIPO
                   MOVE FS-CHAVE-PED   TO WRK-MOV-DOCUMENTO
                   PERFORM VARYING WRK-IDX-ITEM FROM 1 BY 1
                           UNTIL WRK-IDX-ITEM GREATER WRK-QTD-ITENS
                       COMPUTE WRK-QTD-DIF = ZEROS -
                               WRK-ITEM-QTD-ANT (WRK-IDX-ITEM)
                       PERFORM 2340-AJUSTA-ESTOQUE
                   END-PERFORM
                   COMPUTE WRK-VAL-ACRESCIMO = ZEROS - FS-VAL-BRUTO-PED
                   PERFORM 2140-ATUALIZA-SALDO-CRED
                   MOVE "PEDIDO CANCELADO COM SUCESSO" TO WRK-MSG-PED
               END-IF
           END-IF
           DISPLAY TELA-PED-MSG
           ACCEPT TELA-PED-MSG.
      *
      *----------------------------------------------------------------*
       2410-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O REGISTRO DE AUDITORIA DA ALTERACAO DO  *
      *    PEDIDO COM O OPERADOR. CHAVE = CLIENTE, CHAVE 2 = SEQUENCIA *
      *    (A DATA DO PEDIDO ESTA NAS IMAGENS DO REGISTRO)             *
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
           MOVE "HBSI27AO"             TO FS-AUD-PROGRAMA
           MOVE LKS-OPE-CODIGO         TO FS-AUD-OPERADOR
           MOVE WRK-AUD-OPERACAO       TO FS-AUD-OPERACAO
           MOVE WRK-AUD-TIPO-REG       TO FS-AUD-TIPO-REG
           MOVE WRK-COD-CLI-PED        TO FS-AUD-COD-CHAVE
           MOVE WRK-SEQ-PED-BUSC       TO FS-AUD-COD-CHAVE-2
           MOVE WRK-AUD-REG-ANTES      TO FS-AUD-REG-ANTES
           MOVE WRK-AUD-REG-DEPOIS     TO FS-AUD-REG-DEPOIS
           WRITE FD-AUDITORIA
           CLOSE ARQAUDIT.
      *
      *----------------------------------------------------------------*
       2900-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O MOVIMENTO DE ESTOQUE (KARDEX) DO       *
      *    PRODUTO CORRENTE DO ARQEST01. A QUANTIDADE E A DIFERENCA    *
      *    ENTRE O SALDO ANTERIOR E O SALDO GRAVADO; SEM DIFERENCA     *
      *    NAO HA MOVIMENTO                                            *
      *----------------------------------------------------------------*
       2910-GRAVA-MOVIMENTO            SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-QTD-SALDO-EST NOT EQUAL WRK-MOV-SALDO-ANT
               ACCEPT WRK-MOV-DATA     FROM DATE YYYYMMDD
               ACCEPT WRK-MOV-HORA     FROM TIME
               OPEN EXTEND ARQMOV01
               IF WRK-FS-ARQMOV01 EQUAL "35"
                   OPEN OUTPUT ARQMOV01
               END-IF
               INITIALIZE FD-MOVIMENTO
               MOVE FS-COD-PROD-EST    TO FS-COD-PROD-MOV
               MOVE WRK-MOV-DATA       TO FS-DATA-MOV
               MOVE WRK-MOV-HORA (1:6) TO FS-HORA-MOV
               MOVE WRK-MOV-TIPO       TO FS-TIPO-MOV
               IF FS-QTD-SALDO-EST GREATER WRK-MOV-SALDO-ANT
                   MOVE "E"            TO FS-SENTIDO-MOV
                   COMPUTE FS-QTD-MOV = FS-QTD-SALDO-EST -
                                        WRK-MOV-SALDO-ANT
               ELSE
                   MOVE "S"            TO FS-SENTIDO-MOV
                   COMPUTE FS-QTD-MOV = WRK-MOV-SALDO-ANT -
                                        FS-QTD-SALDO-EST
               END-IF
               MOVE FS-QTD-SALDO-EST   TO FS-SALDO-MOV
               MOVE "HBSI27AO"         TO FS-PROGRAMA-MOV
               MOVE WRK-MOV-DOCUMENTO  TO FS-DOCUMENTO-MOV
               MOVE LKS-OPE-CODIGO     TO FS-OPERADOR-MOV
               WRITE FD-MOVIMENTO
               CLOSE ARQMOV01
           END-IF.
      *
      *----------------------------------------------------------------*
       2910-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA FINALIZAR PROCESSAMENTO                         *
      *----------------------------------------------------------------*
       3000-FINALIZAR                  SECTION.
