      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI51AO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI51AO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - DEMONSTRATIVO MENSAL DE REEMBOLSO *
      *                  DE QUILOMETRAGEM POR VENDEDOR. REFAZ O TRAJETO*
      *                  DE CADA DIA A PARTIR DAS VISITAS DO ARQVIS01  *
      *                  COM RESULTADO P OU S, NA SEQUENCIA DO ROTEIRO *
      *                  PLANEJADO (MESMO CRITERIO DO HBSI33AO - PARADA*
      *                  MAIS PROXIMA), SAINDO E VOLTANDO AS           *
      *                  COORDENADAS DO VENDEDOR. TOTALIZA OS KM POR   *
      *                  DIA E NO MES, APLICA O VALOR POR KM E O TETO  *
      *                  DIARIO DO ARQPKM01 E CONFRONTA COM A          *
      *                  QUILOMETRAGEM DECLARADA PELO VENDEDOR         *
      *                  (ARQKMD01), APONTANDO OS DIAS DECLARADOS MUITO*
      *                  ACIMA DA ROTA REFEITA OU SEM VISITA. O KM PAGO*
      *                  E O MENOR ENTRE O DECLARADO E O REFEITO. DIAS *
      *                  NAO UTEIS (ARQCAL01, VIA HBSI30DO) SAO        *
      *                  LISTADOS A PARTE, PENDENTES DE APROVACAO, E   *
      *                  NAO ENTRAM NO VALOR A REEMBOLSAR              *
      *    SYSIN.......: PERIODO AAAAMM (ZEROS = MES CORRENTE)         *
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
              SELECT ARQVIS01 ASSIGN   TO UT-S-ARQVIS01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-VIS
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQVIS01.
      *
              SELECT ARQPKM01 ASSIGN   TO UT-S-ARQPKM01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQPKM01.
      *
              SELECT ARQKMD01 ASSIGN   TO UT-S-ARQKMD01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-ARQKMD01.
      *
              SELECT RELKMV01 ASSIGN   TO UT-S-RELKMV01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELKMV01.
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
      *    INPUT  : ARQUIVO DE RESULTADO DAS VISITAS                   *
      *               ORG. DINAMICA - LRECL = 0053                     *
      *----------------------------------------------------------------*
      *
       FD ARQVIS01
          RECORD CONTAINS 53 CHARACTERS.
       01 FD-VISITA.
          05 FS-CHAVE-VIS.
             10 FS-COD-VEN-VIS     PIC 9(007).
             10 FS-COD-CLI-VIS     PIC 9(007).
             10 FS-DATA-VIS        PIC 9(008).
          05 FS-RESULT-VIS         PIC X(001).
          05 FS-OBS-VIS            PIC X(030).
      *
      *----------------------------------------------------------------*
      *    INPUT  : PARAMETROS DO REEMBOLSO DE QUILOMETRAGEM           *
      *               ORG. SEQUENCIAL - LRECL = 0080                   *
      *               VENDEDOR ZEROS = PARAMETRO GERAL (OBRIGATORIO);  *
      *               DEMAIS LINHAS SAO EXCECOES POR VENDEDOR. LINHA   *
      *               COM * NA COLUNA 1 E COMENTARIO. TOLERANCIA = %   *
      *               ACIMA DA ROTA REFEITA ACEITO NO KM DECLARADO     *
      *----------------------------------------------------------------*
      *
       FD ARQPKM01
          RECORD CONTAINS 80 CHARACTERS.
       01 FD-PARAMETRO-KM.
          05 FS-COD-VEN-PKM            PIC 9(007).
          05 FS-VALOR-KM-PKM           PIC 9(003)V9(004).
          05 FS-TETO-DIA-PKM           PIC 9(005)V9(002).
          05 FS-PCT-TOLER-PKM          PIC 9(003).
          05 FS-DESC-PKM               PIC X(030).
          05 FILLER                    PIC X(026).
      *
      *----------------------------------------------------------------*
      *    INPUT  : QUILOMETRAGEM DECLARADA PELOS VENDEDORES NOS       *
      *               RELATORIOS DE DESPESA (DIGITADA PELO FINANCEIRO) *
      *               ORG. SEQUENCIAL - LRECL = 0040                   *
      *----------------------------------------------------------------*
      *
       FD ARQKMD01
          RECORD CONTAINS 40 CHARACTERS.
       01 FD-KM-DECLARADO.
          05 FS-COD-VEN-KMD            PIC 9(007).
          05 FS-DATA-KMD               PIC 9(008).
          05 FS-KM-KMD                 PIC 9(005)V9(002).
          05 FILLER                    PIC X(018).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - DEMONSTRATIVO DE QUILOMETRAGEM         *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELKMV01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-KMV                PIC X(132).
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
           ' HBSI51AO - INICIO DA AREA DE WORKING '.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
       77  FILLER                      PIC X(050)      VALUE
           'AREA PARA VARIAVEIS AUXILIARES'.
      *----------------------------------------------------------------*
      *
       01  WRK-AREA-FS.
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVENCLI         PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCLI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVIS01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPKM01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQKMD01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELKMV01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-ANOMES-PESQ          PIC 9(006)      VALUE ZEROS.
           05 WRK-DATA-DIA             PIC 9(008)      VALUE ZEROS.
           05 WRK-PARAM-OK             PIC X(001)      VALUE "N".
           05 WRK-COD-VEN-ATU          PIC 9(007)      VALUE ZEROS.
           05 WRK-LAT-VEN              PIC S9(003)V9(008) VALUE ZEROS.
           05 WRK-LONG-VEN             PIC S9(003)V9(008) VALUE ZEROS.
           05 WRK-TEM-DECLARACAO       PIC X(001)      VALUE "N".
           05 WRK-TROCOU               PIC X(001)      VALUE "N".
           05 WRK-TIPO-IMPRESSAO       PIC 9(001)      VALUE ZEROS.
           05 WRK-QTD-PARADAS          PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-PAR              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-PROX             PIC 9(004)      VALUE ZEROS.
           05 WRK-NUM-PARADA           PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-VISITADAS        PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-VIS              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-VIS              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ORD              PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-DIAS             PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-DIA              PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-DCL              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-DCL              PIC 9(004)      VALUE ZEROS.
           05 WRK-QTD-PKM              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-PKM              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ACHOU            PIC 9(004)      VALUE ZEROS.
           05 WRK-LAT-ATUAL            PIC S9(003)V9(008) VALUE ZEROS.
           05 WRK-LONG-ATUAL           PIC S9(003)V9(008) VALUE ZEROS.
           05 WRK-LAT-DEST             PIC S9(003)V9(008) VALUE ZEROS.
           05 WRK-LONG-DEST            PIC S9(003)V9(008) VALUE ZEROS.
           05 WRK-KM-LIMITE            PIC 9(007)V9(004)  VALUE ZEROS.
      *
       01  WRK-PARAMETROS-VEN.
           05 WRK-PAD-VALOR-KM         PIC 9(003)V9(004) VALUE ZEROS.
           05 WRK-PAD-TETO-DIA         PIC 9(005)V9(002) VALUE ZEROS.
           05 WRK-PAD-PCT-TOLER        PIC 9(003)        VALUE ZEROS.
           05 WRK-VALOR-KM             PIC 9(003)V9(004) VALUE ZEROS.
           05 WRK-TETO-DIA             PIC 9(005)V9(002) VALUE ZEROS.
           05 WRK-PCT-TOLER            PIC 9(003)        VALUE ZEROS.
      *
       01  WRK-TOTAIS-VEN.
           05 WRK-VEN-DIAS-UTIL        PIC 9(003)        VALUE ZEROS.
           05 WRK-VEN-KM-UTIL          PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-VEN-VAL-UTIL         PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-VEN-DIAS-NUTIL       PIC 9(003)        VALUE ZEROS.
           05 WRK-VEN-KM-NUTIL         PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-VEN-VAL-NUTIL        PIC 9(007)V9(002) VALUE ZEROS.
           05 WRK-VEN-DIAS-ALERTA      PIC 9(003)        VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-VENDEDORES       PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VISITAS          PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-DIAS-ALERTA      PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-REJEITADOS       PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VAL-UTIL         PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-NUTIL        PIC 9(009)V9(002) VALUE ZEROS.
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
           'AREA PARA CALCULO DE DISTANCIA EM KM'.
      *----------------------------------------------------------------*
      *
       01  WRK-CALC-DIST.
           05 WRK-KM-POR-GRAU          PIC 9(003)V9(004) VALUE 111,3200.
           05 WRK-GRAU-RADIANO         PIC 9(001)V9(010)
                                       VALUE 0,0174532925.
           05 WRK-DIF-LAT              PIC S9(003)V9(008).
           05 WRK-DIF-LONG             PIC S9(003)V9(008).
           05 WRK-LAT-MEDIA-RAD        PIC S9(001)V9(010).
           05 WRK-COS-LAT              PIC S9(001)V9(010).
           05 WRK-KM-LAT               PIC S9(005)V9(006).
           05 WRK-KM-LONG              PIC S9(005)V9(006).
           05 WRK-SOMA-QUAD            PIC S9(010)V9(006).
           05 WRK-KM-TRECHO            PIC 9(005)V9(004).
           05 WRK-DIST-ATUAL           PIC S9(009)V9(008).
           05 WRK-MENOR-DIST           PIC S9(009)V9(008).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE PARAMETROS POR VENDEDOR'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-PARAMETROS.
           05 WRK-TAB-PKM OCCURS 500 TIMES.
              10 WRK-PKM-COD-VEN       PIC 9(007).
              10 WRK-PKM-VALOR-KM      PIC 9(003)V9(004).
              10 WRK-PKM-TETO-DIA      PIC 9(005)V9(002).
              10 WRK-PKM-PCT-TOLER     PIC 9(003).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE KM DECLARADO NO PERIODO'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-DECLARADAS.
           05 WRK-TAB-DCL OCCURS 9999 TIMES.
              10 WRK-DCL-COD-VEN       PIC 9(007).
              10 WRK-DCL-DATA          PIC 9(008).
              10 WRK-DCL-KM            PIC 9(005)V9(002).
              10 WRK-DCL-USADA         PIC X(001).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE PARADAS DO ROTEIRO PLANEJADO'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-PARADAS.
           05 WRK-TAB-PAR OCCURS 2000 TIMES.
              10 WRK-PAR-COD-CLI       PIC 9(007).
              10 WRK-PAR-RAZ-SOCI      PIC X(040).
              10 WRK-PAR-LAT           PIC S9(003)V9(008).
              10 WRK-PAR-LONG          PIC S9(003)V9(008).
              10 WRK-PAR-VISITADA      PIC X(001).
              10 WRK-PAR-SEQ           PIC 9(004).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE VISITAS DO VENDEDOR NO MES'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-VISITAS.
           05 WRK-TAB-VIS OCCURS 3000 TIMES.
              10 WRK-VIS-ORDEM.
                 15 WRK-VIS-DATA       PIC 9(008).
                 15 WRK-VIS-SEQ        PIC 9(004).
              10 WRK-VIS-COD-CLI       PIC 9(007).
              10 WRK-VIS-RAZ-SOCI      PIC X(040).
              10 WRK-VIS-LAT           PIC S9(003)V9(008).
              10 WRK-VIS-LONG          PIC S9(003)V9(008).
              10 WRK-VIS-RESULT        PIC X(001).
              10 WRK-VIS-KM-TRECHO     PIC 9(005)V9(004).
      *
       01  WRK-TROCA-VIS               PIC X(091).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA TABELA DE DIAS DO VENDEDOR NO MES'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-DIAS.
           05 WRK-TAB-DIA OCCURS 31 TIMES.
              10 WRK-DIA-DATA          PIC 9(008).
              10 WRK-DIA-IDX-INI       PIC 9(004).
              10 WRK-DIA-IDX-FIM       PIC 9(004).
              10 WRK-DIA-QTD-VIS       PIC 9(004).
              10 WRK-DIA-KM            PIC 9(005)V9(004).
              10 WRK-DIA-KM-RETORNO    PIC 9(005)V9(004).
              10 WRK-DIA-TEM-DECL      PIC X(001).
              10 WRK-DIA-KM-DECL       PIC 9(005)V9(002).
              10 WRK-DIA-KM-PAGO       PIC 9(005)V9(002).
              10 WRK-DIA-VALOR         PIC 9(007)V9(002).
              10 WRK-DIA-TIPO          PIC 9(001).
              10 WRK-DIA-ALERTA        PIC X(001).
              10 WRK-DIA-OBS           PIC X(025).
      *
       01  WRK-TROCA-DIA               PIC X(089).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(041)      VALUE
              'HBSI51AO - DEMONSTRATIVO DE REEMBOLSO DE '.
           05 FILLER                   PIC X(024)      VALUE
              'QUILOMETRAGEM - PERIODO '.
           05 WRK-CAB-ANOMES           PIC 9999/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(060)      VALUE
              'ROTA DO DIA REFEITA PELAS VISITAS COM RESULTADO P/S NA '.
           05 FILLER                   PIC X(060)      VALUE
              'SEQUENCIA DO ROTEIRO, SAINDO E VOLTANDO AO VENDEDOR'.
      *
       01  WRK-CAB-COL.
           05 FILLER                   PIC X(014)      VALUE
              '  DATA'.
           05 FILLER                   PIC X(013)      VALUE
              'DIA'.
           05 FILLER                   PIC X(007)      VALUE
              'VISITAS'.
           05 FILLER                   PIC X(011)      VALUE
              '    KM ROTA'.
           05 FILLER                   PIC X(012)      VALUE
              'KM DECLARADO'.
           05 FILLER                   PIC X(012)      VALUE
              '     KM PAGO'.
           05 FILLER                   PIC X(012)      VALUE
              '       VALOR'.
           05 FILLER                   PIC X(012)      VALUE
              '  OBSERVACAO'.
      *
       01  WRK-CAB-NAO-UTEIS.
           05 FILLER                   PIC X(060)      VALUE
              '  DIAS NAO UTEIS - PENDENTES DE APROVACAO DO FINANCEIRO'.
      *
       01  WRK-DET-VEN.
           05 FILLER                   PIC X(010)      VALUE
              'VENDEDOR: '.
           05 WRK-DET-COD-VEN          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-NOME-VEN         PIC X(040).
           05 FILLER                   PIC X(012)      VALUE
              '  VALOR/KM: '.
           05 WRK-DET-VALOR-KM         PIC ZZ9,9999.
           05 FILLER                   PIC X(016)      VALUE
              '  TETO DIARIO: '.
           05 WRK-DET-TETO-DIA         PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(015)      VALUE
              '  TOLERANCIA: '.
           05 WRK-DET-PCT-TOLER        PIC ZZ9.
           05 FILLER                   PIC X(002)      VALUE ' %'.
      *
       01  WRK-DET-DIA.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DATA             PIC 9999/99/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-TIPO-DIA         PIC X(013).
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-QTD-VIS          PIC ZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-KM-ROTA          PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-KM-DECL          PIC ZZ.ZZ9,99 BLANK WHEN ZERO.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-KM-PAGO          PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VALOR            PIC ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-OBS              PIC X(025).
      *
       01  WRK-DET-PARADA.
           05 FILLER                   PIC X(016)      VALUE SPACES.
           05 FILLER                   PIC X(007)      VALUE
              'PARADA '.
           05 WRK-DET-NUM-PARADA       PIC ZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-COD-CLI          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-RAZ-SOCI         PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-RESULT           PIC X(010).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-KM-TRECHO        PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE ' KM'.
      *
       01  WRK-DET-RETORNO.
           05 FILLER                   PIC X(016)      VALUE SPACES.
           05 FILLER                   PIC X(075)      VALUE
              'RETORNO AO ENDERECO DO VENDEDOR'.
           05 WRK-DET-KM-RETORNO       PIC ZZ.ZZ9,99.
           05 FILLER                   PIC X(003)      VALUE ' KM'.
      *
       01  WRK-TOT-VEN-01.
           05 FILLER                   PIC X(027)      VALUE
              '  DIAS UTEIS.............: '.
           05 WRK-TOT-DIAS-UTIL        PIC ZZ9.
           05 FILLER                   PIC X(013)      VALUE
              '   KM PAGOS: '.
           05 WRK-TOT-KM-UTIL          PIC ZZZ.ZZ9,99.
           05 FILLER                   PIC X(032)      VALUE
              '   VALOR A REEMBOLSAR.........: '.
           05 WRK-TOT-VAL-UTIL-VEN     PIC ZZZ.ZZ9,99.
      *
       01  WRK-TOT-VEN-02.
           05 FILLER                   PIC X(027)      VALUE
              '  DIAS NAO UTEIS.........: '.
           05 WRK-TOT-DIAS-NUTIL       PIC ZZ9.
           05 FILLER                   PIC X(013)      VALUE
              '   KM PAGOS: '.
           05 WRK-TOT-KM-NUTIL         PIC ZZZ.ZZ9,99.
           05 FILLER                   PIC X(032)      VALUE
              '   VALOR PENDENTE DE APROVACAO: '.
           05 WRK-TOT-VAL-NUTIL-VEN    PIC ZZZ.ZZ9,99.
      *
       01  WRK-TOT-VEN-03.
           05 FILLER                   PIC X(027)      VALUE
              '  DIAS COM ALERTA........: '.
           05 WRK-TOT-ALERTA-VEN       PIC ZZ9.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(029)      VALUE
              'VENDEDORES NO DEMONSTRATIVO:'.
           05 WRK-ROD-VENDEDORES       PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(029)      VALUE
              'VISITAS P/S NO PERIODO.....:'.
           05 WRK-ROD-VISITAS          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(029)      VALUE
              'DIAS COM ALERTA............:'.
           05 WRK-ROD-ALERTAS          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(029)      VALUE
              'VALOR A REEMBOLSAR.........:'.
           05 WRK-ROD-VAL-UTIL         PIC ZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-05.
           05 FILLER                   PIC X(029)      VALUE
              'PENDENTE DE APROVACAO......:'.
           05 WRK-ROD-VAL-NUTIL        PIC ZZ.ZZZ.ZZ9,99.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           ' HBSI51AO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE LEITURA DO PARAMETRO, ABERTURA DOS ARQUIVOS,      *
      *    CARGA DAS TABELAS E IMPRESSAO DO CABECALHO                  *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           DISPLAY "HBSI51AO - INICIO DO DEMONSTRATIVO DE QUILOMETRAGEM"
           ACCEPT WRK-ANOMES-PESQ
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           IF WRK-ANOMES-PESQ NOT NUMERIC
              OR WRK-ANOMES-PESQ EQUAL ZEROS
               MOVE WRK-DATA-DIA (1:6) TO WRK-ANOMES-PESQ
           END-IF
      *
           OPEN INPUT  ARQVEN01
           OPEN INPUT  ARQVENCLI
           OPEN INPUT  ARQCLI01
           OPEN INPUT  ARQVIS01
           OPEN OUTPUT RELKMV01
      *
           PERFORM 1100-CARREGA-PARAMETROS
           PERFORM 1200-CARREGA-DECLARADAS
      *
           MOVE WRK-ANOMES-PESQ        TO WRK-CAB-ANOMES
           WRITE REL-LINHA-KMV         FROM WRK-CAB-01
           WRITE REL-LINHA-KMV         FROM WRK-CAB-02
           MOVE SPACES                 TO REL-LINHA-KMV
           WRITE REL-LINHA-KMV.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR O PARAMETRO GERAL E AS EXCECOES POR    *
      *    VENDEDOR DO ARQPKM01. SEM O PARAMETRO GERAL O PROGRAMA NAO  *
      *    EMITE O DEMONSTRATIVO E TERMINA COM RETURN-CODE 8           *
      *----------------------------------------------------------------*
       1100-CARREGA-PARAMETROS         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "N"                    TO WRK-PARAM-OK
           MOVE ZEROS                  TO WRK-QTD-PKM
           OPEN INPUT ARQPKM01
           IF WRK-FS-ARQPKM01 EQUAL "00"
               READ ARQPKM01
               PERFORM UNTIL WRK-FS-ARQPKM01 NOT EQUAL "00"
                   IF FD-PARAMETRO-KM (1:1) NOT EQUAL "*"
                       PERFORM 1110-TRATA-PARAMETRO
                   END-IF
                   READ ARQPKM01
               END-PERFORM
               CLOSE ARQPKM01
           END-IF
      *
           IF WRK-PARAM-OK EQUAL "N"
               DISPLAY "HBSI51AO - ARQPKM01 SEM O PARAMETRO GERAL "
                       "(VENDEDOR ZEROS) - DEMONSTRATIVO NAO EMITIDO"
               MOVE 8 TO RETURN-CODE
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VALIDAR UMA LINHA DO ARQPKM01 E GUARDAR O       *
      *    PARAMETRO GERAL OU A EXCECAO DO VENDEDOR                    *
      *----------------------------------------------------------------*
       1110-TRATA-PARAMETRO            SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-COD-VEN-PKM NOT NUMERIC
              OR FS-VALOR-KM-PKM NOT NUMERIC
              OR FS-TETO-DIA-PKM NOT NUMERIC
              OR FS-PCT-TOLER-PKM NOT NUMERIC
               DISPLAY "HBSI51AO - LINHA INVALIDA NO ARQPKM01: "
                       FD-PARAMETRO-KM (1:24)
               ADD 1                   TO WRK-TOT-REJEITADOS
           ELSE
               IF FS-COD-VEN-PKM EQUAL ZEROS
                   MOVE "S"            TO WRK-PARAM-OK
                   MOVE FS-VALOR-KM-PKM TO WRK-PAD-VALOR-KM
                   MOVE FS-TETO-DIA-PKM TO WRK-PAD-TETO-DIA
                   MOVE FS-PCT-TOLER-PKM TO WRK-PAD-PCT-TOLER
               ELSE
                   IF WRK-QTD-PKM LESS 500
                       ADD 1           TO WRK-QTD-PKM
                       MOVE FS-COD-VEN-PKM
                            TO WRK-PKM-COD-VEN   (WRK-QTD-PKM)
                       MOVE FS-VALOR-KM-PKM
                            TO WRK-PKM-VALOR-KM  (WRK-QTD-PKM)
                       MOVE FS-TETO-DIA-PKM
                            TO WRK-PKM-TETO-DIA  (WRK-QTD-PKM)
                       MOVE FS-PCT-TOLER-PKM
                            TO WRK-PKM-PCT-TOLER (WRK-QTD-PKM)
                   ELSE
                       DISPLAY "HBSI51AO - EXCECAO IGNORADA (TABELA "
                               "CHEIA) - VENDEDOR " FS-COD-VEN-PKM
                       ADD 1           TO WRK-TOT-REJEITADOS
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR A QUILOMETRAGEM DECLARADA NO PERIODO.  *
      *    MAIS DE UMA DECLARACAO DO MESMO VENDEDOR NO MESMO DIA E     *
      *    SOMADA. SEM O ARQUIVO NENHUM DIA TEM KM DECLARADO           *
      *----------------------------------------------------------------*
       1200-CARREGA-DECLARADAS         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-DCL
           OPEN INPUT ARQKMD01
           IF WRK-FS-ARQKMD01 EQUAL "00"
               READ ARQKMD01
               PERFORM UNTIL WRK-FS-ARQKMD01 NOT EQUAL "00"
                   PERFORM 1210-TRATA-DECLARADA
                   READ ARQKMD01
               END-PERFORM
               CLOSE ARQKMD01
           ELSE
               DISPLAY "HBSI51AO - ARQKMD01 NAO DISPONIVEL - SEM KM "
                       "DECLARADO NO PERIODO"
           END-IF.
      *
      *----------------------------------------------------------------*
       1200-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GUARDAR UMA DECLARACAO DO PERIODO NA TABELA     *
      *----------------------------------------------------------------*
       1210-TRATA-DECLARADA            SECTION.
      *----------------------------------------------------------------*
      *
           IF FS-COD-VEN-KMD NOT NUMERIC
              OR FS-DATA-KMD NOT NUMERIC
              OR FS-KM-KMD NOT NUMERIC
               DISPLAY "HBSI51AO - LINHA INVALIDA NO ARQKMD01: "
                       FD-KM-DECLARADO (1:22)
               ADD 1                   TO WRK-TOT-REJEITADOS
           ELSE
               IF FS-DATA-KMD (1:6) EQUAL WRK-ANOMES-PESQ
                   MOVE ZEROS          TO WRK-IDX-ACHOU
                   PERFORM VARYING WRK-IDX-DCL FROM 1 BY 1
                           UNTIL WRK-IDX-DCL GREATER WRK-QTD-DCL
                       IF WRK-DCL-COD-VEN (WRK-IDX-DCL)
                                       EQUAL FS-COD-VEN-KMD
                          AND WRK-DCL-DATA (WRK-IDX-DCL)
                                       EQUAL FS-DATA-KMD
                           MOVE WRK-IDX-DCL TO WRK-IDX-ACHOU
                           MOVE WRK-QTD-DCL TO WRK-IDX-DCL
                       END-IF
                   END-PERFORM
                   IF WRK-IDX-ACHOU GREATER ZEROS
                       ADD FS-KM-KMD   TO WRK-DCL-KM (WRK-IDX-ACHOU)
                   ELSE
                       IF WRK-QTD-DCL LESS 9999
                           ADD 1       TO WRK-QTD-DCL
                           MOVE FS-COD-VEN-KMD
                                TO WRK-DCL-COD-VEN (WRK-QTD-DCL)
                           MOVE FS-DATA-KMD
                                TO WRK-DCL-DATA    (WRK-QTD-DCL)
                           MOVE FS-KM-KMD
                                TO WRK-DCL-KM      (WRK-QTD-DCL)
                           MOVE "N"
                                TO WRK-DCL-USADA   (WRK-QTD-DCL)
                       ELSE
                           DISPLAY "HBSI51AO - DECLARACAO IGNORADA "
                                   "(TABELA CHEIA) - VENDEDOR "
                                   FS-COD-VEN-KMD " DATA " FS-DATA-KMD
                           ADD 1       TO WRK-TOT-REJEITADOS
                       END-IF
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1210-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UM VENDEDOR POR VEZ (ATIVO OU     *
      *    NAO, POIS PODE TER RODADO NO MES ANTES DE SER DESLIGADO)    *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PARAM-OK EQUAL "S"
               READ ARQVEN01 NEXT RECORD
               PERFORM UNTIL WRK-FS-ARQVEN01 NOT EQUAL "00"
                   PERFORM 2010-PROCESSA-VENDEDOR
                   READ ARQVEN01 NEXT RECORD
               END-PERFORM
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR E IMPRIMIR O DEMONSTRATIVO DO VENDEDOR   *
      *    CORRENTE, SE ELE TEM VISITA OU KM DECLARADO NO PERIODO      *
      *----------------------------------------------------------------*
       2010-PROCESSA-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-VEN             TO WRK-COD-VEN-ATU
           MOVE FS-LAT-VEN             TO WRK-LAT-VEN
           MOVE FS-LONG-VEN            TO WRK-LONG-VEN
      *
           MOVE "N"                    TO WRK-TEM-DECLARACAO
           PERFORM VARYING WRK-IDX-DCL FROM 1 BY 1
                   UNTIL WRK-IDX-DCL GREATER WRK-QTD-DCL
               IF WRK-DCL-COD-VEN (WRK-IDX-DCL) EQUAL WRK-COD-VEN-ATU
                   MOVE "S"            TO WRK-TEM-DECLARACAO
                   MOVE WRK-QTD-DCL    TO WRK-IDX-DCL
               END-IF
           END-PERFORM
      *
           PERFORM 2020-MONTA-ROTEIRO
           PERFORM 2040-CARREGA-VISITAS
      *
           IF WRK-QTD-VIS GREATER ZEROS
              OR WRK-TEM-DECLARACAO EQUAL "S"
               ADD 1                   TO WRK-TOT-VENDEDORES
               PERFORM 2050-ORDENA-VISITAS
               PERFORM 2060-MONTA-DIAS
               PERFORM 2070-DECLARADAS-SEM-VISITA
               PERFORM 2075-ORDENA-DIAS
               PERFORM 2080-BUSCA-PARAMETRO
               PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                       UNTIL WRK-IDX-DIA GREATER WRK-QTD-DIAS
                   PERFORM 2085-AVALIA-DIA
               END-PERFORM
               PERFORM 2090-IMPRIME-VENDEDOR
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA MONTAR O ROTEIRO PLANEJADO DO VENDEDOR: CLIENTES*
      *    ATIVOS ATRIBUIDOS NO ARQVENCLI NA ORDEM DA PARADA MAIS      *
      *    PROXIMA, PARTINDO DAS COORDENADAS DO VENDEDOR (HBSI33AO)    *
      *----------------------------------------------------------------*
       2020-MONTA-ROTEIRO              SECTION.
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
                       PERFORM 2025-CARREGA-PARADA
                   ELSE
                       MOVE "10"        TO WRK-FS-ARQVENCLI
                   END-IF
               END-IF
           END-PERFORM
      *
           MOVE WRK-LAT-VEN            TO WRK-LAT-ATUAL
           MOVE WRK-LONG-VEN           TO WRK-LONG-ATUAL
           MOVE ZEROS                  TO WRK-NUM-PARADA
                                          WRK-QTD-VISITADAS
           PERFORM UNTIL WRK-QTD-VISITADAS NOT LESS WRK-QTD-PARADAS
               PERFORM 2030-ACHA-PROXIMA-PARADA
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
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR UMA PARADA COM AS COORDENADAS DO       *
      *    CLIENTE ATIVO ATRIBUIDO AO VENDEDOR CORRENTE                *
      *----------------------------------------------------------------*
       2025-CARREGA-PARADA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-CLI-VC          TO FS-COD-CLI
           READ ARQCLI01               KEY IS FS-COD-CLI
           IF WRK-FS-ARQCLI01 EQUAL "00"
              AND FS-STATUS-CLI EQUAL "A"
               ADD 1                    TO WRK-QTD-PARADAS
               MOVE FS-COD-CLI
                    TO WRK-PAR-COD-CLI  (WRK-QTD-PARADAS)
               MOVE FS-RAZ-SOCI-CLI
                    TO WRK-PAR-RAZ-SOCI (WRK-QTD-PARADAS)
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
       2025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ACHAR A PARADA NAO VISITADA MAIS PROXIMA DA     *
      *    POSICAO ATUAL                                               *
      *----------------------------------------------------------------*
       2030-ACHA-PROXIMA-PARADA        SECTION.
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
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR AS VISITAS DO VENDEDOR NO PERIODO COM  *
      *    RESULTADO P (COM PEDIDO) OU S (SEM PEDIDO)                  *
      *----------------------------------------------------------------*
       2040-CARREGA-VISITAS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-VIS
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-VIS
           MOVE ZEROS                  TO FS-COD-CLI-VIS
                                          FS-DATA-VIS
           START ARQVIS01 KEY IS NOT LESS FS-CHAVE-VIS
           PERFORM UNTIL WRK-FS-ARQVIS01 NOT EQUAL "00"
               READ ARQVIS01 NEXT RECORD
               IF WRK-FS-ARQVIS01 EQUAL "00"
                   IF FS-COD-VEN-VIS EQUAL WRK-COD-VEN-ATU
                       IF FS-DATA-VIS (1:6) EQUAL WRK-ANOMES-PESQ
                          AND (FS-RESULT-VIS EQUAL "P"
                           OR  FS-RESULT-VIS EQUAL "S")
                           PERFORM 2045-CARREGA-VISITA
                       END-IF
                   ELSE
                       MOVE "10"        TO WRK-FS-ARQVIS01
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GUARDAR UMA VISITA COM A SEQUENCIA DO CLIENTE NO*
      *    ROTEIRO. CLIENTE FORA DO ROTEIRO ATUAL (INATIVADO OU        *
      *    TRANSFERIDO) ENTRA NO FIM DO DIA COM AS COORDENADAS DO      *
      *    CADASTRO                                                    *
      *----------------------------------------------------------------*
       2045-CARREGA-VISITA             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-IDX-ACHOU
           PERFORM VARYING WRK-IDX-PAR FROM 1 BY 1
                   UNTIL WRK-IDX-PAR GREATER WRK-QTD-PARADAS
               IF WRK-PAR-COD-CLI (WRK-IDX-PAR) EQUAL FS-COD-CLI-VIS
                   MOVE WRK-IDX-PAR    TO WRK-IDX-ACHOU
                   MOVE WRK-QTD-PARADAS TO WRK-IDX-PAR
               END-IF
           END-PERFORM
      *
           IF WRK-IDX-ACHOU EQUAL ZEROS
               MOVE FS-COD-CLI-VIS     TO FS-COD-CLI
               READ ARQCLI01           KEY IS FS-COD-CLI
               IF WRK-FS-ARQCLI01 NOT EQUAL "00"
                   DISPLAY "HBSI51AO - VISITA IGNORADA - CLIENTE "
                           FS-COD-CLI-VIS " NAO CADASTRADO"
                   ADD 1               TO WRK-TOT-REJEITADOS
               END-IF
           END-IF
      *
           IF WRK-IDX-ACHOU GREATER ZEROS
              OR WRK-FS-ARQCLI01 EQUAL "00"
               IF WRK-QTD-VIS NOT LESS 3000
                   DISPLAY "HBSI51AO - VISITA IGNORADA (TABELA CHEIA) "
                           "- VENDEDOR " WRK-COD-VEN-ATU
                           " CLIENTE " FS-COD-CLI-VIS
                   ADD 1               TO WRK-TOT-REJEITADOS
               ELSE
                   ADD 1               TO WRK-QTD-VIS
                                          WRK-TOT-VISITAS
                   MOVE FS-DATA-VIS    TO WRK-VIS-DATA (WRK-QTD-VIS)
                   MOVE FS-COD-CLI-VIS TO WRK-VIS-COD-CLI (WRK-QTD-VIS)
                   MOVE FS-RESULT-VIS  TO WRK-VIS-RESULT (WRK-QTD-VIS)
                   MOVE ZEROS          TO WRK-VIS-KM-TRECHO
                                                      (WRK-QTD-VIS)
                   IF WRK-IDX-ACHOU GREATER ZEROS
                       MOVE WRK-PAR-SEQ      (WRK-IDX-ACHOU)
                            TO WRK-VIS-SEQ      (WRK-QTD-VIS)
                       MOVE WRK-PAR-RAZ-SOCI (WRK-IDX-ACHOU)
                            TO WRK-VIS-RAZ-SOCI (WRK-QTD-VIS)
                       MOVE WRK-PAR-LAT      (WRK-IDX-ACHOU)
                            TO WRK-VIS-LAT      (WRK-QTD-VIS)
                       MOVE WRK-PAR-LONG     (WRK-IDX-ACHOU)
                            TO WRK-VIS-LONG     (WRK-QTD-VIS)
                   ELSE
                       MOVE 9999
                            TO WRK-VIS-SEQ      (WRK-QTD-VIS)
                       MOVE FS-RAZ-SOCI-CLI
                            TO WRK-VIS-RAZ-SOCI (WRK-QTD-VIS)
                       MOVE FS-LAT-CLI
                            TO WRK-VIS-LAT      (WRK-QTD-VIS)
                       MOVE FS-LONG-CLI
                            TO WRK-VIS-LONG     (WRK-QTD-VIS)
                   END-IF
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2045-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR AS VISITAS POR DATA E SEQUENCIA DO      *
      *    ROTEIRO                                                     *
      *----------------------------------------------------------------*
       2050-ORDENA-VISITAS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-VIS
                   IF WRK-VIS-ORDEM (WRK-IDX-ORD) GREATER
                      WRK-VIS-ORDEM (WRK-IDX-ORD + 1)
                       MOVE WRK-TAB-VIS (WRK-IDX-ORD)
                                       TO WRK-TROCA-VIS
                       MOVE WRK-TAB-VIS (WRK-IDX-ORD + 1)
                                       TO WRK-TAB-VIS (WRK-IDX-ORD)
                       MOVE WRK-TROCA-VIS
                                       TO WRK-TAB-VIS (WRK-IDX-ORD + 1)
                       MOVE "S"        TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REFAZER O TRAJETO DE CADA DIA: SAI DO VENDEDOR, *
      *    PASSA PELAS VISITAS NA ORDEM DO ROTEIRO E VOLTA AO VENDEDOR *
      *----------------------------------------------------------------*
       2060-MONTA-DIAS                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-DIAS
           PERFORM VARYING WRK-IDX-VIS FROM 1 BY 1
                   UNTIL WRK-IDX-VIS GREATER WRK-QTD-VIS
               IF WRK-QTD-DIAS EQUAL ZEROS
                  OR WRK-VIS-DATA (WRK-IDX-VIS) NOT EQUAL
                     WRK-DIA-DATA (WRK-QTD-DIAS)
                   IF WRK-QTD-DIAS GREATER ZEROS
                       PERFORM 2065-FECHA-DIA
                   END-IF
                   ADD 1               TO WRK-QTD-DIAS
                   INITIALIZE WRK-TAB-DIA (WRK-QTD-DIAS)
                   MOVE WRK-VIS-DATA (WRK-IDX-VIS)
                                  TO WRK-DIA-DATA    (WRK-QTD-DIAS)
                   MOVE WRK-IDX-VIS
                                  TO WRK-DIA-IDX-INI (WRK-QTD-DIAS)
                   MOVE "N"       TO WRK-DIA-TEM-DECL (WRK-QTD-DIAS)
                                     WRK-DIA-ALERTA   (WRK-QTD-DIAS)
                   MOVE WRK-LAT-VEN    TO WRK-LAT-ATUAL
                   MOVE WRK-LONG-VEN   TO WRK-LONG-ATUAL
               END-IF
      *
               MOVE WRK-VIS-LAT  (WRK-IDX-VIS) TO WRK-LAT-DEST
               MOVE WRK-VIS-LONG (WRK-IDX-VIS) TO WRK-LONG-DEST
               PERFORM 2200-CALCULA-TRECHO
               MOVE WRK-KM-TRECHO TO WRK-VIS-KM-TRECHO (WRK-IDX-VIS)
               ADD WRK-KM-TRECHO  TO WRK-DIA-KM      (WRK-QTD-DIAS)
               ADD 1              TO WRK-DIA-QTD-VIS (WRK-QTD-DIAS)
               MOVE WRK-IDX-VIS   TO WRK-DIA-IDX-FIM (WRK-QTD-DIAS)
               MOVE WRK-LAT-DEST       TO WRK-LAT-ATUAL
               MOVE WRK-LONG-DEST      TO WRK-LONG-ATUAL
           END-PERFORM
      *
           IF WRK-QTD-DIAS GREATER ZEROS
               PERFORM 2065-FECHA-DIA
           END-IF.
      *
      *----------------------------------------------------------------*
       2060-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA SOMAR O RETORNO AO VENDEDOR NO DIA CORRENTE E   *
      *    BUSCAR O KM DECLARADO PARA O DIA                            *
      *----------------------------------------------------------------*
       2065-FECHA-DIA                  SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-LAT-VEN            TO WRK-LAT-DEST
           MOVE WRK-LONG-VEN           TO WRK-LONG-DEST
           PERFORM 2200-CALCULA-TRECHO
           MOVE WRK-KM-TRECHO     TO WRK-DIA-KM-RETORNO (WRK-QTD-DIAS)
           ADD WRK-KM-TRECHO      TO WRK-DIA-KM         (WRK-QTD-DIAS)
      *
           PERFORM VARYING WRK-IDX-DCL FROM 1 BY 1
                   UNTIL WRK-IDX-DCL GREATER WRK-QTD-DCL
               IF WRK-DCL-COD-VEN (WRK-IDX-DCL) EQUAL WRK-COD-VEN-ATU
                  AND WRK-DCL-DATA (WRK-IDX-DCL) EQUAL
                      WRK-DIA-DATA (WRK-QTD-DIAS)
                   MOVE "S"   TO WRK-DCL-USADA    (WRK-IDX-DCL)
                                 WRK-DIA-TEM-DECL (WRK-QTD-DIAS)
                   MOVE WRK-DCL-KM (WRK-IDX-DCL)
                              TO WRK-DIA-KM-DECL  (WRK-QTD-DIAS)
                   MOVE WRK-QTD-DCL    TO WRK-IDX-DCL
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2065-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR OS DIAS COM KM DECLARADO PELO VENDEDOR  *
      *    SEM NENHUMA VISITA P/S REGISTRADA NA DATA                   *
      *----------------------------------------------------------------*
       2070-DECLARADAS-SEM-VISITA      SECTION.
      *----------------------------------------------------------------*
      *
           PERFORM VARYING WRK-IDX-DCL FROM 1 BY 1
                   UNTIL WRK-IDX-DCL GREATER WRK-QTD-DCL
               IF WRK-DCL-COD-VEN (WRK-IDX-DCL) EQUAL WRK-COD-VEN-ATU
                  AND WRK-DCL-USADA (WRK-IDX-DCL) EQUAL "N"
                  AND WRK-QTD-DIAS LESS 31
                   MOVE "S"            TO WRK-DCL-USADA (WRK-IDX-DCL)
                   ADD 1               TO WRK-QTD-DIAS
                   INITIALIZE WRK-TAB-DIA (WRK-QTD-DIAS)
                   MOVE WRK-DCL-DATA (WRK-IDX-DCL)
                                  TO WRK-DIA-DATA     (WRK-QTD-DIAS)
                   MOVE "S"       TO WRK-DIA-TEM-DECL (WRK-QTD-DIAS)
                   MOVE "N"       TO WRK-DIA-ALERTA   (WRK-QTD-DIAS)
                   MOVE WRK-DCL-KM (WRK-IDX-DCL)
                                  TO WRK-DIA-KM-DECL  (WRK-QTD-DIAS)
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2070-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR OS DIAS DO VENDEDOR POR DATA            *
      *----------------------------------------------------------------*
       2075-ORDENA-DIAS                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-DIAS
                   IF WRK-DIA-DATA (WRK-IDX-ORD) GREATER
                      WRK-DIA-DATA (WRK-IDX-ORD + 1)
                       MOVE WRK-TAB-DIA (WRK-IDX-ORD)
                                       TO WRK-TROCA-DIA
                       MOVE WRK-TAB-DIA (WRK-IDX-ORD + 1)
                                       TO WRK-TAB-DIA (WRK-IDX-ORD)
                       MOVE WRK-TROCA-DIA
                                       TO WRK-TAB-DIA (WRK-IDX-ORD + 1)
                       MOVE "S"        TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2075-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA BUSCAR O VALOR POR KM, O TETO DIARIO E A        *
      *    TOLERANCIA DO VENDEDOR (EXCECAO OU PARAMETRO GERAL)         *
      *----------------------------------------------------------------*
       2080-BUSCA-PARAMETRO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-PAD-VALOR-KM       TO WRK-VALOR-KM
           MOVE WRK-PAD-TETO-DIA       TO WRK-TETO-DIA
           MOVE WRK-PAD-PCT-TOLER      TO WRK-PCT-TOLER
           PERFORM VARYING WRK-IDX-PKM FROM 1 BY 1
                   UNTIL WRK-IDX-PKM GREATER WRK-QTD-PKM
               IF WRK-PKM-COD-VEN (WRK-IDX-PKM) EQUAL WRK-COD-VEN-ATU
                   MOVE WRK-PKM-VALOR-KM  (WRK-IDX-PKM) TO WRK-VALOR-KM
                   MOVE WRK-PKM-TETO-DIA  (WRK-IDX-PKM) TO WRK-TETO-DIA
                   MOVE WRK-PKM-PCT-TOLER (WRK-IDX-PKM) TO WRK-PCT-TOLER
                   MOVE WRK-QTD-PKM    TO WRK-IDX-PKM
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2080-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CLASSIFICAR O DIA NO CALENDARIO, CALCULAR O KM  *
      *    PAGO E O VALOR (COM TETO) E APONTAR O DECLARADO FORA DA     *
      *    TOLERANCIA OU SEM VISITA                                    *
      *----------------------------------------------------------------*
       2085-AVALIA-DIA                 SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "V"                    TO WRK-CAL-ACAO
           MOVE WRK-DIA-DATA (WRK-IDX-DIA) TO WRK-CAL-DATA
           MOVE ZEROS                  TO WRK-CAL-DATA-UTIL
                                          WRK-CAL-RETORNO
           CALL "HBSI30DO" USING WRK-PARM-CAL
           MOVE WRK-CAL-RETORNO        TO WRK-DIA-TIPO (WRK-IDX-DIA)
      *
           COMPUTE WRK-DIA-KM-PAGO (WRK-IDX-DIA) ROUNDED =
                   WRK-DIA-KM (WRK-IDX-DIA)
           MOVE SPACES                 TO WRK-DIA-OBS (WRK-IDX-DIA)
           COMPUTE WRK-KM-LIMITE =
                   WRK-DIA-KM (WRK-IDX-DIA) * (100 + WRK-PCT-TOLER)
                   / 100
      *
           EVALUATE TRUE
               WHEN WRK-DIA-TEM-DECL (WRK-IDX-DIA) EQUAL "S"
                AND WRK-DIA-QTD-VIS (WRK-IDX-DIA) EQUAL ZEROS
                   MOVE ZEROS     TO WRK-DIA-KM-PAGO (WRK-IDX-DIA)
                   MOVE "S"       TO WRK-DIA-ALERTA  (WRK-IDX-DIA)
                   MOVE "DECLARADO SEM VISITA"
                                  TO WRK-DIA-OBS     (WRK-IDX-DIA)
               WHEN WRK-DIA-TEM-DECL (WRK-IDX-DIA) EQUAL "S"
                AND WRK-DIA-KM-DECL (WRK-IDX-DIA) GREATER WRK-KM-LIMITE
                   MOVE "S"       TO WRK-DIA-ALERTA  (WRK-IDX-DIA)
                   MOVE "DECLARADO ACIMA DA ROTA"
                                  TO WRK-DIA-OBS     (WRK-IDX-DIA)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           IF WRK-DIA-TEM-DECL (WRK-IDX-DIA) EQUAL "S"
              AND WRK-DIA-KM-DECL (WRK-IDX-DIA) LESS
                  WRK-DIA-KM-PAGO (WRK-IDX-DIA)
               MOVE WRK-DIA-KM-DECL (WRK-IDX-DIA)
                                  TO WRK-DIA-KM-PAGO (WRK-IDX-DIA)
           END-IF
      *
           COMPUTE WRK-DIA-VALOR (WRK-IDX-DIA) ROUNDED =
                   WRK-DIA-KM-PAGO (WRK-IDX-DIA) * WRK-VALOR-KM
           IF WRK-TETO-DIA GREATER ZEROS
              AND WRK-DIA-VALOR (WRK-IDX-DIA) GREATER WRK-TETO-DIA
               MOVE WRK-TETO-DIA  TO WRK-DIA-VALOR (WRK-IDX-DIA)
               IF WRK-DIA-OBS (WRK-IDX-DIA) EQUAL SPACES
                   MOVE "LIMITADO AO TETO DIARIO"
                                  TO WRK-DIA-OBS (WRK-IDX-DIA)
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2085-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR O DEMONSTRATIVO DO VENDEDOR: PRIMEIRO  *
      *    OS DIAS UTEIS, DEPOIS OS NAO UTEIS PARA APROVACAO           *
      *----------------------------------------------------------------*
       2090-IMPRIME-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-TOTAIS-VEN
           MOVE WRK-COD-VEN-ATU        TO WRK-DET-COD-VEN
           MOVE FS-NOME-VEN            TO WRK-DET-NOME-VEN
           MOVE WRK-VALOR-KM           TO WRK-DET-VALOR-KM
           MOVE WRK-TETO-DIA           TO WRK-DET-TETO-DIA
           MOVE WRK-PCT-TOLER          TO WRK-DET-PCT-TOLER
           MOVE SPACES                 TO REL-LINHA-KMV
           WRITE REL-LINHA-KMV
           WRITE REL-LINHA-KMV         FROM WRK-DET-VEN
           WRITE REL-LINHA-KMV         FROM WRK-CAB-COL
      *
           MOVE ZEROS                  TO WRK-TIPO-IMPRESSAO
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER WRK-QTD-DIAS
               IF WRK-DIA-TIPO (WRK-IDX-DIA) EQUAL ZEROS
                   PERFORM 2100-IMPRIME-DIA
               END-IF
           END-PERFORM
      *
           MOVE 1                      TO WRK-TIPO-IMPRESSAO
           PERFORM VARYING WRK-IDX-DIA FROM 1 BY 1
                   UNTIL WRK-IDX-DIA GREATER WRK-QTD-DIAS
               IF WRK-DIA-TIPO (WRK-IDX-DIA) NOT EQUAL ZEROS
                   IF WRK-VEN-DIAS-NUTIL EQUAL ZEROS
                       MOVE SPACES     TO REL-LINHA-KMV
                       WRITE REL-LINHA-KMV
                       WRITE REL-LINHA-KMV FROM WRK-CAB-NAO-UTEIS
                   END-IF
                   PERFORM 2100-IMPRIME-DIA
               END-IF
           END-PERFORM
      *
           ADD WRK-VEN-VAL-UTIL        TO WRK-TOT-VAL-UTIL
           ADD WRK-VEN-VAL-NUTIL       TO WRK-TOT-VAL-NUTIL
           ADD WRK-VEN-DIAS-ALERTA     TO WRK-TOT-DIAS-ALERTA
      *
           MOVE WRK-VEN-DIAS-UTIL      TO WRK-TOT-DIAS-UTIL
           MOVE WRK-VEN-KM-UTIL        TO WRK-TOT-KM-UTIL
           MOVE WRK-VEN-VAL-UTIL       TO WRK-TOT-VAL-UTIL-VEN
           MOVE WRK-VEN-DIAS-NUTIL     TO WRK-TOT-DIAS-NUTIL
           MOVE WRK-VEN-KM-NUTIL       TO WRK-TOT-KM-NUTIL
           MOVE WRK-VEN-VAL-NUTIL      TO WRK-TOT-VAL-NUTIL-VEN
           MOVE WRK-VEN-DIAS-ALERTA    TO WRK-TOT-ALERTA-VEN
           MOVE SPACES                 TO REL-LINHA-KMV
           WRITE REL-LINHA-KMV
           WRITE REL-LINHA-KMV         FROM WRK-TOT-VEN-01
           WRITE REL-LINHA-KMV         FROM WRK-TOT-VEN-02
           WRITE REL-LINHA-KMV         FROM WRK-TOT-VEN-03.
      *
      *----------------------------------------------------------------*
       2090-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM DIA COM AS PARADAS DO TRAJETO E O   *
      *    RETORNO, ACUMULANDO NOS TOTAIS UTEIS OU NAO UTEIS           *
      *----------------------------------------------------------------*
       2100-IMPRIME-DIA                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-DIA-DATA (WRK-IDX-DIA)    TO WRK-DET-DATA
           EVALUATE WRK-DIA-TIPO (WRK-IDX-DIA)
               WHEN 0
                   MOVE "UTIL"         TO WRK-DET-TIPO-DIA
               WHEN 1
                   MOVE "FIM DE SEMANA" TO WRK-DET-TIPO-DIA
               WHEN OTHER
                   MOVE "FERIADO"      TO WRK-DET-TIPO-DIA
           END-EVALUATE
           MOVE WRK-DIA-QTD-VIS (WRK-IDX-DIA) TO WRK-DET-QTD-VIS
           MOVE WRK-DIA-KM      (WRK-IDX-DIA) TO WRK-DET-KM-ROTA
           MOVE WRK-DIA-KM-DECL (WRK-IDX-DIA) TO WRK-DET-KM-DECL
           MOVE WRK-DIA-KM-PAGO (WRK-IDX-DIA) TO WRK-DET-KM-PAGO
           MOVE WRK-DIA-VALOR   (WRK-IDX-DIA) TO WRK-DET-VALOR
           MOVE WRK-DIA-OBS     (WRK-IDX-DIA) TO WRK-DET-OBS
           WRITE REL-LINHA-KMV         FROM WRK-DET-DIA
      *
           IF WRK-DIA-QTD-VIS (WRK-IDX-DIA) GREATER ZEROS
               MOVE ZEROS              TO WRK-NUM-PARADA
               PERFORM VARYING WRK-IDX-VIS
                       FROM WRK-DIA-IDX-INI (WRK-IDX-DIA) BY 1
                       UNTIL WRK-IDX-VIS GREATER
                             WRK-DIA-IDX-FIM (WRK-IDX-DIA)
                   ADD 1               TO WRK-NUM-PARADA
                   MOVE WRK-NUM-PARADA TO WRK-DET-NUM-PARADA
                   MOVE WRK-VIS-COD-CLI  (WRK-IDX-VIS)
                                       TO WRK-DET-COD-CLI
                   MOVE WRK-VIS-RAZ-SOCI (WRK-IDX-VIS)
                                       TO WRK-DET-RAZ-SOCI
                   IF WRK-VIS-RESULT (WRK-IDX-VIS) EQUAL "P"
                       MOVE "COM PEDIDO" TO WRK-DET-RESULT
                   ELSE
                       MOVE "SEM PEDIDO" TO WRK-DET-RESULT
                   END-IF
                   MOVE WRK-VIS-KM-TRECHO (WRK-IDX-VIS)
                                       TO WRK-DET-KM-TRECHO
                   WRITE REL-LINHA-KMV FROM WRK-DET-PARADA
               END-PERFORM
               MOVE WRK-DIA-KM-RETORNO (WRK-IDX-DIA)
                                       TO WRK-DET-KM-RETORNO
               WRITE REL-LINHA-KMV     FROM WRK-DET-RETORNO
           END-IF
      *
           IF WRK-TIPO-IMPRESSAO EQUAL ZEROS
               ADD 1                   TO WRK-VEN-DIAS-UTIL
               ADD WRK-DIA-KM-PAGO (WRK-IDX-DIA) TO WRK-VEN-KM-UTIL
               ADD WRK-DIA-VALOR   (WRK-IDX-DIA) TO WRK-VEN-VAL-UTIL
           ELSE
               ADD 1                   TO WRK-VEN-DIAS-NUTIL
               ADD WRK-DIA-KM-PAGO (WRK-IDX-DIA) TO WRK-VEN-KM-NUTIL
               ADD WRK-DIA-VALOR   (WRK-IDX-DIA) TO WRK-VEN-VAL-NUTIL
           END-IF
           IF WRK-DIA-ALERTA (WRK-IDX-DIA) EQUAL "S"
               ADD 1                   TO WRK-VEN-DIAS-ALERTA
           END-IF.
      *
      *----------------------------------------------------------------*
       2100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR EM KM O TRECHO ENTRE A POSICAO ATUAL E *
      *    O DESTINO. AS COORDENADAS SAO EM GRAUS; CADA GRAU DE        *
      *    LATITUDE VALE 111,32 KM E O DE LONGITUDE E CORRIGIDO PELO   *
      *    COSSENO DA LATITUDE MEDIA DO TRECHO                         *
      *----------------------------------------------------------------*
       2200-CALCULA-TRECHO             SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-DIF-LAT  = WRK-LAT-DEST  - WRK-LAT-ATUAL
           COMPUTE WRK-DIF-LONG = WRK-LONG-DEST - WRK-LONG-ATUAL
           COMPUTE WRK-LAT-MEDIA-RAD =
                   ((WRK-LAT-ATUAL + WRK-LAT-DEST) / 2)
                   * WRK-GRAU-RADIANO
           COMPUTE WRK-COS-LAT  = FUNCTION COS(WRK-LAT-MEDIA-RAD)
           COMPUTE WRK-KM-LAT   = WRK-DIF-LAT * WRK-KM-POR-GRAU
           COMPUTE WRK-KM-LONG  = WRK-DIF-LONG * WRK-KM-POR-GRAU
                                  * WRK-COS-LAT
           COMPUTE WRK-SOMA-QUAD =
                   (WRK-KM-LAT  * WRK-KM-LAT) +
                   (WRK-KM-LONG * WRK-KM-LONG)
           COMPUTE WRK-KM-TRECHO ROUNDED =
                   FUNCTION SQRT(WRK-SOMA-QUAD).
      *
      *----------------------------------------------------------------*
       2200-99-FIM.                    EXIT.
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
           MOVE "HBSI51AO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-TOT-VENDEDORES      TO WRK-ROD-VENDEDORES
           MOVE WRK-TOT-VISITAS         TO WRK-ROD-VISITAS
           MOVE WRK-TOT-DIAS-ALERTA     TO WRK-ROD-ALERTAS
           MOVE WRK-TOT-VAL-UTIL        TO WRK-ROD-VAL-UTIL
           MOVE WRK-TOT-VAL-NUTIL       TO WRK-ROD-VAL-NUTIL
      *
           MOVE SPACES                  TO REL-LINHA-KMV
           WRITE REL-LINHA-KMV
           WRITE REL-LINHA-KMV          FROM WRK-RODAPE-01
           WRITE REL-LINHA-KMV          FROM WRK-RODAPE-02
           WRITE REL-LINHA-KMV          FROM WRK-RODAPE-03
           WRITE REL-LINHA-KMV          FROM WRK-RODAPE-04
           WRITE REL-LINHA-KMV          FROM WRK-RODAPE-05
      *
           CLOSE ARQVEN01
           CLOSE ARQVENCLI
           CLOSE ARQCLI01
           CLOSE ARQVIS01
           CLOSE RELKMV01
      *
           MOVE WRK-TOT-VISITAS         TO WRK-CTR-LIDOS
           MOVE WRK-TOT-VENDEDORES      TO WRK-CTR-GRAVADOS
           MOVE WRK-TOT-REJEITADOS      TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           DISPLAY "HBSI51AO - FIM DO DEMONSTRATIVO DE QUILOMETRAGEM"
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
