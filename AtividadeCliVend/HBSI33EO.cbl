      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI33EO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI33EO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - CLIENTES INATIVOS E CONVERSAO DE  *
      *                  VISITAS EM PEDIDOS POR VENDEDOR. PARA CADA    *
      *                  VENDEDOR ATIVO LISTA OS CLIENTES ATIVOS       *
      *                  ATRIBUIDOS (ARQVENCLI) SEM PEDIDO FATURADO OU *
      *                  ENTREGUE NOS ULTIMOS N DIAS, COM A DATA DO    *
      *                  ULTIMO PEDIDO, A DATA DA ULTIMA VISITA E A    *
      *                  QUANTIDADE DE VISITAS SEGUIDAS SEM PEDIDO     *
      *                  (RESULTADO S DESDE O ULTIMO P NO ARQVIS01),   *
      *                  E A TAXA DE CONVERSAO DO VENDEDOR (VISITAS    *
      *                  COM PEDIDO / VISITAS REALIZADAS) NO PERIODO.  *
      *                  OS CLIENTES INATIVOS SAO GRAVADOS NO ARQACP01 *
      *                  (REFEITO A CADA EXECUCAO), LIDO PELO ROTEIRO  *
      *                  HBSI33AO PARA MARCAR AS PARADAS PRIORITARIAS  *
      *    SYSIN.......: DATA DE REFERENCIA AAAAMMDD (ZEROS = HOJE),   *
      *                  DIAS SEM PEDIDO 999 (ZEROS = 030) E DIAS DO   *
      *                  PERIODO DE CONVERSAO 999 (ZEROS = 007)        *
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
              SELECT ARQPED01 ASSIGN   TO UT-S-ARQPED01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-PED
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQPED01.
      *
              SELECT ARQVIS01 ASSIGN   TO UT-S-ARQVIS01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-VIS
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQVIS01.
      *
              SELECT ARQACP01 ASSIGN   TO UT-S-ARQACP01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-ACP
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQACP01.
      *
              SELECT RELINA01 ASSIGN   TO UT-S-RELINA01
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELINA01.
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
      *    INPUT  : ARQUIVO DE VISITAS REALIZADAS                      *
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
      *    OUTPUT : ARQUIVO DE ACOMPANHAMENTO DE CLIENTES INATIVOS     *
      *               POR VENDEDOR - ORG. DINAMICA - LRECL = 0060      *
      *----------------------------------------------------------------*
      *
       FD ARQACP01
          RECORD CONTAINS 60 CHARACTERS.
       01 FD-ACOMPANHAMENTO.
          05 FS-CHAVE-ACP.
             10 FS-COD-VEN-ACP     PIC 9(007).
             10 FS-COD-CLI-ACP     PIC 9(007).
          05 FS-DATA-ULT-PED-ACP   PIC 9(008).
          05 FS-DATA-ULT-VIS-ACP   PIC 9(008).
          05 FS-QTD-SEM-PED-ACP    PIC 9(003).
          05 FS-DIAS-SEM-PED-ACP   PIC 9(005).
          05 FS-DATA-REF-ACP       PIC 9(008).
          05 FILLER                PIC X(014).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - CLIENTES INATIVOS E CONVERSAO          *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELINA01
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-INA                PIC X(132).
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
           ' HBSI33EO - INICIO DA AREA DE WORKING '.
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
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVIS01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQACP01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELINA01          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-DATA-REF             PIC 9(008)      VALUE ZEROS.
           05 WRK-DIAS-INAT            PIC 9(003)      VALUE ZEROS.
           05 WRK-DIAS-CONV            PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-INT-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-LIM-INAT        PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-INI-CONV        PIC 9(008)      VALUE ZEROS.
           05 WRK-COD-VEN-ATU          PIC 9(007)      VALUE ZEROS.
           05 WRK-COD-CLI-ATU          PIC 9(007)      VALUE ZEROS.
           05 WRK-DATA-ULT-PED         PIC 9(008)      VALUE ZEROS.
           05 WRK-DATA-ULT-VIS         PIC 9(008)      VALUE ZEROS.
           05 WRK-QTD-SEM-PED          PIC 9(003)      VALUE ZEROS.
           05 WRK-DIAS-SEM-PED         PIC 9(005)      VALUE ZEROS.
           05 WRK-PCT-CONV             PIC 9(003)V9(002) VALUE ZEROS.
           05 WRK-VEN-IMPRESSO         PIC X(001)      VALUE "N".
      *
       01  WRK-ACM-VENDEDOR.
           05 WRK-VEN-QTD-CLI          PIC 9(005)      VALUE ZEROS.
           05 WRK-VEN-QTD-INAT         PIC 9(005)      VALUE ZEROS.
           05 WRK-VEN-QTD-VIS          PIC 9(005)      VALUE ZEROS.
           05 WRK-VEN-QTD-VIS-PED      PIC 9(005)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-VENDEDORES       PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-CLIENTES         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-INATIVOS         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-GRAV-ACP         PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VIS              PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VIS-PED          PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(060)      VALUE
              'HBSI33EO - CLIENTES INATIVOS E CONVERSAO DE VISITAS'.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(012)      VALUE
              'REFERENCIA:'.
           05 WRK-CAB-DATA-REF         PIC 9999/99/99.
           05 FILLER                   PIC X(024)      VALUE
              '   SEM PEDIDO DESDE:'.
           05 WRK-CAB-DATA-LIM         PIC 9999/99/99.
           05 FILLER                   PIC X(024)      VALUE
              '   CONVERSAO DE:'.
           05 WRK-CAB-DATA-CONV        PIC 9999/99/99.
           05 FILLER                   PIC X(003)      VALUE ' A '.
           05 WRK-CAB-DATA-CONV-FIM    PIC 9999/99/99.
      *
       01  WRK-DET-VEN.
           05 FILLER                   PIC X(010)      VALUE
              'VENDEDOR: '.
           05 WRK-DET-COD-VEN          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-NOME-VEN         PIC X(040).
      *
       01  WRK-CAB-03.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 FILLER                   PIC X(009)      VALUE 'CLIENTE'.
           05 FILLER                   PIC X(042)      VALUE
              'RAZAO SOCIAL'.
           05 FILLER                   PIC X(012)      VALUE
              'ULT.PEDIDO'.
           05 FILLER                   PIC X(007)      VALUE 'DIAS'.
           05 FILLER                   PIC X(012)      VALUE
              'ULT.VISITA'.
           05 FILLER                   PIC X(015)      VALUE
              'VISITAS S/PED.'.
      *
       01  WRK-DET-CLI.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-DET-COD-CLI          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-RAZ-SOCI         PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-ULT-PED          PIC X(010).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DIAS             PIC X(005).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-ULT-VIS          PIC X(010).
           05 FILLER                   PIC X(005)      VALUE SPACES.
           05 WRK-DET-QTD-SEM-PED      PIC ZZ9.
      *
       01  WRK-EDI-DATA                PIC 9999/99/99.
       01  WRK-EDI-DIAS                PIC ZZZZ9.
      *
       01  WRK-TOT-VEN.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 FILLER                   PIC X(010)      VALUE
              'CLIENTES: '.
           05 WRK-TOT-VEN-QTD-CLI      PIC ZZ.ZZ9.
           05 FILLER                   PIC X(013)      VALUE
              '  INATIVOS: '.
           05 WRK-TOT-VEN-QTD-INAT     PIC ZZ.ZZ9.
           05 FILLER                   PIC X(012)      VALUE
              '  VISITAS: '.
           05 WRK-TOT-VEN-QTD-VIS      PIC ZZ.ZZ9.
           05 FILLER                   PIC X(015)      VALUE
              '  COM PEDIDO: '.
           05 WRK-TOT-VEN-QTD-PED      PIC ZZ.ZZ9.
           05 FILLER                   PIC X(014)      VALUE
              '  CONVERSAO: '.
           05 WRK-TOT-VEN-PCT          PIC ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE '%'.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(030)      VALUE
              'VENDEDORES ATIVOS LIDOS.....:'.
           05 WRK-ROD-QTD-VEN          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-02.
           05 FILLER                   PIC X(030)      VALUE
              'CLIENTES ATIVOS ATRIBUIDOS..:'.
           05 WRK-ROD-QTD-CLI          PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(030)      VALUE
              'CLIENTES INATIVOS LISTADOS..:'.
           05 WRK-ROD-QTD-INAT         PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(030)      VALUE
              'CONVERSAO GERAL DO PERIODO..:'.
           05 WRK-ROD-PCT-CONV         PIC ZZ9,99.
           05 FILLER                   PIC X(001)      VALUE '%'.
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
           ' HBSI33EO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE LEITURA DO SYSIN, CALCULO DAS DATAS LIMITE,       *
      *    ABERTURA DOS ARQUIVOS E IMPRESSAO DO CABECALHO              *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-PARM-SYSIN
           IF WRK-DATA-REF NOT NUMERIC
              OR WRK-DATA-REF EQUAL ZEROS
               ACCEPT WRK-DATA-REF     FROM DATE YYYYMMDD
           END-IF
           IF WRK-DIAS-INAT NOT NUMERIC
              OR WRK-DIAS-INAT EQUAL ZEROS
               MOVE 30                 TO WRK-DIAS-INAT
           END-IF
           IF WRK-DIAS-CONV NOT NUMERIC
              OR WRK-DIAS-CONV EQUAL ZEROS
               MOVE 7                  TO WRK-DIAS-CONV
           END-IF
      *
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
                   - WRK-DIAS-INAT + 1
           COMPUTE WRK-DATA-LIM-INAT =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
           COMPUTE WRK-INT-DATA =
                   FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
                   - WRK-DIAS-CONV + 1
           COMPUTE WRK-DATA-INI-CONV =
                   FUNCTION DATE-OF-INTEGER(WRK-INT-DATA)
      *
           OPEN INPUT  ARQVEN01
           OPEN INPUT  ARQVENCLI
           OPEN INPUT  ARQCLI01
           OPEN INPUT  ARQPED01
           OPEN INPUT  ARQVIS01
           OPEN OUTPUT ARQACP01
           OPEN OUTPUT RELINA01
      *
           MOVE WRK-DATA-REF           TO WRK-CAB-DATA-REF
                                          WRK-CAB-DATA-CONV-FIM
           MOVE WRK-DATA-LIM-INAT      TO WRK-CAB-DATA-LIM
           MOVE WRK-DATA-INI-CONV      TO WRK-CAB-DATA-CONV
           WRITE REL-LINHA-INA         FROM WRK-CAB-01
           WRITE REL-LINHA-INA         FROM WRK-CAB-02.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UM VENDEDOR ATIVO POR VEZ         *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           READ ARQVEN01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQVEN01 NOT EQUAL "00"
               IF FS-STATUS-VEN EQUAL "A"
                   ADD 1               TO WRK-TOT-VENDEDORES
                   PERFORM 2010-TRATA-VENDEDOR
               END-IF
               READ ARQVEN01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PERCORRER OS CLIENTES ATRIBUIDOS AO VENDEDOR    *
      *    CORRENTE, APURAR A CONVERSAO DO PERIODO E IMPRIMIR O BLOCO  *
      *    DO VENDEDOR                                                 *
      *----------------------------------------------------------------*
       2010-TRATA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-VEN             TO WRK-COD-VEN-ATU
           MOVE "N"                    TO WRK-VEN-IMPRESSO
           INITIALIZE WRK-ACM-VENDEDOR
      *
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-VC
           MOVE ZEROS                  TO FS-COD-CLI-VC
           START ARQVENCLI KEY IS NOT LESS FS-CHAVE-VENCLI
           PERFORM UNTIL WRK-FS-ARQVENCLI NOT EQUAL "00"
               READ ARQVENCLI NEXT RECORD
               IF WRK-FS-ARQVENCLI EQUAL "00"
                   IF FS-COD-VEN-VC EQUAL WRK-COD-VEN-ATU
                       PERFORM 2020-TRATA-CLIENTE
                   ELSE
                       MOVE "10"        TO WRK-FS-ARQVENCLI
                   END-IF
               END-IF
           END-PERFORM
      *
           PERFORM 2050-APURA-CONVERSAO
      *
           IF WRK-VEN-QTD-CLI GREATER ZEROS
              OR WRK-VEN-QTD-VIS GREATER ZEROS
               IF WRK-VEN-IMPRESSO EQUAL "N"
                   PERFORM 2030-IMPRIME-VENDEDOR
               END-IF
               MOVE WRK-VEN-QTD-CLI    TO WRK-TOT-VEN-QTD-CLI
               MOVE WRK-VEN-QTD-INAT   TO WRK-TOT-VEN-QTD-INAT
               MOVE WRK-VEN-QTD-VIS    TO WRK-TOT-VEN-QTD-VIS
               MOVE WRK-VEN-QTD-VIS-PED TO WRK-TOT-VEN-QTD-PED
               MOVE ZEROS              TO WRK-PCT-CONV
               IF WRK-VEN-QTD-VIS GREATER ZEROS
                   COMPUTE WRK-PCT-CONV ROUNDED =
                           (WRK-VEN-QTD-VIS-PED * 100)
                           / WRK-VEN-QTD-VIS
               END-IF
               MOVE WRK-PCT-CONV       TO WRK-TOT-VEN-PCT
               WRITE REL-LINHA-INA     FROM WRK-TOT-VEN
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE O CLIENTE ATRIBUIDO ESTA SEM       *
      *    PEDIDO NO PERIODO. O CLIENTE INATIVO E IMPRESSO E GRAVADO   *
      *    NO ARQUIVO DE ACOMPANHAMENTO                                *
      *----------------------------------------------------------------*
       2020-TRATA-CLIENTE              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-CLI-VC          TO FS-COD-CLI
                                          WRK-COD-CLI-ATU
           READ ARQCLI01               KEY IS FS-COD-CLI
           IF WRK-FS-ARQCLI01 EQUAL "00"
              AND FS-STATUS-CLI EQUAL "A"
               ADD 1                   TO WRK-VEN-QTD-CLI
                                          WRK-TOT-CLIENTES
               PERFORM 2025-ULTIMO-PEDIDO
               IF WRK-DATA-ULT-PED LESS WRK-DATA-LIM-INAT
                   PERFORM 2026-ULTIMA-VISITA
                   PERFORM 2040-IMPRIME-INATIVO
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ACHAR A DATA DO ULTIMO PEDIDO FATURADO OU       *
      *    ENTREGUE DO CLIENTE ATE A DATA DE REFERENCIA                *
      *----------------------------------------------------------------*
       2025-ULTIMO-PEDIDO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-DATA-ULT-PED
           MOVE WRK-COD-CLI-ATU        TO FS-COD-CLI-PED
           MOVE ZEROS                  TO FS-DATA-PED
                                          FS-SEQ-PED
           START ARQPED01 KEY IS NOT LESS FS-CHAVE-PED
           PERFORM UNTIL WRK-FS-ARQPED01 NOT EQUAL "00"
               READ ARQPED01 NEXT RECORD
               IF WRK-FS-ARQPED01 EQUAL "00"
                   IF FS-COD-CLI-PED NOT EQUAL WRK-COD-CLI-ATU
                      OR FS-DATA-PED GREATER WRK-DATA-REF
                       MOVE "10"       TO WRK-FS-ARQPED01
                   ELSE
                       IF FS-STATUS-PED EQUAL "F"
                          OR FS-STATUS-PED EQUAL "E"
                           MOVE FS-DATA-PED TO WRK-DATA-ULT-PED
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2025-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ACHAR A ULTIMA VISITA REALIZADA DO VENDEDOR AO  *
      *    CLIENTE E CONTAR AS VISITAS SEGUIDAS SEM PEDIDO (RESULTADO  *
      *    S). UM RESULTADO P ZERA A CONTAGEM; O N (NAO VISITADO) NAO  *
      *    E VISITA E NAO INTERROMPE A SEQUENCIA                       *
      *----------------------------------------------------------------*
       2026-ULTIMA-VISITA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-DATA-ULT-VIS
                                          WRK-QTD-SEM-PED
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-VIS
           MOVE WRK-COD-CLI-ATU        TO FS-COD-CLI-VIS
           MOVE ZEROS                  TO FS-DATA-VIS
           START ARQVIS01 KEY IS NOT LESS FS-CHAVE-VIS
           PERFORM UNTIL WRK-FS-ARQVIS01 NOT EQUAL "00"
               READ ARQVIS01 NEXT RECORD
               IF WRK-FS-ARQVIS01 EQUAL "00"
                   IF FS-COD-VEN-VIS NOT EQUAL WRK-COD-VEN-ATU
                      OR FS-COD-CLI-VIS NOT EQUAL WRK-COD-CLI-ATU
                      OR FS-DATA-VIS GREATER WRK-DATA-REF
                       MOVE "10"       TO WRK-FS-ARQVIS01
                   ELSE
                       EVALUATE FS-RESULT-VIS
                           WHEN "P"
                               MOVE FS-DATA-VIS TO WRK-DATA-ULT-VIS
                               MOVE ZEROS  TO WRK-QTD-SEM-PED
                           WHEN "S"
                               MOVE FS-DATA-VIS TO WRK-DATA-ULT-VIS
                               IF WRK-QTD-SEM-PED LESS 999
                                   ADD 1   TO WRK-QTD-SEM-PED
                               END-IF
                       END-EVALUATE
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2026-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR O CABECALHO DO BLOCO DO VENDEDOR       *
      *----------------------------------------------------------------*
       2030-IMPRIME-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-VEN-IMPRESSO
           MOVE WRK-COD-VEN-ATU        TO WRK-DET-COD-VEN
           MOVE FS-NOME-VEN            TO WRK-DET-NOME-VEN
           MOVE SPACES                 TO REL-LINHA-INA
           WRITE REL-LINHA-INA
           WRITE REL-LINHA-INA         FROM WRK-DET-VEN
           WRITE REL-LINHA-INA         FROM WRK-CAB-03.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR O CLIENTE INATIVO E GRAVA-LO NO        *
      *    ARQUIVO DE ACOMPANHAMENTO                                   *
      *----------------------------------------------------------------*
       2040-IMPRIME-INATIVO            SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-VEN-IMPRESSO EQUAL "N"
               PERFORM 2030-IMPRIME-VENDEDOR
           END-IF
           ADD 1                       TO WRK-VEN-QTD-INAT
                                          WRK-TOT-INATIVOS
      *
           IF WRK-DATA-ULT-PED EQUAL ZEROS
               MOVE 99999              TO WRK-DIAS-SEM-PED
               MOVE "NUNCA"            TO WRK-DET-ULT-PED
               MOVE "-"                TO WRK-DET-DIAS
           ELSE
               COMPUTE WRK-DIAS-SEM-PED =
                       FUNCTION INTEGER-OF-DATE(WRK-DATA-REF)
                     - FUNCTION INTEGER-OF-DATE(WRK-DATA-ULT-PED)
               MOVE WRK-DATA-ULT-PED   TO WRK-EDI-DATA
               MOVE WRK-EDI-DATA       TO WRK-DET-ULT-PED
               MOVE WRK-DIAS-SEM-PED   TO WRK-EDI-DIAS
               MOVE WRK-EDI-DIAS       TO WRK-DET-DIAS
           END-IF
           IF WRK-DATA-ULT-VIS EQUAL ZEROS
               MOVE "NUNCA"            TO WRK-DET-ULT-VIS
           ELSE
               MOVE WRK-DATA-ULT-VIS   TO WRK-EDI-DATA
               MOVE WRK-EDI-DATA       TO WRK-DET-ULT-VIS
           END-IF
           MOVE WRK-COD-CLI-ATU        TO WRK-DET-COD-CLI
           MOVE FS-RAZ-SOCI-CLI        TO WRK-DET-RAZ-SOCI
           MOVE WRK-QTD-SEM-PED        TO WRK-DET-QTD-SEM-PED
           WRITE REL-LINHA-INA         FROM WRK-DET-CLI
      *
           MOVE SPACES                 TO FD-ACOMPANHAMENTO
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-ACP
           MOVE WRK-COD-CLI-ATU        TO FS-COD-CLI-ACP
           MOVE WRK-DATA-ULT-PED       TO FS-DATA-ULT-PED-ACP
           MOVE WRK-DATA-ULT-VIS       TO FS-DATA-ULT-VIS-ACP
           MOVE WRK-QTD-SEM-PED        TO FS-QTD-SEM-PED-ACP
           MOVE WRK-DIAS-SEM-PED       TO FS-DIAS-SEM-PED-ACP
           MOVE WRK-DATA-REF           TO FS-DATA-REF-ACP
           WRITE FD-ACOMPANHAMENTO
           IF WRK-FS-ARQACP01 EQUAL "00"
               ADD 1                   TO WRK-TOT-GRAV-ACP
           END-IF.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONTAR AS VISITAS REALIZADAS (P OU S) DO        *
      *    VENDEDOR NO PERIODO DE CONVERSAO E QUANTAS GERARAM PEDIDO   *
      *----------------------------------------------------------------*
       2050-APURA-CONVERSAO            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-VIS
           MOVE ZEROS                  TO FS-COD-CLI-VIS
                                          FS-DATA-VIS
           START ARQVIS01 KEY IS NOT LESS FS-CHAVE-VIS
           PERFORM UNTIL WRK-FS-ARQVIS01 NOT EQUAL "00"
               READ ARQVIS01 NEXT RECORD
               IF WRK-FS-ARQVIS01 EQUAL "00"
                   IF FS-COD-VEN-VIS NOT EQUAL WRK-COD-VEN-ATU
                       MOVE "10"       TO WRK-FS-ARQVIS01
                   ELSE
                       IF FS-DATA-VIS NOT LESS WRK-DATA-INI-CONV
                          AND FS-DATA-VIS NOT GREATER WRK-DATA-REF
                          AND (FS-RESULT-VIS EQUAL "P"
                               OR FS-RESULT-VIS EQUAL "S")
                           ADD 1       TO WRK-VEN-QTD-VIS
                                          WRK-TOT-VIS
                           IF FS-RESULT-VIS EQUAL "P"
                               ADD 1   TO WRK-VEN-QTD-VIS-PED
                                          WRK-TOT-VIS-PED
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
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
           MOVE "HBSI33EO"             TO FS-CTR-PROGRAMA
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
           MOVE WRK-TOT-VENDEDORES      TO WRK-ROD-QTD-VEN
           MOVE WRK-TOT-CLIENTES        TO WRK-ROD-QTD-CLI
           MOVE WRK-TOT-INATIVOS        TO WRK-ROD-QTD-INAT
           MOVE ZEROS                   TO WRK-PCT-CONV
           IF WRK-TOT-VIS GREATER ZEROS
               COMPUTE WRK-PCT-CONV ROUNDED =
                       (WRK-TOT-VIS-PED * 100) / WRK-TOT-VIS
           END-IF
           MOVE WRK-PCT-CONV            TO WRK-ROD-PCT-CONV
           MOVE SPACES                  TO REL-LINHA-INA
           WRITE REL-LINHA-INA
           WRITE REL-LINHA-INA          FROM WRK-RODAPE-01
           WRITE REL-LINHA-INA          FROM WRK-RODAPE-02
           WRITE REL-LINHA-INA          FROM WRK-RODAPE-03
           WRITE REL-LINHA-INA          FROM WRK-RODAPE-04
      *
           CLOSE ARQVEN01
           CLOSE ARQVENCLI
           CLOSE ARQCLI01
           CLOSE ARQPED01
           CLOSE ARQVIS01
           CLOSE ARQACP01
           CLOSE RELINA01
      *
           MOVE WRK-TOT-CLIENTES        TO WRK-CTR-LIDOS
           MOVE WRK-TOT-GRAV-ACP        TO WRK-CTR-GRAVADOS
           MOVE ZEROS                   TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
