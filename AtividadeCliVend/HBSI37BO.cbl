      *    OBJETIVO....: RELATORIO - CLIENTES COM O SALDO EM ABERTO    *
      *                  ACIMA DO LIMITE DE CREDITO, PARA O ANALISTA   *
      *                  DE CREDITO. LISTA SOMENTE OS CLIENTES COM     *
      *                  LIMITE DEFINIDO (MAIOR QUE ZEROS). PERIODO    *
      *                  JA FECHADO (HBSI30HO) E LISTADO PELA POSICAO  *
      *                  DA FOTO DO FECHAMENTO (ARQSNP01)              *
      *    SYSIN.......: PERIODO AAAAMM (ZEROS = POSICAO ATUAL)        *
      *================================================================*
      *
      *================================================================*
                       ALTERNATE KEY   IS FS-CNPJ-CLI
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCLI01.
      *
              SELECT ARQSNP01 ASSIGN   TO UT-S-ARQSNP01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-SNP
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQSNP01.
      *
              SELECT RELCRD01 ASSIGN   TO UT-S-RELCRD01
                        ORGANIZATION   IS SEQUENTIAL
          05 FS-CONT-CLI              PIC X(030).
      *
      *----------------------------------------------------------------*
      *    INPUT  : FOTO DO PERIODO FECHADO (HBSI49AO)                 *
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
      *    OUTPUT : RELATORIO - CLIENTES ACIMA DO LIMITE DE CREDITO    *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
       01  WRK-AREA-FS.
           05 WRK-FS-ARQCRD01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCLI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQSNP01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELCRD01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-VAL-EXCESSO          PIC S9(010)V9(002) VALUE ZEROS.
           05 WRK-ANOMES-PESQ          PIC 9(006)      VALUE ZEROS.
           05 WRK-PERIODO-FECHADO      PIC X(001)      VALUE "N".
           05 WRK-COD-CLI-ATU          PIC 9(007)      VALUE ZEROS.
           05 WRK-LIMITE-ATU           PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-SALDO-ATU            PIC S9(009)V9(002) VALUE ZEROS.
      *
       01  WRK-PARM-FEC.
           05 WRK-FEC-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-DATA-FEC         PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-QTD-LIDOS            PIC 9(007)      VALUE ZEROS.
       01  WRK-CAB-01.
           05 FILLER                   PIC X(050)      VALUE
              'HBSI37BO - CLIENTES ACIMA DO LIMITE DE CREDITO'.
      *
       01  WRK-CAB-FEC.
           05 FILLER                   PIC X(010)      VALUE
              'PERIODO '.
           05 WRK-CAB-ANOMES           PIC 9999/99.
           05 FILLER                   PIC X(031)      VALUE
              ' FECHADO - POSICAO DA FOTO DE '.
           05 WRK-CAB-DATA-FEC         PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(008)      VALUE 'CLIENTE'.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PARAMETRO, ABERTURA DE ARQUIVOS E      *
      *    IMPRESSAO DO CABECALHO                                      *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-ANOMES-PESQ
           IF WRK-ANOMES-PESQ NUMERIC
              AND WRK-ANOMES-PESQ GREATER ZEROS
               MOVE WRK-ANOMES-PESQ    TO WRK-FEC-DATA (1:6)
               MOVE "01"               TO WRK-FEC-DATA (7:2)
               CALL "HBSI30HO" USING WRK-PARM-FEC
               IF WRK-FEC-RETORNO EQUAL 1
                   MOVE "S"            TO WRK-PERIODO-FECHADO
               ELSE
                   DISPLAY "HBSI37BO - PERIODO " WRK-ANOMES-PESQ
                           " NAO FECHADO - LISTADA A POSICAO ATUAL"
               END-IF
           END-IF
      *
           IF WRK-PERIODO-FECHADO EQUAL "S"
               OPEN INPUT  ARQSNP01
           ELSE
               OPEN INPUT  ARQCRD01
           END-IF
           OPEN INPUT  ARQCLI01
           OPEN OUTPUT RELCRD01
      *
           WRITE REL-LINHA-CRD         FROM WRK-CAB-01
           IF WRK-PERIODO-FECHADO EQUAL "S"
               MOVE WRK-ANOMES-PESQ    TO WRK-CAB-ANOMES
               MOVE WRK-FEC-DATA-FEC   TO WRK-CAB-DATA-FEC
               WRITE REL-LINHA-CRD     FROM WRK-CAB-FEC
           END-IF
           MOVE SPACES                 TO REL-LINHA-CRD
           WRITE REL-LINHA-CRD
           WRITE REL-LINHA-CRD         FROM WRK-CAB-02.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UM REGISTRO DE CREDITO POR VEZ,   *
      *    DO ARQCRD01 OU DA FOTO DOS CLIENTES DO PERIODO FECHADO      *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           IF WRK-PERIODO-FECHADO EQUAL "S"
               PERFORM 2001-LE-FOTO
           ELSE
               READ ARQCRD01 NEXT RECORD
               PERFORM UNTIL WRK-FS-ARQCRD01 NOT EQUAL "00"
                   MOVE FS-COD-CLI-CRD TO WRK-COD-CLI-ATU
                   MOVE FS-LIMITE-CRD  TO WRK-LIMITE-ATU
                   MOVE FS-SALDO-CRD   TO WRK-SALDO-ATU
                   PERFORM 2005-VERIFICA-CLIENTE
                   READ ARQCRD01 NEXT RECORD
               END-PERFORM
           END-IF.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA LER A POSICAO DOS CLIENTES GRAVADA NA FOTO DO   *
      *    PERIODO FECHADO (TIPO C)                                    *
      *----------------------------------------------------------------*
       2001-LE-FOTO                    SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-SNP
           MOVE "C"                    TO FS-TIPO-SNP
           MOVE ZEROS                  TO FS-COD-SNP
           START ARQSNP01 KEY IS NOT LESS FS-CHAVE-SNP
           PERFORM UNTIL WRK-FS-ARQSNP01 NOT EQUAL "00"
               READ ARQSNP01 NEXT RECORD
               IF WRK-FS-ARQSNP01 EQUAL "00"
                   IF FS-ANOMES-SNP EQUAL WRK-ANOMES-PESQ
                      AND FS-TIPO-SNP EQUAL "C"
                       MOVE FS-COD-SNP TO WRK-COD-CLI-ATU
                       MOVE FS-LIMITE-SNP TO WRK-LIMITE-ATU
                       MOVE FS-SALDO-SNP TO WRK-SALDO-ATU
                       PERFORM 2005-VERIFICA-CLIENTE
                   ELSE
                       MOVE "10"       TO WRK-FS-ARQSNP01
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2001-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE O CLIENTE ESTA ACIMA DO LIMITE     *
      *----------------------------------------------------------------*
       2005-VERIFICA-CLIENTE           SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTD-LIDOS
           IF WRK-LIMITE-ATU GREATER ZEROS
              AND WRK-SALDO-ATU GREATER WRK-LIMITE-ATU
               PERFORM 2010-IMPRIME-CLIENTE
           END-IF.
      *
      *----------------------------------------------------------------*
       2005-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *    ROTINA PARA IMPRIMIR UM CLIENTE ACIMA DO LIMITE             *
      *----------------------------------------------------------------*
       2010-IMPRIME-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-COD-CLI-ATU        TO WRK-DET-COD-CLI
                                          FS-COD-CLI
           READ ARQCLI01               KEY IS FS-COD-CLI
           IF WRK-FS-ARQCLI01 EQUAL "00"
           ELSE
               MOVE SPACES             TO WRK-DET-RAZ-SOCI
           END-IF
           MOVE WRK-LIMITE-ATU         TO WRK-DET-LIMITE
           MOVE WRK-SALDO-ATU          TO WRK-DET-SALDO
           COMPUTE WRK-VAL-EXCESSO = WRK-SALDO-ATU - WRK-LIMITE-ATU
           MOVE WRK-VAL-EXCESSO        TO WRK-DET-EXCESSO
           WRITE REL-LINHA-CRD         FROM WRK-DET-CRD
           ADD 1                       TO WRK-QTD-LISTADOS.
           WRITE REL-LINHA-CRD
           WRITE REL-LINHA-CRD          FROM WRK-RODAPE-01
      *
           IF WRK-PERIODO-FECHADO EQUAL "S"
               CLOSE ARQSNP01
           ELSE
               CLOSE ARQCRD01
           END-IF
           CLOSE ARQCLI01
           CLOSE RELCRD01
      *
