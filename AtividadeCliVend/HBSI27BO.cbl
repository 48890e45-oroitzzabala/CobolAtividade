      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO - PEDIDOS DO DIA POR VENDEDOR.      *
      *                  RECEBE VIA SYSIN A DATA (AAAAMMDD) OU ZEROS   *
      *                  PARA A DATA DO DIA. CADA PEDIDO TEM UMA LINHA *
      *                  COM OS IMPOSTOS (ICMS, IPI, ICMS-ST) E O      *
      *                  VALOR BRUTO, TOTALIZADOS NO RODAPE            *
      *================================================================*
      *
      *================================================================*
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
          05 FS-QTD-ITENS-PED      PIC 9(003).
          05 FS-VAL-TOT-PED        PIC 9(009)V9(002).
          05 FS-STATUS-PED         PIC X(001).
          05 FS-VAL-ICMS-PED       PIC 9(009)V9(002).
          05 FS-VAL-IPI-PED        PIC 9(009)V9(002).
          05 FS-VAL-ST-PED         PIC 9(009)V9(002).
          05 FS-VAL-BRUTO-PED      PIC 9(009)V9(002).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO DE CLIENTES - ORG. DINAMICA LRECL=0199     *
           05 WRK-VAL-PED-VEN          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-QTD-PED-GER          PIC 9(007)      VALUE ZEROS.
           05 WRK-VAL-PED-GER          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-BRT-PED-VEN          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-ICMS-PED-GER         PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-IPI-PED-GER          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-ST-PED-GER           PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-BRT-PED-GER          PIC 9(011)V9(002) VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 FILLER                   PIC X(006)      VALUE 'VALOR '.
           05 WRK-DET-VAL-TOT          PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-DET-TRB.
           05 FILLER                   PIC X(013)      VALUE SPACES.
           05 FILLER                   PIC X(005)      VALUE 'ICMS '.
           05 WRK-DET-VAL-ICMS         PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(006)      VALUE '  IPI '.
           05 WRK-DET-VAL-IPI          PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(011)      VALUE
              '  ICMS-ST '.
           05 WRK-DET-VAL-ST           PIC ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(008)      VALUE
              '  BRUTO '.
           05 WRK-DET-VAL-BRUTO        PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-TOT-VEN.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-TOT-VEN-QTD          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-TOT-VEN-VAL          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(008)      VALUE
              '  BRUTO '.
           05 WRK-TOT-VEN-BRUTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(020)      VALUE
           05 FILLER                   PIC X(020)      VALUE
              'VALOR GERAL........:'.
           05 WRK-ROD-VAL-PED          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(020)      VALUE
              'TOTAL ICMS.........:'.
           05 WRK-ROD-VAL-ICMS         PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(020)      VALUE
              'TOTAL IPI..........:'.
           05 WRK-ROD-VAL-IPI          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-05.
           05 FILLER                   PIC X(020)      VALUE
              'TOTAL ICMS-ST......:'.
           05 WRK-ROD-VAL-ST           PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-06.
           05 FILLER                   PIC X(020)      VALUE
              'VALOR BRUTO GERAL..:'.
           05 WRK-ROD-VAL-BRUTO        PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
      *
       01  WRK-AREA-CONTROLE.
           MOVE "N"                    TO WRK-TEM-PEDIDO
           MOVE ZEROS                  TO WRK-QTD-PED-VEN
                                          WRK-VAL-PED-VEN
                                          WRK-BRT-PED-VEN
      *
           MOVE ZEROS                  TO FS-CHAVE-PED
           START ARQPED01 KEY IS NOT LESS FS-CHAVE-PED
           IF WRK-TEM-PEDIDO EQUAL "S"
               MOVE WRK-QTD-PED-VEN    TO WRK-TOT-VEN-QTD
               MOVE WRK-VAL-PED-VEN    TO WRK-TOT-VEN-VAL
               MOVE WRK-BRT-PED-VEN    TO WRK-TOT-VEN-BRUTO
               WRITE REL-LINHA-PED     FROM WRK-TOT-VEN
           END-IF.
      *
           MOVE FS-QTD-ITENS-PED       TO WRK-DET-QTD-ITENS
           MOVE FS-VAL-TOT-PED         TO WRK-DET-VAL-TOT
           WRITE REL-LINHA-PED         FROM WRK-DET-PED
           MOVE FS-VAL-ICMS-PED        TO WRK-DET-VAL-ICMS
           MOVE FS-VAL-IPI-PED         TO WRK-DET-VAL-IPI
           MOVE FS-VAL-ST-PED          TO WRK-DET-VAL-ST
           MOVE FS-VAL-BRUTO-PED       TO WRK-DET-VAL-BRUTO
           WRITE REL-LINHA-PED         FROM WRK-DET-TRB
      *
           ADD 1                       TO WRK-QTD-PED-VEN
                                          WRK-QTD-PED-GER
           ADD FS-VAL-TOT-PED          TO WRK-VAL-PED-VEN
                                          WRK-VAL-PED-GER
           ADD FS-VAL-BRUTO-PED        TO WRK-BRT-PED-VEN
                                          WRK-BRT-PED-GER
           ADD FS-VAL-ICMS-PED         TO WRK-ICMS-PED-GER
           ADD FS-VAL-IPI-PED          TO WRK-IPI-PED-GER
           ADD FS-VAL-ST-PED           TO WRK-ST-PED-GER.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *
           MOVE WRK-QTD-PED-GER         TO WRK-ROD-QTD-PED
           MOVE WRK-VAL-PED-GER         TO WRK-ROD-VAL-PED
           MOVE WRK-ICMS-PED-GER        TO WRK-ROD-VAL-ICMS
           MOVE WRK-IPI-PED-GER         TO WRK-ROD-VAL-IPI
           MOVE WRK-ST-PED-GER          TO WRK-ROD-VAL-ST
           MOVE WRK-BRT-PED-GER         TO WRK-ROD-VAL-BRUTO
      *
           MOVE SPACES                  TO REL-LINHA-PED
           WRITE REL-LINHA-PED
           WRITE REL-LINHA-PED          FROM WRK-RODAPE-01
           WRITE REL-LINHA-PED          FROM WRK-RODAPE-02
           WRITE REL-LINHA-PED          FROM WRK-RODAPE-03
           WRITE REL-LINHA-PED          FROM WRK-RODAPE-04
           WRITE REL-LINHA-PED          FROM WRK-RODAPE-05
           WRITE REL-LINHA-PED          FROM WRK-RODAPE-06
      *
           CLOSE ARQVEN01
           CLOSE ARQPED01
