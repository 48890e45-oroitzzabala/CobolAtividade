      *                  ATRIBUIDOS EM SEQUENCIA DE VISITA PARTINDO    *
      *                  DAS COORDENADAS DO VENDEDOR (PROXIMA PARADA   *
      *                  SEMPRE A MAIS PERTO), COM A DISTANCIA DE      *
      *                  CADA TRECHO E A DISTANCIA TOTAL DA ROTA. CADA *
      *                  PARADA TRAZ A CLASSE DA CURVA ABC DO CLIENTE  *
      *                  (ARQABC01, GERADO PELO HBSI48AO) E A MARCA DE *
      *                  PARADA PRIORITARIA PARA OS CLIENTES SEM       *
      *                  PEDIDO RECENTE (ARQACP01, GERADO PELO         *
      *                  HBSI33EO)                                     *
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
              SELECT ARQACP01 ASSIGN   TO UT-S-ARQACP01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-ACP
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQACP01.
      *
              SELECT RELROT01 ASSIGN   TO UT-S-RELROT01
                        ORGANIZATION   IS SEQUENTIAL
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
      *    INPUT  : ARQUIVO DE ACOMPANHAMENTO DE CLIENTES INATIVOS     *
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
      *    OUTPUT : RELATORIO - ROTEIRO DE VISITAS POR VENDEDOR        *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQVENCLI         PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCLI01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQABC01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQACP01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELROT01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
       01  WRK-CONTADORES.
           05 WRK-TOT-VENDEDORES       PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-ROTAS            PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-PRIORIDADE       PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-AREA-CONTROLE.
           05 WRK-FS-ARQCTRL           PIC X(002)      VALUE "00".
              10 WRK-PAR-LAT           PIC S9(003)V9(008).
              10 WRK-PAR-LONG          PIC S9(003)V9(008).
              10 WRK-PAR-VISITADA      PIC X(001).
              10 WRK-PAR-CLASSE-ABC    PIC X(001).
              10 WRK-PAR-PRIORIDADE    PIC X(010).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           05 WRK-DET-LONG-CLI         PIC -ZZ9,99999999.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-DIST-TRECHO      PIC ZZZZZ9,9999.
           05 FILLER                   PIC X(008)      VALUE
              '  CURVA '.
           05 WRK-DET-CLASSE-ABC       PIC X(001).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-PRIORIDADE       PIC X(010).
      *
       01  WRK-TOT-ROTA.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 FILLER                   PIC X(020)      VALUE
              'ROTAS EMITIDAS.....:'.
           05 WRK-ROD-TOT-ROTAS        PIC ZZZZZZ9.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(020)      VALUE
              'PRIORITARIAS.......:'.
           05 WRK-ROD-TOT-PRIORIDADE   PIC ZZZZZZ9.
      *
      *----------------------------------------------------------------*
       01  FILLER                      PIC  X(050)     VALUE
           OPEN INPUT  ARQVEN01
           OPEN INPUT  ARQVENCLI
           OPEN INPUT  ARQCLI01
           OPEN INPUT  ARQABC01
           OPEN INPUT  ARQACP01
           OPEN OUTPUT RELROT01
      *
           WRITE REL-LINHA-ROT         FROM WRK-CAB-01
                    TO WRK-PAR-LONG     (WRK-QTD-PARADAS)
               MOVE "N"
                    TO WRK-PAR-VISITADA (WRK-QTD-PARADAS)
               MOVE SPACES
                    TO WRK-PAR-CLASSE-ABC (WRK-QTD-PARADAS)
               MOVE FS-COD-CLI         TO FS-COD-CLI-ABC
               READ ARQABC01           KEY IS FS-COD-CLI-ABC
               IF WRK-FS-ARQABC01 EQUAL "00"
                   MOVE FS-CLASSE-ABC
                        TO WRK-PAR-CLASSE-ABC (WRK-QTD-PARADAS)
               END-IF
               MOVE SPACES
                    TO WRK-PAR-PRIORIDADE (WRK-QTD-PARADAS)
               MOVE WRK-COD-VEN-ATU    TO FS-COD-VEN-ACP
               MOVE FS-COD-CLI         TO FS-COD-CLI-ACP
               READ ARQACP01           KEY IS FS-CHAVE-ACP
               IF WRK-FS-ARQACP01 EQUAL "00"
                   MOVE "PRIORIDADE"
                        TO WRK-PAR-PRIORIDADE (WRK-QTD-PARADAS)
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
               MOVE WRK-PAR-LONG     (WRK-IDX-PROX)
                                       TO WRK-DET-LONG-CLI
               MOVE WRK-MENOR-DIST     TO WRK-DET-DIST-TRECHO
               MOVE WRK-PAR-CLASSE-ABC (WRK-IDX-PROX)
                                       TO WRK-DET-CLASSE-ABC
               MOVE WRK-PAR-PRIORIDADE (WRK-IDX-PROX)
                                       TO WRK-DET-PRIORIDADE
               IF WRK-PAR-PRIORIDADE (WRK-IDX-PROX) NOT EQUAL SPACES
                   ADD 1               TO WRK-TOT-PRIORIDADE
               END-IF
               WRITE REL-LINHA-ROT     FROM WRK-DET-PARADA
      *
               MOVE WRK-PAR-LAT  (WRK-IDX-PROX) TO WRK-LAT-ATUAL
      *
           MOVE WRK-TOT-VENDEDORES      TO WRK-ROD-TOT-VEN
           MOVE WRK-TOT-ROTAS           TO WRK-ROD-TOT-ROTAS
           MOVE WRK-TOT-PRIORIDADE      TO WRK-ROD-TOT-PRIORIDADE
      *
           MOVE SPACES                  TO REL-LINHA-ROT
           WRITE REL-LINHA-ROT
           WRITE REL-LINHA-ROT          FROM WRK-RODAPE-01
           WRITE REL-LINHA-ROT          FROM WRK-RODAPE-02
           WRITE REL-LINHA-ROT          FROM WRK-RODAPE-03
      *
           CLOSE ARQVEN01
           CLOSE ARQVENCLI
           CLOSE ARQCLI01
           CLOSE ARQABC01
           CLOSE ARQACP01
           CLOSE RELROT01
      *
           MOVE WRK-TOT-VENDEDORES      TO WRK-CTR-LIDOS
