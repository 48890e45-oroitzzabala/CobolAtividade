      *                  ZEROS PARA O MES CORRENTE. CONFRONTA O        *
      *                  FATURADO DO ARQPED01 COM A META DO ARQMET01   *
      *                  E LISTA OS VENDEDORES ORDENADOS PELO          *
      *                  PERCENTUAL ATINGIDO. PERIODO JA FECHADO       *
      *                  (HBSI30HO) E LISTADO PELA FOTO DO FECHAMENTO  *
      *                  (ARQSNP01), SEM RELER OS PEDIDOS              *
      *================================================================*
      *
      *================================================================*
                          RECORD KEY   IS FS-CHAVE-MET
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQMET01.
      *
              SELECT ARQSNP01 ASSIGN   TO UT-S-ARQSNP01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-CHAVE-SNP
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQSNP01.
      *
              SELECT RELMET01 ASSIGN   TO UT-S-RELMET01
                        ORGANIZATION   IS SEQUENTIAL
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
      *    INPUT  : ARQUIVO DE METAS MENSAIS DE VENDA POR VENDEDOR     *
          05 FS-VAL-META           PIC 9(009)V9(002).
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
      *    OUTPUT : RELATORIO - META X REALIZADO POR VENDEDOR          *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQMET01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQSNP01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELMET01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-IDX-VEN              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ORD              PIC 9(004)      VALUE ZEROS.
           05 WRK-TROCOU               PIC X(001)      VALUE "N".
           05 WRK-PERIODO-FECHADO      PIC X(001)      VALUE "N".
      *
       01  WRK-PARM-FEC.
           05 WRK-FEC-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-DATA-FEC         PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-LISTADOS         PIC 9(007)      VALUE ZEROS.
           05 FILLER                   PIC X(048)      VALUE
              'HBSI38BO - META X REALIZADO POR VENDEDOR'.
           05 WRK-CAB-ANOMES           PIC 9999/99.
      *
       01  WRK-CAB-FEC.
           05 FILLER                   PIC X(048)      VALUE
              'PERIODO FECHADO - POSICAO DA FOTO DE'.
           05 WRK-CAB-DATA-FEC         PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(006)      VALUE 'RANK'.
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PARAMETRO, ABERTURA DOS ARQUIVOS,      *
      *    CARGA DA TABELA DE VENDEDORES E APURACAO DO REALIZADO. NO   *
      *    PERIODO FECHADO META E REALIZADO VEM DA FOTO                *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
               ACCEPT WRK-DATA-DIA     FROM DATE YYYYMMDD
               MOVE WRK-DATA-DIA (1:6) TO WRK-ANOMES-PESQ
           END-IF
      *
           MOVE WRK-ANOMES-PESQ        TO WRK-FEC-DATA (1:6)
           MOVE "01"                   TO WRK-FEC-DATA (7:2)
           CALL "HBSI30HO" USING WRK-PARM-FEC
           IF WRK-FEC-RETORNO EQUAL 1
               MOVE "S"                TO WRK-PERIODO-FECHADO
           END-IF
      *
           OPEN INPUT  ARQVEN01
           OPEN INPUT  ARQPED01
           OPEN INPUT  ARQMET01
           OPEN OUTPUT RELMET01
           IF WRK-PERIODO-FECHADO EQUAL "S"
               OPEN INPUT ARQSNP01
           END-IF
      *
           MOVE WRK-ANOMES-PESQ        TO WRK-CAB-ANOMES
           WRITE REL-LINHA-MET         FROM WRK-CAB-01
           IF WRK-PERIODO-FECHADO EQUAL "S"
               MOVE WRK-FEC-DATA-FEC   TO WRK-CAB-DATA-FEC
               WRITE REL-LINHA-MET     FROM WRK-CAB-FEC
           END-IF
           MOVE SPACES                 TO REL-LINHA-MET
           WRITE REL-LINHA-MET
           WRITE REL-LINHA-MET         FROM WRK-CAB-02
                        TO WRK-TAB-VAL-META  (WRK-QTD-VEN)
                           WRK-TAB-VAL-REAL  (WRK-QTD-VEN)
                           WRK-TAB-PCT-ATING (WRK-QTD-VEN)
                   IF WRK-PERIODO-FECHADO EQUAL "S"
                       PERFORM 1100-LE-FOTO-VENDEDOR
                   ELSE
                       MOVE FS-COD-VEN TO FS-COD-VEN-MET
                       MOVE WRK-ANOMES-PESQ TO FS-ANOMES-MET
                       READ ARQMET01   KEY IS FS-CHAVE-MET
                       IF WRK-FS-ARQMET01 EQUAL "00"
                           MOVE FS-VAL-META
                                TO WRK-TAB-VAL-META (WRK-QTD-VEN)
                       END-IF
                   END-IF
               END-IF
               READ ARQVEN01 NEXT RECORD
           END-PERFORM
      *
           IF WRK-PERIODO-FECHADO EQUAL "N"
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
                                   TO WRK-TAB-VAL-REAL (WRK-IDX-VEN)
                               MOVE WRK-QTD-VEN TO WRK-IDX-VEN
                           END-IF
                       END-PERFORM
                   END-IF
                   READ ARQPED01 NEXT RECORD
               END-PERFORM
           END-IF.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR META E REALIZADO DO VENDEDOR CORRENTE  *
      *    DA FOTO DO PERIODO FECHADO. VENDEDOR FORA DA FOTO NAO TEVE  *
      *    META NEM FATURAMENTO NO PERIODO                             *
      *----------------------------------------------------------------*
       1100-LE-FOTO-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-SNP
           MOVE "V"                    TO FS-TIPO-SNP
           MOVE FS-COD-VEN             TO FS-COD-SNP
           READ ARQSNP01               KEY IS FS-CHAVE-SNP
           IF WRK-FS-ARQSNP01 EQUAL "00"
               MOVE FS-VAL-META-SNP
                    TO WRK-TAB-VAL-META (WRK-QTD-VEN)
               MOVE FS-VAL-FAT-SNP
                    TO WRK-TAB-VAL-REAL (WRK-QTD-VEN)
           END-IF.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - CALCULA O PERCENTUAL ATINGIDO,    *
      *    ORDENA PELO PERCENTUAL E IMPRIME O RANKING                  *
      *----------------------------------------------------------------*
           CLOSE ARQPED01
           CLOSE ARQMET01
           CLOSE RELMET01
           IF WRK-PERIODO-FECHADO EQUAL "S"
               CLOSE ARQSNP01
           END-IF
      *
           MOVE WRK-QTD-VEN             TO WRK-CTR-LIDOS
           MOVE WRK-TOT-LISTADOS        TO WRK-CTR-GRAVADOS
