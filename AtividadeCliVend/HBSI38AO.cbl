      *                  PEDIDOS FATURADOS/ENTREGUES DO PERIODO POR    *
      *                  VENDEDOR, APLICA A TAXA DO ARQCOM01 E         *
      *                  IMPRIME O DEMONSTRATIVO POR VENDEDOR MAIS O   *
      *                  RESUMO PARA A FOLHA DE PAGAMENTO.             *
      *                  A COMISSAO DE CADA PEDIDO FICA GRAVADA NO     *
      *                  ARQCMS01 (VENDEDOR/PERIODO/PEDIDO). PEDIDO JA *
      *                  COMISSIONADO EM PERIODO ENVIADO A FOLHA QUE   *
      *                  DEPOIS FOI RECUSADO OU CANCELADO (R/C) ENTRA  *
      *                  COMO ESTORNO NO PERIODO APURADO. ENQUANTO O   *
      *                  PERIODO NAO FOR ENVIADO A FOLHA (HBSI38CO) A  *
      *                  APURACAO PODE SER REFEITA; DEPOIS DISSO O     *
      *                  PROGRAMA SO REIMPRIME O QUE FOI GRAVADO.      *
      *                  PERIODO JA FECHADO NO FECHAMENTO MENSAL       *
      *                  (HBSI30HO) TAMBEM SO E REIMPRESSO             *
      *================================================================*
      *
      *================================================================*
                          RECORD KEY   IS FS-COD-VEN-COM
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQCOM01.
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
              SELECT RELCOM01 ASSIGN   TO UT-S-RELCOM01
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
      *    INPUT  : ARQUIVO DE TAXA DE COMISSAO POR VENDEDOR           *
          05 FS-TAXA-COM               PIC 9(002)V9(002).
      *
      *----------------------------------------------------------------*
      *    I-O    : ARQUIVO DE COMISSAO POR VENDEDOR/PERIODO/PEDIDO    *
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
      *    I-O    : ARQUIVO DE SITUACAO DO PERIODO DE COMISSOES        *
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
      *    OUTPUT : RELATORIO - DEMONSTRATIVO MENSAL DE COMISSOES      *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
           05 WRK-FS-ARQVEN01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQPED01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCOM01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCMS01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQCMP01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELCOM01          PIC X(002)      VALUE "00".
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-VAL-FAT-VEN          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-TAXA-VEN             PIC 9(002)V9(002) VALUE ZEROS.
           05 WRK-VAL-COM-VEN          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-QTD-EST-VEN          PIC 9(007)      VALUE ZEROS.
           05 WRK-VAL-EST-VEN          PIC 9(011)V9(002) VALUE ZEROS.
           05 WRK-VAL-LIQ-VEN          PIC S9(011)V9(002) VALUE ZEROS.
           05 WRK-VAL-COM-PED          PIC 9(009)V9(002) VALUE ZEROS.
           05 WRK-QTD-RESUMO           PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-RESUMO           PIC 9(004)      VALUE ZEROS.
           05 WRK-PERIODO-FECHADO      PIC X(001)      VALUE "N".
           05 WRK-PERIODO-EXISTE       PIC X(001)      VALUE "N".
           05 WRK-PERIODO-ENCERRADO    PIC X(001)      VALUE "N".
           05 WRK-DATA-FOL             PIC 9(008)      VALUE ZEROS.
           05 WRK-QTD-EST-TAB          PIC 9(003)      VALUE ZEROS.
           05 WRK-IDX-EST              PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-PARM-FEC.
           05 WRK-FEC-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-DATA-FEC         PIC 9(008)      VALUE ZEROS.
           05 WRK-FEC-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-VENDEDORES       PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-DEMONSTRATIVOS   PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-VAL-FAT          PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-COM          PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-EST          PIC 9(013)V9(002) VALUE ZEROS.
           05 WRK-TOT-VAL-LIQ          PIC S9(013)V9(002) VALUE ZEROS.
           05 WRK-TOT-GRAV-CMS         PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA ESTORNOS DO VENDEDOR CORRENTE'.
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-ESTORNOS.
           05 WRK-TAB-EST OCCURS 999 TIMES.
              10 WRK-EST-CHAVE-PED     PIC X(018).
              10 WRK-EST-VAL-BASE      PIC 9(009)V9(002).
              10 WRK-EST-TAXA          PIC 9(002)V9(002).
              10 WRK-EST-VAL-COM       PIC 9(009)V9(002).
              10 WRK-EST-STATUS-PED    PIC X(001).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
              10 WRK-RES-VAL-FAT       PIC 9(011)V9(002).
              10 WRK-RES-TAXA          PIC 9(002)V9(002).
              10 WRK-RES-VAL-COM       PIC 9(011)V9(002).
              10 WRK-RES-VAL-EST       PIC 9(011)V9(002).
              10 WRK-RES-VAL-LIQ       PIC S9(011)V9(002).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           05 FILLER                   PIC X(048)      VALUE
              'HBSI38AO - DEMONSTRATIVO MENSAL DE COMISSOES'.
           05 WRK-CAB-ANOMES           PIC 9999/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(034)      VALUE
              'PERIODO JA ENVIADO A FOLHA EM '.
           05 WRK-CAB-DATA-FOL         PIC 9999/99/99.
           05 FILLER                   PIC X(016)      VALUE
              ' - REIMPRESSAO'.
      *
       01  WRK-CAB-03.
           05 FILLER                   PIC X(034)      VALUE
              'PERIODO FECHADO EM '.
           05 WRK-CAB-DATA-FEC         PIC 9999/99/99.
           05 FILLER                   PIC X(016)      VALUE
              ' - REIMPRESSAO'.
      *
       01  WRK-DET-VEN.
           05 FILLER                   PIC X(010)      VALUE
           05 FILLER                   PIC X(020)      VALUE
              'VALOR DA COMISSAO..:'.
           05 WRK-DET-VAL-COM          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-DET-EST.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 FILLER                   PIC X(020)      VALUE
              'ESTORNOS (R/C).....:'.
           05 WRK-DET-QTD-EST          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-VAL-EST          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-DET-EST-PED.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 FILLER                   PIC X(008)      VALUE 'PEDIDO '.
           05 WRK-DET-EST-CLI          PIC 9(007).
           05 FILLER                   PIC X(001)      VALUE '/'.
           05 WRK-DET-EST-DATA         PIC 9(008).
           05 FILLER                   PIC X(001)      VALUE '/'.
           05 WRK-DET-EST-SEQ          PIC 9(003).
           05 FILLER                   PIC X(010)      VALUE
              '  STATUS '.
           05 WRK-DET-EST-STATUS       PIC X(001).
           05 FILLER                   PIC X(014)      VALUE
              '  COMISSAO EM '.
           05 WRK-DET-EST-ANOMES       PIC 9999/99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-EST-VAL          PIC ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-DET-LIQ.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 FILLER                   PIC X(020)      VALUE
              'VALOR LIQUIDO......:'.
           05 WRK-DET-VAL-LIQ          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
      *
       01  WRK-CAB-RESUMO.
           05 FILLER                   PIC X(050)      VALUE
       01  WRK-CAB-RES-02.
           05 FILLER                   PIC X(008)      VALUE 'CODIGO'.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 FILLER                   PIC X(030)      VALUE 'NOME'.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 FILLER                   PIC X(018)      VALUE
              'VALOR FATURADO'.
           05 FILLER                   PIC X(007)      VALUE 'TAXA'.
           05 FILLER                   PIC X(019)      VALUE
              'COMISSAO'.
           05 FILLER                   PIC X(019)      VALUE
              'ESTORNO'.
           05 FILLER                   PIC X(018)      VALUE
              'LIQUIDO'.
      *
       01  WRK-DET-RESUMO.
           05 WRK-RES-DET-COD          PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE SPACES.
           05 WRK-RES-DET-NOME         PIC X(030).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-RES-DET-FAT          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-RES-DET-TAXA         PIC Z9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-RES-DET-COM          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-RES-DET-EST          PIC ZZ.ZZZ.ZZZ.ZZ9,99.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-RES-DET-LIQ          PIC ZZ.ZZZ.ZZZ.ZZ9,99-.
      *
       01  WRK-RODAPE-01.
           05 FILLER                   PIC X(020)      VALUE
           05 FILLER                   PIC X(020)      VALUE
              'TOTAL DE COMISSOES.:'.
           05 WRK-ROD-VAL-COM          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-03.
           05 FILLER                   PIC X(020)      VALUE
              'TOTAL DE ESTORNOS..:'.
           05 WRK-ROD-VAL-EST          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99.
      *
       01  WRK-RODAPE-04.
           05 FILLER                   PIC X(020)      VALUE
              'TOTAL LIQUIDO......:'.
           05 WRK-ROD-VAL-LIQ          PIC Z.ZZZ.ZZZ.ZZZ.ZZ9,99-.
      *
       01  WRK-AREA-CONTROLE.
           05 WRK-FS-ARQCTRL           PIC X(002)      VALUE "00".
      *
      *----------------------------------------------------------------*
      *    ROTINA DE LEITURA DO PARAMETRO DE PERIODO, ABERTURA DOS     *
      *    ARQUIVOS, VERIFICACAO DA SITUACAO DO PERIODO E IMPRESSAO    *
      *    DO CABECALHO                                                *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-ANOMES-PESQ
           ACCEPT WRK-DATA-DIA         FROM DATE YYYYMMDD
           IF WRK-ANOMES-PESQ NOT NUMERIC
              OR WRK-ANOMES-PESQ EQUAL ZEROS
               MOVE WRK-DATA-DIA (1:6) TO WRK-ANOMES-PESQ
           END-IF
      *
           OPEN INPUT  ARQVEN01
           OPEN INPUT  ARQPED01
           OPEN INPUT  ARQCOM01
           OPEN I-O    ARQCMS01
           IF WRK-FS-ARQCMS01 EQUAL "35"
               OPEN OUTPUT ARQCMS01
               CLOSE ARQCMS01
               OPEN I-O ARQCMS01
           END-IF
           OPEN I-O    ARQCMP01
           IF WRK-FS-ARQCMP01 EQUAL "35"
               OPEN OUTPUT ARQCMP01
               CLOSE ARQCMP01
               OPEN I-O ARQCMP01
           END-IF
           OPEN OUTPUT RELCOM01
      *
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-CMP
           READ ARQCMP01               KEY IS FS-ANOMES-CMP
           IF WRK-FS-ARQCMP01 EQUAL "00"
               MOVE "S"                TO WRK-PERIODO-EXISTE
               IF FS-STATUS-CMP EQUAL "F"
                   MOVE "S"            TO WRK-PERIODO-FECHADO
                   MOVE FS-DATA-FOL-CMP TO WRK-DATA-FOL
               END-IF
           END-IF
      *
           MOVE WRK-ANOMES-PESQ        TO WRK-FEC-DATA (1:6)
           MOVE "01"                   TO WRK-FEC-DATA (7:2)
           CALL "HBSI30HO" USING WRK-PARM-FEC
           IF WRK-FEC-RETORNO EQUAL 1
              AND WRK-PERIODO-FECHADO EQUAL "N"
               MOVE "S"                TO WRK-PERIODO-ENCERRADO
                                          WRK-PERIODO-FECHADO
           END-IF
      *
           MOVE WRK-ANOMES-PESQ        TO WRK-CAB-ANOMES
           WRITE REL-LINHA-COM         FROM WRK-CAB-01
           EVALUATE TRUE
               WHEN WRK-PERIODO-ENCERRADO EQUAL "S"
                   DISPLAY "HBSI38AO - PERIODO " WRK-ANOMES-PESQ
                           " JA FECHADO - SOMENTE REIMPRESSAO"
                   MOVE WRK-FEC-DATA-FEC TO WRK-CAB-DATA-FEC
                   WRITE REL-LINHA-COM FROM WRK-CAB-03
               WHEN WRK-PERIODO-FECHADO EQUAL "S"
                   DISPLAY "HBSI38AO - PERIODO " WRK-ANOMES-PESQ
                           " JA ENVIADO A FOLHA - SOMENTE REIMPRESSAO"
                   MOVE WRK-DATA-FOL   TO WRK-CAB-DATA-FOL
                   WRITE REL-LINHA-COM FROM WRK-CAB-02
               WHEN OTHER
                   PERFORM 1100-LIMPA-PERIODO
           END-EVALUATE
           MOVE SPACES                 TO REL-LINHA-COM
           WRITE REL-LINHA-COM.
      *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA DESFAZER UMA APURACAO ANTERIOR DO MESMO PERIODO *
      *    AINDA NAO ENVIADA A FOLHA: APAGA AS COMISSOES E ESTORNOS DO *
      *    PERIODO E LIBERA OS PEDIDOS QUE ELE HAVIA ESTORNADO         *
      *----------------------------------------------------------------*
       1100-LIMPA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FS-CHAVE-CMS
           START ARQCMS01 KEY IS NOT LESS FS-CHAVE-CMS
           PERFORM UNTIL WRK-FS-ARQCMS01 NOT EQUAL "00"
               READ ARQCMS01 NEXT RECORD
               IF WRK-FS-ARQCMS01 EQUAL "00"
                   EVALUATE TRUE
                       WHEN FS-ANOMES-CMS EQUAL WRK-ANOMES-PESQ
                           DELETE ARQCMS01 RECORD
                       WHEN FS-TIPO-CMS EQUAL "C"
                        AND FS-ANOMES-EST-CMS EQUAL WRK-ANOMES-PESQ
                           MOVE ZEROS  TO FS-ANOMES-EST-CMS
                           REWRITE FD-COMISSAO-PED
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - UM VENDEDOR POR VEZ, ATIVO OU    *
      *    NAO, PARA QUE A COMISSAO DE UM VENDEDOR DESATIVADO NO      *
      *    MES AINDA SEJA APURADA                                     *
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA APURAR O VENDEDOR CORRENTE (SE O PERIODO AINDA  *
      *    ESTIVER ABERTO) E IMPRIMIR O DEMONSTRATIVO A PARTIR DO QUE  *
      *    FICOU GRAVADO NO ARQCMS01                                   *
      *----------------------------------------------------------------*
       2010-APURA-VENDEDOR             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-VEN             TO WRK-COD-VEN-ATU
           IF WRK-PERIODO-FECHADO EQUAL "N"
               PERFORM 2011-CALCULA-PEDIDOS
               PERFORM 2012-APURA-ESTORNOS
           END-IF
           PERFORM 2015-TOTALIZA-VENDEDOR
      *
           IF WRK-QTD-PED-VEN GREATER ZEROS
              OR WRK-QTD-EST-VEN GREATER ZEROS
               PERFORM 2020-IMPRIME-DEMONSTRATIVO
               PERFORM 2030-GUARDA-RESUMO
           END-IF.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CALCULAR E GRAVAR A COMISSAO DE CADA PEDIDO     *
      *    FATURADO/ENTREGUE DO PERIODO DO VENDEDOR CORRENTE           *
      *----------------------------------------------------------------*
       2011-CALCULA-PEDIDOS            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-TAXA-VEN
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-COM
           READ ARQCOM01               KEY IS FS-COD-VEN-COM
           IF WRK-FS-ARQCOM01 EQUAL "00"
               MOVE FS-TAXA-COM        TO WRK-TAXA-VEN
           END-IF
      *
           MOVE ZEROS                  TO FS-CHAVE-PED
           START ARQPED01 KEY IS NOT LESS FS-CHAVE-PED
                      AND FS-DATA-PED (1:6) EQUAL WRK-ANOMES-PESQ
                      AND (FS-STATUS-PED EQUAL "F"
                           OR FS-STATUS-PED EQUAL "E")
                       PERFORM 2013-GRAVA-COMISSAO
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2011-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA PROCURAR, NAS COMISSOES DE PERIODOS JA ENVIADOS *
      *    A FOLHA, PEDIDOS DO VENDEDOR QUE PASSARAM A RECUSADO OU     *
      *    CANCELADO E AINDA NAO FORAM ESTORNADOS                      *
      *----------------------------------------------------------------*
       2012-APURA-ESTORNOS             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-EST-TAB
           INITIALIZE FS-CHAVE-CMS
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-CMS
           START ARQCMS01 KEY IS NOT LESS FS-CHAVE-CMS
           PERFORM UNTIL WRK-FS-ARQCMS01 NOT EQUAL "00"
               READ ARQCMS01 NEXT RECORD
               IF WRK-FS-ARQCMS01 EQUAL "00"
                   IF FS-COD-VEN-CMS NOT EQUAL WRK-COD-VEN-ATU
                      OR FS-ANOMES-CMS NOT LESS WRK-ANOMES-PESQ
                       MOVE "10"       TO WRK-FS-ARQCMS01
                   ELSE
                       IF FS-TIPO-CMS EQUAL "C"
                          AND FS-ANOMES-EST-CMS EQUAL ZEROS
                           PERFORM 2014-VERIFICA-ESTORNO
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
      *
      *    OS ESTORNOS SO SAO GRAVADOS DEPOIS DA LEITURA PARA NAO
      *    INCLUIR REGISTROS NO MEIO DA VARREDURA DO ARQUIVO
      *
           PERFORM VARYING WRK-IDX-EST FROM 1 BY 1
                   UNTIL WRK-IDX-EST GREATER WRK-QTD-EST-TAB
               MOVE SPACES             TO FD-COMISSAO-PED
               MOVE WRK-COD-VEN-ATU    TO FS-COD-VEN-CMS
               MOVE WRK-ANOMES-PESQ    TO FS-ANOMES-CMS
               MOVE "E"                TO FS-TIPO-CMS
               MOVE WRK-EST-CHAVE-PED (WRK-IDX-EST)
                                       TO FS-CHAVE-PED-CMS
               MOVE WRK-EST-VAL-BASE (WRK-IDX-EST)
                                       TO FS-VAL-BASE-CMS
               MOVE WRK-EST-TAXA (WRK-IDX-EST)
                                       TO FS-TAXA-CMS
               MOVE WRK-EST-VAL-COM (WRK-IDX-EST)
                                       TO FS-VAL-COM-CMS
               MOVE WRK-EST-STATUS-PED (WRK-IDX-EST)
                                       TO FS-STATUS-PED-CMS
               MOVE ZEROS              TO FS-ANOMES-EST-CMS
               MOVE WRK-DATA-DIA       TO FS-DATA-CALC-CMS
               WRITE FD-COMISSAO-PED
               IF WRK-FS-ARQCMS01 EQUAL "00"
                   ADD 1               TO WRK-TOT-GRAV-CMS
               ELSE
                   DISPLAY "HBSI38AO - ERRO AO GRAVAR ESTORNO "
                           FS-CHAVE-CMS " FS=" WRK-FS-ARQCMS01
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2012-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR A COMISSAO DO PEDIDO CORRENTE            *
      *----------------------------------------------------------------*
       2013-GRAVA-COMISSAO             SECTION.
      *----------------------------------------------------------------*
      *
           COMPUTE WRK-VAL-COM-PED ROUNDED =
                   FS-VAL-TOT-PED * WRK-TAXA-VEN / 100
           MOVE SPACES                 TO FD-COMISSAO-PED
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-CMS
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-CMS
           MOVE "C"                    TO FS-TIPO-CMS
           MOVE FS-CHAVE-PED           TO FS-CHAVE-PED-CMS
           MOVE FS-VAL-TOT-PED         TO FS-VAL-BASE-CMS
           MOVE WRK-TAXA-VEN           TO FS-TAXA-CMS
           MOVE WRK-VAL-COM-PED        TO FS-VAL-COM-CMS
           MOVE FS-STATUS-PED          TO FS-STATUS-PED-CMS
           MOVE ZEROS                  TO FS-ANOMES-EST-CMS
           MOVE WRK-DATA-DIA           TO FS-DATA-CALC-CMS
           WRITE FD-COMISSAO-PED
           IF WRK-FS-ARQCMS01 EQUAL "00"
               ADD 1                   TO WRK-TOT-GRAV-CMS
           ELSE
               DISPLAY "HBSI38AO - ERRO AO GRAVAR COMISSAO "
                       FS-CHAVE-CMS " FS=" WRK-FS-ARQCMS01
           END-IF.
      *
      *----------------------------------------------------------------*
       2013-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA VERIFICAR SE A COMISSAO LIDA DEVE SER ESTORNADA:*
      *    PERIODO DE ORIGEM JA ENVIADO A FOLHA E PEDIDO HOJE EM R/C.  *
      *    A COMISSAO ORIGINAL FICA MARCADA COM O PERIODO DO ESTORNO   *
      *    PARA NAO SER ESTORNADA DUAS VEZES                           *
      *----------------------------------------------------------------*
       2014-VERIFICA-ESTORNO           SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-ANOMES-CMS          TO FS-ANOMES-CMP
           READ ARQCMP01               KEY IS FS-ANOMES-CMP
           IF WRK-FS-ARQCMP01 EQUAL "00"
              AND FS-STATUS-CMP EQUAL "F"
               MOVE FS-CHAVE-PED-CMS   TO FS-CHAVE-PED
               READ ARQPED01           KEY IS FS-CHAVE-PED
               IF WRK-FS-ARQPED01 EQUAL "00"
                  AND (FS-STATUS-PED EQUAL "R"
                       OR FS-STATUS-PED EQUAL "C")
                  AND WRK-QTD-EST-TAB LESS 999
                   ADD 1               TO WRK-QTD-EST-TAB
                   MOVE FS-CHAVE-PED-CMS
                        TO WRK-EST-CHAVE-PED  (WRK-QTD-EST-TAB)
                   MOVE FS-VAL-BASE-CMS
                        TO WRK-EST-VAL-BASE   (WRK-QTD-EST-TAB)
                   MOVE FS-TAXA-CMS
                        TO WRK-EST-TAXA       (WRK-QTD-EST-TAB)
                   MOVE FS-VAL-COM-CMS
                        TO WRK-EST-VAL-COM    (WRK-QTD-EST-TAB)
                   MOVE FS-STATUS-PED
                        TO WRK-EST-STATUS-PED (WRK-QTD-EST-TAB)
                   MOVE WRK-ANOMES-PESQ TO FS-ANOMES-EST-CMS
                   REWRITE FD-COMISSAO-PED
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       2014-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA TOTALIZAR AS COMISSOES E ESTORNOS GRAVADOS DO   *
      *    VENDEDOR CORRENTE NO PERIODO                                *
      *----------------------------------------------------------------*
       2015-TOTALIZA-VENDEDOR          SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-PED-VEN
                                          WRK-VAL-FAT-VEN
                                          WRK-VAL-COM-VEN
                                          WRK-QTD-EST-VEN
                                          WRK-VAL-EST-VEN
                                          WRK-TAXA-VEN
           INITIALIZE FS-CHAVE-CMS
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-CMS
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-CMS
           START ARQCMS01 KEY IS NOT LESS FS-CHAVE-CMS
           PERFORM UNTIL WRK-FS-ARQCMS01 NOT EQUAL "00"
               READ ARQCMS01 NEXT RECORD
               IF WRK-FS-ARQCMS01 EQUAL "00"
                   IF FS-COD-VEN-CMS NOT EQUAL WRK-COD-VEN-ATU
                      OR FS-ANOMES-CMS NOT EQUAL WRK-ANOMES-PESQ
                       MOVE "10"       TO WRK-FS-ARQCMS01
                   ELSE
                       IF FS-TIPO-CMS EQUAL "C"
                           ADD 1               TO WRK-QTD-PED-VEN
                           ADD FS-VAL-BASE-CMS TO WRK-VAL-FAT-VEN
                           ADD FS-VAL-COM-CMS  TO WRK-VAL-COM-VEN
                           MOVE FS-TAXA-CMS    TO WRK-TAXA-VEN
                       ELSE
                           ADD 1               TO WRK-QTD-EST-VEN
                           ADD FS-VAL-COM-CMS  TO WRK-VAL-EST-VEN
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE WRK-VAL-LIQ-VEN = WRK-VAL-COM-VEN - WRK-VAL-EST-VEN.
      *
      *----------------------------------------------------------------*
       2015-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
           MOVE WRK-VAL-FAT-VEN        TO WRK-DET-VAL-FAT
           MOVE WRK-TAXA-VEN           TO WRK-DET-TAXA-COM
           MOVE WRK-VAL-COM-VEN        TO WRK-DET-VAL-COM
           MOVE WRK-QTD-EST-VEN        TO WRK-DET-QTD-EST
           MOVE WRK-VAL-EST-VEN        TO WRK-DET-VAL-EST
           MOVE WRK-VAL-LIQ-VEN        TO WRK-DET-VAL-LIQ
      *
           MOVE SPACES                 TO REL-LINHA-COM
           WRITE REL-LINHA-COM
           WRITE REL-LINHA-COM         FROM WRK-DET-FAT
           WRITE REL-LINHA-COM         FROM WRK-DET-TAXA
           WRITE REL-LINHA-COM         FROM WRK-DET-COM
           IF WRK-QTD-EST-VEN GREATER ZEROS
               WRITE REL-LINHA-COM     FROM WRK-DET-EST
               PERFORM 2021-IMPRIME-ESTORNOS
           END-IF
           WRITE REL-LINHA-COM         FROM WRK-DET-LIQ
      *
           ADD WRK-VAL-FAT-VEN         TO WRK-TOT-VAL-FAT
           ADD WRK-VAL-COM-VEN         TO WRK-TOT-VAL-COM
           ADD WRK-VAL-EST-VEN         TO WRK-TOT-VAL-EST
           ADD WRK-VAL-LIQ-VEN         TO WRK-TOT-VAL-LIQ.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA LISTAR OS PEDIDOS ESTORNADOS DO VENDEDOR NO     *
      *    PERIODO, COM O PERIODO EM QUE FORAM COMISSIONADOS           *
      *----------------------------------------------------------------*
       2021-IMPRIME-ESTORNOS           SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE FS-CHAVE-CMS
           MOVE WRK-COD-VEN-ATU        TO FS-COD-VEN-CMS
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-CMS
           MOVE "E"                    TO FS-TIPO-CMS
           START ARQCMS01 KEY IS NOT LESS FS-CHAVE-CMS
           PERFORM UNTIL WRK-FS-ARQCMS01 NOT EQUAL "00"
               READ ARQCMS01 NEXT RECORD
               IF WRK-FS-ARQCMS01 EQUAL "00"
                   IF FS-COD-VEN-CMS NOT EQUAL WRK-COD-VEN-ATU
                      OR FS-ANOMES-CMS NOT EQUAL WRK-ANOMES-PESQ
                      OR FS-TIPO-CMS NOT EQUAL "E"
                       MOVE "10"       TO WRK-FS-ARQCMS01
                   ELSE
                       PERFORM 2022-ORIGEM-ESTORNO
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2021-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM ESTORNO: O PERIODO DE ORIGEM E O    *
      *    MES DO PEDIDO, QUE E O MES EM QUE ELE FOI COMISSIONADO      *
      *----------------------------------------------------------------*
       2022-ORIGEM-ESTORNO             SECTION.
      *----------------------------------------------------------------*
      *
           MOVE FS-COD-CLI-CMS         TO WRK-DET-EST-CLI
           MOVE FS-DATA-PED-CMS        TO WRK-DET-EST-DATA
           MOVE FS-SEQ-PED-CMS         TO WRK-DET-EST-SEQ
           MOVE FS-STATUS-PED-CMS      TO WRK-DET-EST-STATUS
           MOVE FS-DATA-PED-CMS (1:6)  TO WRK-DET-EST-ANOMES
           MOVE FS-VAL-COM-CMS         TO WRK-DET-EST-VAL
           WRITE REL-LINHA-COM         FROM WRK-DET-EST-PED.
      *
      *----------------------------------------------------------------*
       2022-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GUARDAR O VENDEDOR NA TABELA DO RESUMO DA      *
      *    FOLHA                                                      *
      *----------------------------------------------------------------*
                    TO WRK-RES-TAXA     (WRK-QTD-RESUMO)
               MOVE WRK-VAL-COM-VEN
                    TO WRK-RES-VAL-COM  (WRK-QTD-RESUMO)
               MOVE WRK-VAL-EST-VEN
                    TO WRK-RES-VAL-EST  (WRK-QTD-RESUMO)
               MOVE WRK-VAL-LIQ-VEN
                    TO WRK-RES-VAL-LIQ  (WRK-QTD-RESUMO)
           END-IF.
      *
      *----------------------------------------------------------------*
                                       TO WRK-RES-DET-TAXA
               MOVE WRK-RES-VAL-COM  (WRK-IDX-RESUMO)
                                       TO WRK-RES-DET-COM
               MOVE WRK-RES-VAL-EST  (WRK-IDX-RESUMO)
                                       TO WRK-RES-DET-EST
               MOVE WRK-RES-VAL-LIQ  (WRK-IDX-RESUMO)
                                       TO WRK-RES-DET-LIQ
               WRITE REL-LINHA-COM     FROM WRK-DET-RESUMO
           END-PERFORM
      *
           MOVE WRK-TOT-VAL-FAT        TO WRK-ROD-VAL-FAT
           MOVE WRK-TOT-VAL-COM        TO WRK-ROD-VAL-COM
           MOVE WRK-TOT-VAL-EST        TO WRK-ROD-VAL-EST
           MOVE WRK-TOT-VAL-LIQ        TO WRK-ROD-VAL-LIQ
           MOVE SPACES                 TO REL-LINHA-COM
           WRITE REL-LINHA-COM
           WRITE REL-LINHA-COM         FROM WRK-RODAPE-01
           WRITE REL-LINHA-COM         FROM WRK-RODAPE-02
           WRITE REL-LINHA-COM         FROM WRK-RODAPE-03
           WRITE REL-LINHA-COM         FROM WRK-RODAPE-04.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA REGISTRAR O PERIODO COMO APURADO, COM OS        *
      *    TOTAIS QUE SERAO ENVIADOS A FOLHA PELO HBSI38CO             *
      *----------------------------------------------------------------*
       2050-GRAVA-PERIODO              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-ANOMES-PESQ        TO FS-ANOMES-CMP
           IF WRK-PERIODO-EXISTE EQUAL "S"
               READ ARQCMP01           KEY IS FS-ANOMES-CMP
           END-IF
           MOVE "A"                    TO FS-STATUS-CMP
           MOVE WRK-DATA-DIA           TO FS-DATA-APUR-CMP
           MOVE ZEROS                  TO FS-DATA-FOL-CMP
           MOVE WRK-QTD-RESUMO         TO FS-QTD-VEN-CMP
           MOVE WRK-TOT-VAL-COM        TO FS-VAL-COM-CMP
           MOVE WRK-TOT-VAL-EST        TO FS-VAL-EST-CMP
           IF WRK-PERIODO-EXISTE EQUAL "S"
               REWRITE FD-PERIODO-COM
           ELSE
               WRITE FD-PERIODO-COM
           END-IF.
      *
      *----------------------------------------------------------------*
       2050-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA GRAVAR O REGISTRO DE TOTAIS DA EXECUCAO NO     *
      *    ARQUIVO DE CONTROLE DOS PROGRAMAS BATCH                    *
      *----------------------------------------------------------------*
      *----------------------------------------------------------------*
      *
           PERFORM 2040-IMPRIME-RESUMO
           IF WRK-PERIODO-FECHADO EQUAL "N"
               PERFORM 2050-GRAVA-PERIODO
           END-IF
      *
           CLOSE ARQVEN01
           CLOSE ARQPED01
           CLOSE ARQCOM01
           CLOSE ARQCMS01
           CLOSE ARQCMP01
           CLOSE RELCOM01
      *
           MOVE WRK-TOT-VENDEDORES      TO WRK-CTR-LIDOS
