      *================================================================*
       IDENTIFICATION                  DIVISION.
      *================================================================*
       PROGRAM-ID. HBSI47BO.
       AUTHOR.     TADEU COSTA DE OLIVEIRA.
      *================================================================*
      *           A V A L I A C A O - H B S I S / A M B E V            *
      *----------------------------------------------------------------*
      *    PROGRAMA....: HBSI47BO                                      *
      *    PROGRAMADOR.: TADEU COSTA DE OLIVEIRA                       *
      *    DATA........: 15/10/2026                                    *
      *----------------------------------------------------------------*
      *    OBJETIVO....: RELATORIO CONSOLIDADO - COBERTURA POR REGIAO  *
      *                  E SUPERVISOR. POR VENDEDOR ATIVO: CLIENTES    *
      *                  ATRIBUIDOS (COMO NO HBSI22BO), CLIENTES       *
      *                  ATIVOS PLANEJADOS E VISITADOS NA DATA (P OU  *
      *                  S NO ARQVIS01) E O PERCENTUAL DE COBERTURA    *
      *                  (COMO NO HBSI33DO), COM O VENDEDOR NA EQUIPE  *
      *                  VIGENTE NA DATA (HBSI30GO) E SUBTOTAIS POR    *
      *                  SUPERVISOR E POR REGIAO                       *
      *    SYSIN.......: AAAAMMDD (ZEROS = HOJE) E REGIAO 999 (ZEROS = *
      *                  TODAS, INCLUSIVE OS VENDEDORES SEM SUPERVISOR)*
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
              SELECT ARQSUP01 ASSIGN   TO UT-S-ARQSUP01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-SUP
                       ALTERNATE KEY   IS FS-CPF-SUP
                       ALTERNATE KEY   IS FS-COD-REG-SUP
                                          WITH DUPLICATES
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQSUP01.
      *
              SELECT ARQREG01 ASSIGN   TO UT-S-ARQREG01
                        ORGANIZATION   IS INDEXED
                         ACCESS MODE   IS DYNAMIC
                          RECORD KEY   IS FS-COD-REG
                           LOCK MODE   IS MANUAL
                         FILE STATUS   IS WRK-FS-ARQREG01.
      *
              SELECT RELVIS02 ASSIGN   TO UT-S-RELVIS02
                        ORGANIZATION   IS SEQUENTIAL
                         ACCESS MODE   IS SEQUENTIAL
                         FILE STATUS   IS WRK-FS-RELVIS02.
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
      *    INPUT  : ARQUIVO DE CLIENTES - ORG. DINAMICA LRECL=0200     *
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
      *    INPUT  : ARQUIVO MESTRE DE SUPERVISORES                     *
      *               ORG. DINAMICA - LRECL = 0100                     *
      *----------------------------------------------------------------*
      *
       FD ARQSUP01
          RECORD CONTAINS 100 CHARACTERS.
       01 FD-SUPERVISOR.
          05 FS-COD-SUP                PIC 9(007).
          05 FS-CPF-SUP                PIC 9(011).
          05 FS-NOME-SUP               PIC X(040).
          05 FS-COD-REG-SUP            PIC 9(003).
          05 FS-FONE-SUP               PIC 9(011).
          05 FS-STATUS-SUP             PIC X(001).
          05 FS-DATA-CAD-SUP           PIC 9(008).
          05 FILLER                    PIC X(019).
      *
      *----------------------------------------------------------------*
      *    INPUT  : ARQUIVO MESTRE DE REGIOES DE VENDA                 *
      *               ORG. DINAMICA - LRECL = 0080                     *
      *----------------------------------------------------------------*
      *
       FD ARQREG01
          RECORD CONTAINS 80 CHARACTERS.
       01 FD-REGIAO.
          05 FS-COD-REG                PIC 9(003).
          05 FS-NOME-REG               PIC X(030).
          05 FS-GERENTE-REG            PIC X(030).
          05 FS-STATUS-REG             PIC X(001).
          05 FS-DATA-CAD-REG           PIC 9(008).
          05 FILLER                    PIC X(008).
      *
      *----------------------------------------------------------------*
      *    OUTPUT : RELATORIO - COBERTURA POR REGIAO E SUPERVISOR      *
      *               ORG. SEQUENCIAL - LRECL = 0132                   *
      *----------------------------------------------------------------*
      *
       FD RELVIS02
          RECORD CONTAINS 132 CHARACTERS.
       01 REL-LINHA-VIS                PIC X(132).
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
           ' HBSI47BO - INICIO DA AREA DE WORKING '.
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
           05 WRK-FS-ARQSUP01          PIC X(002)      VALUE "00".
           05 WRK-FS-ARQREG01          PIC X(002)      VALUE "00".
           05 WRK-FS-RELVIS02          PIC X(002)      VALUE "00".
      *
       01  WRK-PARM-SYSIN.
           05 WRK-DATA-PESQ            PIC 9(008)      VALUE ZEROS.
           05 WRK-REG-PESQ             PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-VAR-AUXILIARES.
           05 WRK-QTD-VEN              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-VEN              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-ORD              PIC 9(004)      VALUE ZEROS.
           05 WRK-IDX-NIV              PIC 9(001)      VALUE ZEROS.
           05 WRK-TROCOU               PIC X(001)      VALUE "N".
           05 WRK-PRIMEIRO             PIC X(001)      VALUE "S".
           05 WRK-REG-ANT              PIC 9(003)      VALUE ZEROS.
           05 WRK-SUP-ANT              PIC 9(007)      VALUE ZEROS.
      *
       01  WRK-PARM-HIE.
           05 WRK-HIE-COD-VEN          PIC 9(007)      VALUE ZEROS.
           05 WRK-HIE-DATA             PIC 9(008)      VALUE ZEROS.
           05 WRK-HIE-COD-SUP          PIC 9(007)      VALUE ZEROS.
           05 WRK-HIE-COD-REG          PIC 9(003)      VALUE ZEROS.
           05 WRK-HIE-DATA-INI         PIC 9(008)      VALUE ZEROS.
           05 WRK-HIE-RETORNO          PIC 9(001)      VALUE ZEROS.
      *
       01  WRK-CONTADORES.
           05 WRK-TOT-LIDOS            PIC 9(007)      VALUE ZEROS.
           05 WRK-TOT-LISTADOS         PIC 9(007)      VALUE ZEROS.
      *
      *----------------------------------------------------------------*
      *    ACUMULADORES POR NIVEL: 1=SUPERVISOR 2=REGIAO 3=GERAL       *
      *----------------------------------------------------------------*
      *
       01  WRK-TAB-ACUMULADORES.
           05 WRK-ACM-NIVEL OCCURS 3 TIMES.
              10 WRK-ACM-QTD-VEN       PIC 9(005).
              10 WRK-ACM-QTD-ATRIB     PIC 9(007).
              10 WRK-ACM-QTD-PLAN      PIC 9(007).
              10 WRK-ACM-QTD-VISI      PIC 9(007).
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
              10 WRK-TAB-CHAVE.
                 15 WRK-TAB-COD-REG    PIC 9(003).
                 15 WRK-TAB-COD-SUP    PIC 9(007).
                 15 WRK-TAB-COD-VEN    PIC 9(007).
              10 WRK-TAB-NOME-VEN      PIC X(040).
              10 WRK-TAB-QTD-ATRIB     PIC 9(005).
              10 WRK-TAB-QTD-PLAN      PIC 9(005).
              10 WRK-TAB-QTD-VISI      PIC 9(005).
      *
       01  WRK-AREA-TROCA.
           05 WRK-TRC-COD-REG          PIC 9(003).
           05 WRK-TRC-COD-SUP          PIC 9(007).
           05 WRK-TRC-COD-VEN          PIC 9(007).
           05 WRK-TRC-NOME-VEN         PIC X(040).
           05 WRK-TRC-QTD-ATRIB        PIC 9(005).
           05 WRK-TRC-QTD-PLAN         PIC 9(005).
           05 WRK-TRC-QTD-VISI         PIC 9(005).
      *
      *----------------------------------------------------------------*
       77 FILLER                       PIC  X(050)     VALUE
           'AREA PARA LAYOUT DO RELATORIO'.
      *----------------------------------------------------------------*
      *
       01  WRK-CAB-01.
           05 FILLER                   PIC X(052)      VALUE
              'HBSI47BO - COBERTURA POR REGIAO E SUPERVISOR'.
           05 WRK-CAB-DATA             PIC 9999/99/99.
      *
       01  WRK-CAB-02.
           05 FILLER                   PIC X(010)      VALUE
              'REGIAO..: '.
           05 WRK-CAB-REGIAO           PIC X(030).
      *
       01  WRK-CAB-03.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 FILLER                   PIC X(009)      VALUE 'VENDEDOR'.
           05 FILLER                   PIC X(042)      VALUE 'NOME'.
           05 FILLER                   PIC X(010)      VALUE
              'ATRIBUID.'.
           05 FILLER                   PIC X(010)      VALUE
              'PLANEJAD.'.
           05 FILLER                   PIC X(010)      VALUE
              'VISITAD.'.
           05 FILLER                   PIC X(009)      VALUE
              'COBERT.%'.
      *
       01  WRK-DET-REG.
           05 FILLER                   PIC X(010)      VALUE
              'REGIAO..: '.
           05 WRK-DET-COD-REG          PIC ZZ9.
           05 FILLER                   PIC X(003)      VALUE ' - '.
           05 WRK-DET-NOME-REG         PIC X(040).
      *
       01  WRK-DET-SUP.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 FILLER                   PIC X(012)      VALUE
              'SUPERVISOR: '.
           05 WRK-DET-COD-SUP          PIC ZZZZZZ9.
           05 FILLER                   PIC X(003)      VALUE ' - '.
           05 WRK-DET-NOME-SUP         PIC X(040).
      *
       01  WRK-DET-COB.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 WRK-DET-COD-VEN          PIC ZZZZZZ9.
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-NOME-VEN         PIC X(040).
           05 FILLER                   PIC X(002)      VALUE SPACES.
           05 WRK-DET-QTD-ATRIB        PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-DET-QTD-PLAN         PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-DET-QTD-VISI         PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-DET-PCT-COB          PIC ZZ9.
      *
       01  WRK-DET-TOTAL.
           05 FILLER                   PIC X(008)      VALUE SPACES.
           05 WRK-TOT-DESCRICAO        PIC X(025).
           05 WRK-TOT-QTD-VEN          PIC ZZZZ9.
           05 FILLER                   PIC X(021)      VALUE
              ' VENDEDOR(ES)'.
           05 WRK-TOT-QTD-ATRIB        PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-TOT-QTD-PLAN         PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(001)      VALUE SPACES.
           05 WRK-TOT-QTD-VISI         PIC Z.ZZZ.ZZ9.
           05 FILLER                   PIC X(004)      VALUE SPACES.
           05 WRK-TOT-PCT-COB          PIC ZZ9.
      *
       01  WRK-PCT-CALC                PIC 9(003)      VALUE ZEROS.
      *
       01  WRK-MSG-VAZIO.
           05 FILLER                   PIC X(050)      VALUE
              'NENHUM VENDEDOR ATIVO COM CLIENTES NA SELECAO'.
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
           ' HBSI47BO - FIM DA AREA DE WORKING '.
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
      *    ROTINA DE LEITURA DO PARAMETRO, ABERTURA DOS ARQUIVOS E     *
      *    CARGA DA TABELA DE VENDEDORES COM A COBERTURA DA DATA       *
      *----------------------------------------------------------------*
       1000-INICIAL                    SECTION.
      *----------------------------------------------------------------*
      *
           ACCEPT WRK-PARM-SYSIN
           IF WRK-DATA-PESQ NOT NUMERIC
              OR WRK-DATA-PESQ EQUAL ZEROS
               ACCEPT WRK-DATA-PESQ    FROM DATE YYYYMMDD
           END-IF
           IF WRK-REG-PESQ NOT NUMERIC
               MOVE ZEROS              TO WRK-REG-PESQ
           END-IF
      *
           OPEN INPUT  ARQVEN01
           OPEN INPUT  ARQVENCLI
           OPEN INPUT  ARQCLI01
           OPEN INPUT  ARQVIS01
           OPEN INPUT  ARQSUP01
           OPEN INPUT  ARQREG01
           OPEN OUTPUT RELVIS02
      *
           MOVE WRK-DATA-PESQ          TO WRK-CAB-DATA
           IF WRK-REG-PESQ EQUAL ZEROS
               MOVE "TODAS"            TO WRK-CAB-REGIAO
           ELSE
               MOVE WRK-REG-PESQ       TO WRK-CAB-REGIAO
           END-IF
           WRITE REL-LINHA-VIS         FROM WRK-CAB-01
           WRITE REL-LINHA-VIS         FROM WRK-CAB-02
           MOVE SPACES                 TO REL-LINHA-VIS
           WRITE REL-LINHA-VIS
           WRITE REL-LINHA-VIS         FROM WRK-CAB-03
      *
           PERFORM 1100-CARREGA-VENDEDORES.
      *
      *----------------------------------------------------------------*
       1000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CARREGAR OS VENDEDORES ATIVOS DA REGIAO PEDIDA  *
      *    COM O SUPERVISOR E A REGIAO VIGENTES NA DATA                *
      *----------------------------------------------------------------*
       1100-CARREGA-VENDEDORES         SECTION.
      *----------------------------------------------------------------*
      *
           MOVE ZEROS                  TO WRK-QTD-VEN
           READ ARQVEN01 NEXT RECORD
           PERFORM UNTIL WRK-FS-ARQVEN01 NOT EQUAL "00"
               ADD 1                   TO WRK-TOT-LIDOS
               IF FS-STATUS-VEN EQUAL "A"
                   MOVE FS-COD-VEN     TO WRK-HIE-COD-VEN
                   MOVE WRK-DATA-PESQ  TO WRK-HIE-DATA
                   CALL "HBSI30GO" USING WRK-PARM-HIE
                   IF WRK-HIE-RETORNO NOT EQUAL ZEROS
                       MOVE ZEROS      TO WRK-HIE-COD-SUP
                                          WRK-HIE-COD-REG
                   END-IF
                   IF (WRK-REG-PESQ EQUAL ZEROS
                       OR WRK-HIE-COD-REG EQUAL WRK-REG-PESQ)
                      AND WRK-QTD-VEN LESS 9999
                       PERFORM 1110-INCLUI-VENDEDOR
                   END-IF
               END-IF
               READ ARQVEN01 NEXT RECORD
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1100-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA INCLUIR O VENDEDOR NA TABELA E APURAR A SUA     *
      *    COBERTURA: ATRIBUIDOS, ATIVOS PLANEJADOS E VISITADOS        *
      *----------------------------------------------------------------*
       1110-INCLUI-VENDEDOR            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                       TO WRK-QTD-VEN
           MOVE WRK-HIE-COD-REG        TO WRK-TAB-COD-REG  (WRK-QTD-VEN)
           MOVE WRK-HIE-COD-SUP        TO WRK-TAB-COD-SUP  (WRK-QTD-VEN)
           MOVE FS-COD-VEN             TO WRK-TAB-COD-VEN  (WRK-QTD-VEN)
           MOVE FS-NOME-VEN            TO WRK-TAB-NOME-VEN (WRK-QTD-VEN)
           MOVE ZEROS             TO WRK-TAB-QTD-ATRIB (WRK-QTD-VEN)
                                     WRK-TAB-QTD-PLAN  (WRK-QTD-VEN)
                                     WRK-TAB-QTD-VISI  (WRK-QTD-VEN)
      *
           MOVE FS-COD-VEN             TO FS-COD-VEN-VC
           MOVE ZEROS                  TO FS-COD-CLI-VC
           START ARQVENCLI KEY IS NOT LESS FS-CHAVE-VENCLI
           PERFORM UNTIL WRK-FS-ARQVENCLI NOT EQUAL "00"
               READ ARQVENCLI NEXT RECORD
               IF WRK-FS-ARQVENCLI EQUAL "00"
                   IF FS-COD-VEN-VC EQUAL FS-COD-VEN
                       PERFORM 1120-CONFERE-CLIENTE
                   ELSE
                       MOVE "10"       TO WRK-FS-ARQVENCLI
                   END-IF
               END-IF
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       1110-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA CONFERIR UM CLIENTE ATRIBUIDO: SE ATIVO ENTRA   *
      *    NO PLANEJADO E, COM VISITA P OU S NA DATA, NO VISITADO      *
      *----------------------------------------------------------------*
       1120-CONFERE-CLIENTE            SECTION.
      *----------------------------------------------------------------*
      *
           ADD 1                  TO WRK-TAB-QTD-ATRIB (WRK-QTD-VEN)
           MOVE FS-COD-CLI-VC          TO FS-COD-CLI
           READ ARQCLI01               KEY IS FS-COD-CLI
           IF WRK-FS-ARQCLI01 EQUAL "00"
              AND FS-STATUS-CLI EQUAL "A"
               ADD 1                   TO WRK-TAB-QTD-PLAN (WRK-QTD-VEN)
               MOVE FS-COD-VEN         TO FS-COD-VEN-VIS
               MOVE FS-COD-CLI         TO FS-COD-CLI-VIS
               MOVE WRK-DATA-PESQ      TO FS-DATA-VIS
               READ ARQVIS01           KEY IS FS-CHAVE-VIS
               IF WRK-FS-ARQVIS01 EQUAL "00"
                  AND (FS-RESULT-VIS EQUAL "P"
                       OR FS-RESULT-VIS EQUAL "S")
                   ADD 1               TO WRK-TAB-QTD-VISI
                                          (WRK-QTD-VEN)
               END-IF
           END-IF.
      *
      *----------------------------------------------------------------*
       1120-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    PROCESSAMENTO PRINCIPAL - ORDENA POR REGIAO, SUPERVISOR E   *
      *    VENDEDOR E IMPRIME COM QUEBRA E SUBTOTAIS                   *
      *----------------------------------------------------------------*
       2000-PROCESSAR                  SECTION.
      *----------------------------------------------------------------*
      *
           INITIALIZE WRK-TAB-ACUMULADORES
           PERFORM 2010-ORDENA-TABELA
      *
           PERFORM VARYING WRK-IDX-VEN FROM 1 BY 1
                   UNTIL WRK-IDX-VEN GREATER WRK-QTD-VEN
               IF WRK-TAB-QTD-ATRIB (WRK-IDX-VEN) GREATER ZEROS
                   PERFORM 2020-IMPRIME-VENDEDOR
               END-IF
           END-PERFORM
      *
           IF WRK-PRIMEIRO EQUAL "S"
               MOVE SPACES             TO REL-LINHA-VIS
               WRITE REL-LINHA-VIS
               WRITE REL-LINHA-VIS     FROM WRK-MSG-VAZIO
           ELSE
               MOVE 1                  TO WRK-IDX-NIV
               PERFORM 2060-IMPRIME-TOTAL
               MOVE 2                  TO WRK-IDX-NIV
               PERFORM 2060-IMPRIME-TOTAL
           END-IF
           MOVE 3                      TO WRK-IDX-NIV
           PERFORM 2060-IMPRIME-TOTAL.
      *
      *----------------------------------------------------------------*
       2000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ORDENAR A TABELA POR REGIAO, SUPERVISOR E       *
      *    VENDEDOR (BOLHA)                                            *
      *----------------------------------------------------------------*
       2010-ORDENA-TABELA              SECTION.
      *----------------------------------------------------------------*
      *
           MOVE "S"                    TO WRK-TROCOU
           PERFORM UNTIL WRK-TROCOU EQUAL "N"
               MOVE "N"                TO WRK-TROCOU
               PERFORM VARYING WRK-IDX-ORD FROM 1 BY 1
                       UNTIL WRK-IDX-ORD NOT LESS WRK-QTD-VEN
                   IF WRK-TAB-CHAVE (WRK-IDX-ORD) GREATER
                      WRK-TAB-CHAVE (WRK-IDX-ORD + 1)
                       MOVE WRK-TAB-VEN (WRK-IDX-ORD)
                                       TO WRK-AREA-TROCA
                       MOVE WRK-TAB-VEN (WRK-IDX-ORD + 1)
                                       TO WRK-TAB-VEN (WRK-IDX-ORD)
                       MOVE WRK-AREA-TROCA
                                       TO WRK-TAB-VEN (WRK-IDX-ORD + 1)
                       MOVE "S"        TO WRK-TROCOU
                   END-IF
               END-PERFORM
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2010-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR UM VENDEDOR, TRATANDO ANTES A QUEBRA   *
      *    DE REGIAO OU DE SUPERVISOR                                  *
      *----------------------------------------------------------------*
       2020-IMPRIME-VENDEDOR           SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE TRUE
               WHEN WRK-PRIMEIRO EQUAL "S"
                   MOVE "N"            TO WRK-PRIMEIRO
                   PERFORM 2030-ABRE-REGIAO
                   PERFORM 2040-ABRE-SUPERVISOR
               WHEN WRK-TAB-COD-REG (WRK-IDX-VEN) NOT EQUAL
                    WRK-REG-ANT
                   MOVE 1              TO WRK-IDX-NIV
                   PERFORM 2060-IMPRIME-TOTAL
                   MOVE 2              TO WRK-IDX-NIV
                   PERFORM 2060-IMPRIME-TOTAL
                   PERFORM 2030-ABRE-REGIAO
                   PERFORM 2040-ABRE-SUPERVISOR
               WHEN WRK-TAB-COD-SUP (WRK-IDX-VEN) NOT EQUAL
                    WRK-SUP-ANT
                   MOVE 1              TO WRK-IDX-NIV
                   PERFORM 2060-IMPRIME-TOTAL
                   PERFORM 2040-ABRE-SUPERVISOR
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
      *
           MOVE WRK-TAB-COD-VEN   (WRK-IDX-VEN) TO WRK-DET-COD-VEN
           MOVE WRK-TAB-NOME-VEN  (WRK-IDX-VEN) TO WRK-DET-NOME-VEN
           MOVE WRK-TAB-QTD-ATRIB (WRK-IDX-VEN) TO WRK-DET-QTD-ATRIB
           MOVE WRK-TAB-QTD-PLAN  (WRK-IDX-VEN) TO WRK-DET-QTD-PLAN
           MOVE WRK-TAB-QTD-VISI  (WRK-IDX-VEN) TO WRK-DET-QTD-VISI
           MOVE ZEROS                  TO WRK-PCT-CALC
           IF WRK-TAB-QTD-PLAN (WRK-IDX-VEN) GREATER ZEROS
               COMPUTE WRK-PCT-CALC =
                       (WRK-TAB-QTD-VISI (WRK-IDX-VEN) * 100)
                       / WRK-TAB-QTD-PLAN (WRK-IDX-VEN)
           END-IF
           MOVE WRK-PCT-CALC           TO WRK-DET-PCT-COB
           WRITE REL-LINHA-VIS         FROM WRK-DET-COB
           ADD 1                       TO WRK-TOT-LISTADOS
      *
           PERFORM VARYING WRK-IDX-NIV FROM 1 BY 1
                   UNTIL WRK-IDX-NIV GREATER 3
               ADD 1                   TO WRK-ACM-QTD-VEN (WRK-IDX-NIV)
               ADD WRK-TAB-QTD-ATRIB (WRK-IDX-VEN)
                                   TO WRK-ACM-QTD-ATRIB (WRK-IDX-NIV)
               ADD WRK-TAB-QTD-PLAN (WRK-IDX-VEN)
                                   TO WRK-ACM-QTD-PLAN (WRK-IDX-NIV)
               ADD WRK-TAB-QTD-VISI (WRK-IDX-VEN)
                                   TO WRK-ACM-QTD-VISI (WRK-IDX-NIV)
           END-PERFORM.
      *
      *----------------------------------------------------------------*
       2020-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR UMA NOVA REGIAO NO RELATORIO. A REGIAO    *
      *    ZERADA REUNE OS VENDEDORES SEM SUPERVISOR NA DATA           *
      *----------------------------------------------------------------*
       2030-ABRE-REGIAO                SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-COD-REG (WRK-IDX-VEN) TO WRK-REG-ANT
                                                 WRK-DET-COD-REG
                                                 FS-COD-REG
           IF WRK-REG-ANT EQUAL ZEROS
               MOVE "SEM SUPERVISOR"   TO WRK-DET-NOME-REG
           ELSE
               READ ARQREG01           KEY IS FS-COD-REG
               IF WRK-FS-ARQREG01 EQUAL "00"
                   MOVE FS-NOME-REG    TO WRK-DET-NOME-REG
               ELSE
                   MOVE "REGIAO NAO CADASTRADA" TO WRK-DET-NOME-REG
               END-IF
           END-IF
           INITIALIZE WRK-ACM-NIVEL (2)
           MOVE SPACES                 TO REL-LINHA-VIS
           WRITE REL-LINHA-VIS
           WRITE REL-LINHA-VIS         FROM WRK-DET-REG.
      *
      *----------------------------------------------------------------*
       2030-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA ABRIR UM NOVO SUPERVISOR NO RELATORIO           *
      *----------------------------------------------------------------*
       2040-ABRE-SUPERVISOR            SECTION.
      *----------------------------------------------------------------*
      *
           MOVE WRK-TAB-COD-SUP (WRK-IDX-VEN) TO WRK-SUP-ANT
                                                 WRK-DET-COD-SUP
                                                 FS-COD-SUP
           IF WRK-SUP-ANT EQUAL ZEROS
               MOVE "SEM SUPERVISOR"   TO WRK-DET-NOME-SUP
           ELSE
               READ ARQSUP01           KEY IS FS-COD-SUP
               IF WRK-FS-ARQSUP01 EQUAL "00"
                   MOVE FS-NOME-SUP    TO WRK-DET-NOME-SUP
               ELSE
                   MOVE "SUPERVISOR NAO CADASTRADO"
                                       TO WRK-DET-NOME-SUP
               END-IF
           END-IF
           INITIALIZE WRK-ACM-NIVEL (1)
           WRITE REL-LINHA-VIS         FROM WRK-DET-SUP.
      *
      *----------------------------------------------------------------*
       2040-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
      *
      *----------------------------------------------------------------*
      *    ROTINA PARA IMPRIMIR O TOTAL DO NIVEL EM WRK-IDX-NIV        *
      *----------------------------------------------------------------*
       2060-IMPRIME-TOTAL              SECTION.
      *----------------------------------------------------------------*
      *
           EVALUATE WRK-IDX-NIV
               WHEN 1
                   MOVE "TOTAL DO SUPERVISOR.....:" TO WRK-TOT-DESCRICAO
               WHEN 2
                   MOVE "TOTAL DA REGIAO.........:" TO WRK-TOT-DESCRICAO
               WHEN OTHER
                   MOVE "TOTAL GERAL.............:" TO WRK-TOT-DESCRICAO
           END-EVALUATE
           MOVE WRK-ACM-QTD-VEN   (WRK-IDX-NIV) TO WRK-TOT-QTD-VEN
           MOVE WRK-ACM-QTD-ATRIB (WRK-IDX-NIV) TO WRK-TOT-QTD-ATRIB
           MOVE WRK-ACM-QTD-PLAN  (WRK-IDX-NIV) TO WRK-TOT-QTD-PLAN
           MOVE WRK-ACM-QTD-VISI  (WRK-IDX-NIV) TO WRK-TOT-QTD-VISI
           MOVE ZEROS                  TO WRK-PCT-CALC
           IF WRK-ACM-QTD-PLAN (WRK-IDX-NIV) GREATER ZEROS
               COMPUTE WRK-PCT-CALC =
                       (WRK-ACM-QTD-VISI (WRK-IDX-NIV) * 100)
                       / WRK-ACM-QTD-PLAN (WRK-IDX-NIV)
           END-IF
           MOVE WRK-PCT-CALC           TO WRK-TOT-PCT-COB
           IF WRK-IDX-NIV GREATER 1
               MOVE SPACES             TO REL-LINHA-VIS
               WRITE REL-LINHA-VIS
           END-IF
           WRITE REL-LINHA-VIS         FROM WRK-DET-TOTAL.
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
           MOVE "HBSI47BO"             TO FS-CTR-PROGRAMA
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
           CLOSE ARQVEN01
           CLOSE ARQVENCLI
           CLOSE ARQCLI01
           CLOSE ARQVIS01
           CLOSE ARQSUP01
           CLOSE ARQREG01
           CLOSE RELVIS02
      *
           MOVE WRK-TOT-LIDOS           TO WRK-CTR-LIDOS
           MOVE WRK-TOT-LISTADOS        TO WRK-CTR-GRAVADOS
           MOVE ZEROS                   TO WRK-CTR-REJEITADOS
           PERFORM 2920-GRAVA-CONTROLE
           EXIT PROGRAM.
      *
      *----------------------------------------------------------------*
       3000-99-FIM.                    EXIT.
      *----------------------------------------------------------------*
