
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Duplicidade conferida so nos
      *                                    lotes T99F1237; complementar
      *                                    e liberacao podem repetir a
      *                                    data
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1263.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Informe anual de rendimentos e de IR retido na
      *               fonte sobre o bonus, por beneficiario (MCI): le
      *               no T99F1263E todos os arquivos de retencao do
      *               ano-calendario do T99F1263P - as doze geracoes
      *               do T99F1237I, os T99F1245I dos lotes
      *               complementares e os T99F1257I das liberacoes de
      *               retidos - concatenados pelo job um apos o outro
      *               (cada um com header e trailer, conferidos lote a
      *               lote, como no T99P1251). O mes de cada valor e o
      *               da data de geracao do lote. Produz:
      *               - T99F1263R: um comprovante por cliente, com a
      *                 abertura mensal de bruto, IR retido e liquido;
      *               - T99F1263D: arquivo de layout fixo da
      *                 declaracao anual para a receita, com trailer
      *                 de controle;
      *               - T99F1263C: listagem de controle por lote, em
      *                 que o IR do arquivo da receita tem de bater
      *                 com a soma dos IRF-TOT-IRF dos trailers.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------
       CONFIGURATION SECTION.
      *---------------------
       SPECIAL-NAMES.
           DECIMAL-POINT IS COMMA.
      *--------------------
       INPUT-OUTPUT SECTION.
      *--------------------
       FILE-CONTROL.
            SELECT T99F1263E ASSIGN  TO  "T99F1263E.txt".
            SELECT T99F1263P ASSIGN  TO  "T99F1263P.txt".
            SELECT T99F1263R ASSIGN  TO  "T99F1263R.txt".
            SELECT T99F1263D ASSIGN  TO  "T99F1263D.txt".
            SELECT T99F1263C ASSIGN  TO  "T99F1263C.txt".
            SELECT SORT-WORK ASSIGN  TO  "SORTWK01".
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
      *    Arquivos de retencao de IR do ano concatenados pelo job
      *    (mesmo layout do T99F1237I)
       FD  T99F1263E.
       01  1263E-REGISTRO-FD           PIC  X(075).

      *    Ano-calendario e identificacao da fonte pagadora
       FD  T99F1263P.
       01  1263P-REGISTRO-FD           PIC  X(058).

      *    Comprovantes de rendimentos por cliente
       FD  T99F1263R.
       01  1263R-LINHA-FD              PIC  X(132).

      *    Declaracao anual para a receita (layout fixo)
       FD  T99F1263D.
       01  1263D-REGISTRO-FD           PIC  X(080).

      *    Listagem de controle por lote
       FD  T99F1263C.
       01  1263C-LINHA-FD              PIC  X(132).

       SD  SORT-WORK.
       01  SORT-REG.
           03  SORT-MCI                PIC   9(09).
           03  SORT-MES                PIC   9(02).
           03  SORT-AGE                PIC   9(04).
           03  SORT-CTA                PIC   9(11).
           03  SORT-VL-BONUS           PIC   9(15)V99.
           03  SORT-VL-IRF             PIC   9(15)V99.
           03  SORT-VL-LIQUIDO         PIC   9(15)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1263 ***'.

       77  WS-PAGINA                   PIC  9(05)       VALUE 0.
       77  WS-PAGINA-CTRL              PIC  9(04)       VALUE 0.
       77  WS-LINHAS-CTRL              PIC  S9(03)      VALUE 99.
       77  IND-FIM-ENTRADA             PIC  X(01)       VALUE 'N'.
           88  88-FIM-ENTRADA                            VALUE 'S'.
       77  IND-FIM-SORT                PIC  X(01)       VALUE 'N'.
           88  88-FIM-SORT                               VALUE 'S'.
       77  WS-PRIMEIRO-MCI             PIC  X(01)       VALUE 'S'.
           88  88-PRIMEIRO-MCI                          VALUE 'S'.
       77  WS-MCI-ANTERIOR             PIC  9(09)       VALUE 0.
       77  WS-AMD-PROCESSAMENTO        PIC  9(08)       VALUE 0.

      *    Conferencia de cada lote (detalhes contra o trailer)
       77  WS-ANO-LOTE                 PIC  9(04)       VALUE 0.
       77  WS-ANOMES-LOTE              PIC  9(06)       VALUE 0.
       77  WS-MES-LOTE                 PIC  9(02)       VALUE 0.
       77  ACM-QTD-LOTE                PIC  9(09)       VALUE 0.
       77  ACM-BRUTO-LOTE              PIC  9(15)V99    VALUE 0.
       77  ACM-IRF-LOTE                PIC  9(15)V99    VALUE 0.
       77  ACM-LIQ-LOTE                PIC  9(15)V99    VALUE 0.
       77  CNT-LOTES                   PIC  9(03)       VALUE 0.
       77  WS-SUB-LOTE                 PIC  9(03)       VALUE 0.
       77  IND-LOTE-DUPLICADO          PIC  X(01)       VALUE 'N'.
           88  88-LOTE-DUPLICADO                         VALUE 'S'.

      *    Totais dos trailers (base de conferencia do arquivo da
      *    receita)
       77  ACM-TRL-IRF                 PIC  9(15)V99    VALUE 0.
       77  ACM-TRL-LIQUIDO             PIC  9(15)V99    VALUE 0.
       77  ACM-TRL-QTD                 PIC  9(09)       VALUE 0.
       77  ACM-TRL-BRUTO               PIC  9(15)V99    VALUE 0.

      *    Acumulados do cliente corrente
       77  WS-SUB-MES                  PIC  9(02)       VALUE 0.
       77  WS-QTD-MESES-CLI            PIC  9(02)       VALUE 0.
       77  ACM-QTD-CLI                 PIC  9(05)       VALUE 0.
       77  ACM-BRUTO-CLI               PIC  9(15)V99    VALUE 0.
       77  ACM-IRF-CLI                 PIC  9(15)V99    VALUE 0.
       77  ACM-LIQ-CLI                 PIC  9(15)V99    VALUE 0.

      *    Totais do arquivo da receita
       77  ACM-QTD-BENEFICIARIOS       PIC  9(09)       VALUE 0.
       77  ACM-QTD-REG-DIRF            PIC  9(09)       VALUE 0.
       77  ACM-BRUTO-DIRF              PIC  9(15)V99    VALUE 0.
       77  ACM-IRF-DIRF                PIC  9(15)V99    VALUE 0.
       77  ACM-LIQ-DIRF                PIC  9(15)V99    VALUE 0.
       77  WS-DIFERENCA                PIC  S9(15)V99   VALUE 0.

      *    Parametros, lidos do T99F1263P
       01  1263P-REG-PARM.
           03  INF-ANO-REF             PIC   9(04).
           03  INF-CNPJ-FONTE          PIC   9(14).
           03  INF-NOM-FONTE           PIC   X(40).

      *    Abertura mensal do cliente corrente
       01  TAB-MESES-CLI.
           03  TAB-MES-CLI OCCURS 12 TIMES.
               05  TAB-MES-BRUTO       PIC   9(15)V99.
               05  TAB-MES-IRF         PIC   9(15)V99.
               05  TAB-MES-LIQUIDO     PIC   9(15)V99.

      *    Lotes lidos, para a listagem de controle e para recusar um
      *    mesmo lote alocado duas vezes pelo job
       01  TAB-LOTES.
           03  TAB-LOTE OCCURS 60 TIMES.
               05  TAB-LOTE-NOM-ARQ    PIC   X(08).
               05  TAB-LOTE-AMD-GER    PIC   9(08).
               05  TAB-LOTE-QTD        PIC   9(09).
               05  TAB-LOTE-BRUTO      PIC   9(15)V99.
               05  TAB-LOTE-IRF        PIC   9(15)V99.
               05  TAB-LOTE-LIQUIDO    PIC   9(15)V99.

      *    Retencoes de IR na fonte (mesmo layout do T99P1237)

      *    Detalhe
       01  IRF-REG-GERL.
           03  IRF-AGE                 PIC   9(04).
           03  IRF-CTA                 PIC   9(11).
           03  IRF-MCI                 PIC   9(09).
           03  IRF-VL-BONUS            PIC   9(15)V99.
           03  IRF-VL-IRF              PIC   9(15)V99.
           03  IRF-VL-LIQUIDO          PIC   9(15)V99.

      *    Header
       01  FILLER REDEFINES IRF-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  IRF-NOM-ARQ             PIC   X(08).
           03  IRF-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(44).

      *    Trailer
       01  FILLER REDEFINES IRF-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  IRF-TOT-IRF             PIC   9(15)V99.
           03  IRF-TOT-LIQUIDO         PIC   9(15)V99.
           03  IRF-QTD-CONTAS          PIC   9(09).
           03  FILLER                  PIC   X(17).

      *    Declaracao anual para a receita (T99F1263D), tipo em
      *    coluna 1

      *    Tipo 1 - header: fonte pagadora e ano-calendario
       01  DIRF1-REG-HEADER.
           03  DIRF1-TIPO              PIC   X(01).
           03  DIRF1-NOM-ARQ           PIC   X(08).
           03  DIRF1-ANO-REF           PIC   9(04).
           03  DIRF1-CNPJ-FONTE        PIC   9(14).
           03  DIRF1-NOM-FONTE         PIC   X(40).
           03  DIRF1-AMD-GER           PIC   9(08).
           03  FILLER                  PIC   X(05).

      *    Tipo 2 - rendimento e retencao do beneficiario no mes
       01  DIRF2-REG-MENSAL.
           03  DIRF2-TIPO              PIC   X(01).
           03  DIRF2-MCI               PIC   9(09).
           03  DIRF2-ANO-MES           PIC   9(06).
           03  DIRF2-VL-RENDIMENTO     PIC   9(15)V99.
           03  DIRF2-VL-IRF            PIC   9(15)V99.
           03  DIRF2-VL-LIQUIDO        PIC   9(15)V99.
           03  FILLER                  PIC   X(13).

      *    Tipo 3 - total anual do beneficiario
       01  DIRF3-REG-BENEF.
           03  DIRF3-TIPO              PIC   X(01).
           03  DIRF3-MCI               PIC   9(09).
           03  DIRF3-ANO-REF           PIC   9(04).
           03  DIRF3-VL-RENDIMENTO     PIC   9(15)V99.
           03  DIRF3-VL-IRF            PIC   9(15)V99.
           03  DIRF3-VL-LIQUIDO        PIC   9(15)V99.
           03  DIRF3-QTD-MESES         PIC   9(02).
           03  FILLER                  PIC   X(13).

      *    Tipo 9 - trailer de controle
       01  DIRF9-REG-TRAILER.
           03  DIRF9-TIPO              PIC   X(01).
           03  DIRF9-QTD-BENEFICIARIOS PIC   9(09).
           03  DIRF9-QTD-REGISTROS     PIC   9(09).
           03  DIRF9-VL-TOT-RENDIMENTO PIC   9(15)V99.
           03  DIRF9-VL-TOT-IRF        PIC   9(15)V99.
           03  DIRF9-QTD-LOTES         PIC   9(03).
           03  FILLER                  PIC   X(24).

      *    Linhas do comprovante

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(41)  VALUE
                     'COMPROVANTE DE RENDIMENTOS E DE IMPOSTO '.
           03  FILLER                  PIC   X(37)  VALUE
                     'SOBRE A RENDA RETIDO NA FONTE - ANO: '.
           03  LN1-ANO                 PIC   9(04).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LN1-PAGINA              PIC   ZZZZ9.
           03  FILLER                  PIC   X(36)  VALUE SPACE.

       01  LN-FONTE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(22)  VALUE
                     'FONTE PAGADORA  CNPJ: '.
           03  LNF-CNPJ                PIC   9(14).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNF-NOME                PIC   X(40).
           03  FILLER                  PIC   X(53)  VALUE SPACE.

       01  LN-BENEFICIARIO.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(22)  VALUE
                     'BENEFICIARIO    MCI : '.
           03  LNB-MCI                 PIC   9(09).
           03  FILLER                  PIC   X(16)  VALUE
                     '  LANCAMENTOS: '.
           03  LNB-QTD                 PIC   ZZZZ9.
           03  FILLER                  PIC   X(79)  VALUE SPACE.

       01  LN-NATUREZA.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(60)  VALUE
                     'NATUREZA DO RENDIMENTO: BONUS SOBRE EXPORTACAO'.
           03  FILLER                  PIC   X(71)  VALUE SPACE.

       01  LN-CABEC-MES.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(10)  VALUE 'MES'.
           03  FILLER                  PIC   X(19)  VALUE
                     'RENDIMENTO BRUTO'.
           03  FILLER                  PIC   X(19)  VALUE 'IR RETIDO'.
           03  FILLER                  PIC   X(19)  VALUE 'LIQUIDO'.
           03  FILLER                  PIC   X(64)  VALUE SPACE.

       01  LN-MES.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNM-MES                 PIC   9(02).
           03  FILLER                  PIC   X(01)  VALUE '/'.
           03  LNM-ANO                 PIC   9(04).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNM-BRUTO               PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNM-IRF                 PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNM-LIQUIDO             PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(67)  VALUE SPACE.

       01  LN-TOTAL-CLI.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(09)  VALUE 'TOTAL'.
           03  LNTC-BRUTO              PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNTC-IRF                PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNTC-LIQUIDO            PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(67)  VALUE SPACE.

      *    Linhas da listagem de controle

       01  LN-CTRL-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(46)  VALUE
                     'INFORME DE RENDIMENTOS - CONTROLE DOS LOTES -'.
           03  LNC1-ANO                PIC   9(04).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LNC1-PAGINA             PIC   ZZZ9.
           03  FILLER                  PIC   X(69)  VALUE SPACE.

       01  LN-CTRL-CABEC-2.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(10)  VALUE 'ARQUIVO'.
           03  FILLER                  PIC   X(10)  VALUE 'GERACAO'.
           03  FILLER                  PIC   X(11)  VALUE 'CONTAS'.
           03  FILLER                  PIC   X(19)  VALUE 'BRUTO'.
           03  FILLER                  PIC   X(19)  VALUE
                     'IR (TRAILER)'.
           03  FILLER                  PIC   X(19)  VALUE
                     'LIQUIDO (TRAILER)'.
           03  FILLER                  PIC   X(43)  VALUE SPACE.

       01  LN-CTRL-LOTE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNCL-NOM-ARQ            PIC   X(08).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNCL-AMD-GER            PIC   9(08).
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNCL-QTD                PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNCL-BRUTO              PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNCL-IRF                PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNCL-LIQUIDO            PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(45)  VALUE SPACE.

       01  LN-CTRL-TOTAL.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNCT-TITULO             PIC   X(20).
           03  LNCT-QTD                PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNCT-BRUTO              PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNCT-IRF                PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNCT-LIQUIDO            PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(45)  VALUE SPACE.

       01  LN-CTRL-BENEF.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(40)  VALUE
                     'BENEFICIARIOS NO ARQUIVO DA RECEITA .. :'.
           03  LNCB-QTD                PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(18)  VALUE
                     '  REGISTROS TIPO 2'.
           03  FILLER                  PIC   X(06)  VALUE ' E 3: '.
           03  LNCB-REG                PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(49)  VALUE SPACE.

       01  LN-CTRL-CONFERE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNCC-TEXTO              PIC   X(60).
           03  FILLER                  PIC   X(06)  VALUE ' DIF: '.
           03  LNCC-DIF                PIC  -ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(48)  VALUE SPACE.

       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.

      *    A ordenacao por cliente e mes junta, para cada MCI, todas
      *    as contas, agencias e lotes do ano, em qualquer ordem em
      *    que o job tenha concatenado os arquivos.
           SORT SORT-WORK
                ON ASCENDING KEY SORT-MCI
                                 SORT-MES
                                 SORT-AGE
                                 SORT-CTA
                INPUT PROCEDURE  600000-ENTRADA-SORT
                OUTPUT PROCEDURE 650000-SAIDA-SORT.

           PERFORM 700000-IMPRIME-CONTROLE.

           PERFORM 900000-PROCED-FINAIS.

           DISPLAY '999 ' CTE-PROG ' LOTES: ' CNT-LOTES
                   ' BENEFICIARIOS: ' ACM-QTD-BENEFICIARIOS.
           DISPLAY '999 ' CTE-PROG ' RENDIMENTO: ' ACM-BRUTO-DIRF
                   ' IR RETIDO: ' ACM-IRF-DIRF.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

       000000-SAIDA.
           EXIT.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           OPEN INPUT  T99F1263P.

           READ T99F1263P INTO 1263P-REG-PARM
                AT END PERFORM 999001-ERRO-001.

           CLOSE T99F1263P.

           IF  INF-ANO-REF EQUAL 0
               PERFORM 999002-ERRO-002.

           IF  INF-CNPJ-FONTE EQUAL 0
               PERFORM 999003-ERRO-003.

           ACCEPT WS-AMD-PROCESSAMENTO FROM DATE YYYYMMDD.

           OPEN INPUT  T99F1263E
                OUTPUT T99F1263R
                       T99F1263D
                       T99F1263C.

           PERFORM 800000-LE-ENTRADA.

           IF  88-FIM-ENTRADA
               PERFORM 999004-ERRO-004.

           MOVE SPACES                TO DIRF1-REG-HEADER.
           MOVE '1'                   TO DIRF1-TIPO.
           MOVE 'T99F1263'            TO DIRF1-NOM-ARQ.
           MOVE INF-ANO-REF           TO DIRF1-ANO-REF.
           MOVE INF-CNPJ-FONTE        TO DIRF1-CNPJ-FONTE.
           MOVE INF-NOM-FONTE         TO DIRF1-NOM-FONTE.
           MOVE WS-AMD-PROCESSAMENTO  TO DIRF1-AMD-GER.
           WRITE 1263D-REGISTRO-FD FROM DIRF1-REG-HEADER.

           MOVE INF-ANO-REF           TO LN1-ANO
                                         LNM-ANO
                                         LNC1-ANO.
           MOVE INF-CNPJ-FONTE        TO LNF-CNPJ.
           MOVE INF-NOM-FONTE         TO LNF-NOME.
       100000-SAIDA.
           EXIT.

      *-----------------------------
       200000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
      *    Cada comprovante comeca em pagina propria.
           ADD 1             TO WS-PAGINA.
           MOVE WS-PAGINA    TO LN1-PAGINA.

           WRITE 1263R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1263R-LINHA-FD FROM LN-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1263R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1263R-LINHA-FD FROM LN-FONTE
                 AFTER ADVANCING 1 LINE.
       200000-SAIDA.
           EXIT.

      *-----------------------------
       300000-ACUMULA-DETALHE SECTION.
      *-----------------------------
           IF  88-PRIMEIRO-MCI
               MOVE 'N'      TO WS-PRIMEIRO-MCI
               MOVE SORT-MCI TO WS-MCI-ANTERIOR
               PERFORM 310000-ZERA-CLIENTE
           END-IF.

           IF  SORT-MCI NOT EQUAL WS-MCI-ANTERIOR
               PERFORM 400000-FECHA-CLIENTE
               MOVE SORT-MCI TO WS-MCI-ANTERIOR
               PERFORM 310000-ZERA-CLIENTE
           END-IF.

           ADD SORT-VL-BONUS   TO TAB-MES-BRUTO(SORT-MES)
                                  ACM-BRUTO-CLI.
           ADD SORT-VL-IRF     TO TAB-MES-IRF(SORT-MES)
                                  ACM-IRF-CLI.
           ADD SORT-VL-LIQUIDO TO TAB-MES-LIQUIDO(SORT-MES)
                                  ACM-LIQ-CLI.
           ADD 1               TO ACM-QTD-CLI.
       300000-SAIDA.
           EXIT.

      *-----------------------------
       310000-ZERA-CLIENTE SECTION.
      *-----------------------------
           MOVE 0 TO ACM-QTD-CLI
                     ACM-BRUTO-CLI
                     ACM-IRF-CLI
                     ACM-LIQ-CLI
                     WS-QTD-MESES-CLI.
           PERFORM 320000-ZERA-MES
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES GREATER 12.
       310000-SAIDA.
           EXIT.

      *-----------------------------
       320000-ZERA-MES SECTION.
      *-----------------------------
           MOVE 0 TO TAB-MES-BRUTO(WS-SUB-MES)
                     TAB-MES-IRF(WS-SUB-MES)
                     TAB-MES-LIQUIDO(WS-SUB-MES).
       320000-SAIDA.
           EXIT.

      *-----------------------------
       400000-FECHA-CLIENTE SECTION.
      *-----------------------------
      *    Imprime o comprovante do cliente (os doze meses, inclusive
      *    os sem rendimento) e grava seus registros no arquivo da
      *    receita: um tipo 2 por mes com rendimento e o tipo 3 com o
      *    total do ano.
           PERFORM 200000-IMPRIME-CABECALHO.

           MOVE WS-MCI-ANTERIOR TO LNB-MCI.
           MOVE ACM-QTD-CLI     TO LNB-QTD.
           WRITE 1263R-LINHA-FD FROM LN-BENEFICIARIO
                 AFTER ADVANCING 1 LINE.
           WRITE 1263R-LINHA-FD FROM LN-NATUREZA
                 AFTER ADVANCING 1 LINE.
           WRITE 1263R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1263R-LINHA-FD FROM LN-CABEC-MES
                 AFTER ADVANCING 1 LINE.
           WRITE 1263R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.

           PERFORM 410000-IMPRIME-UM-MES
               VARYING WS-SUB-MES FROM 1 BY 1
               UNTIL WS-SUB-MES GREATER 12.

           MOVE ACM-BRUTO-CLI TO LNTC-BRUTO.
           MOVE ACM-IRF-CLI   TO LNTC-IRF.
           MOVE ACM-LIQ-CLI   TO LNTC-LIQUIDO.
           WRITE 1263R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1263R-LINHA-FD FROM LN-TOTAL-CLI
                 AFTER ADVANCING 1 LINE.

           MOVE SPACES           TO DIRF3-REG-BENEF.
           MOVE '3'              TO DIRF3-TIPO.
           MOVE WS-MCI-ANTERIOR  TO DIRF3-MCI.
           MOVE INF-ANO-REF      TO DIRF3-ANO-REF.
           MOVE ACM-BRUTO-CLI    TO DIRF3-VL-RENDIMENTO.
           MOVE ACM-IRF-CLI      TO DIRF3-VL-IRF.
           MOVE ACM-LIQ-CLI      TO DIRF3-VL-LIQUIDO.
           MOVE WS-QTD-MESES-CLI TO DIRF3-QTD-MESES.
           WRITE 1263D-REGISTRO-FD FROM DIRF3-REG-BENEF.
           ADD 1                 TO ACM-QTD-REG-DIRF.

           ADD 1             TO ACM-QTD-BENEFICIARIOS.
           ADD ACM-BRUTO-CLI TO ACM-BRUTO-DIRF.
           ADD ACM-IRF-CLI   TO ACM-IRF-DIRF.
           ADD ACM-LIQ-CLI   TO ACM-LIQ-DIRF.
       400000-SAIDA.
           EXIT.

      *-----------------------------
       410000-IMPRIME-UM-MES SECTION.
      *-----------------------------
           MOVE WS-SUB-MES                  TO LNM-MES.
           MOVE TAB-MES-BRUTO(WS-SUB-MES)   TO LNM-BRUTO.
           MOVE TAB-MES-IRF(WS-SUB-MES)     TO LNM-IRF.
           MOVE TAB-MES-LIQUIDO(WS-SUB-MES) TO LNM-LIQUIDO.
           WRITE 1263R-LINHA-FD FROM LN-MES
                 AFTER ADVANCING 1 LINE.

           IF  TAB-MES-BRUTO(WS-SUB-MES) GREATER 0
               MOVE SPACES                      TO DIRF2-REG-MENSAL
               MOVE '2'                         TO DIRF2-TIPO
               MOVE WS-MCI-ANTERIOR             TO DIRF2-MCI
               COMPUTE DIRF2-ANO-MES = (INF-ANO-REF * 100)
                                     + WS-SUB-MES
               MOVE TAB-MES-BRUTO(WS-SUB-MES)   TO DIRF2-VL-RENDIMENTO
               MOVE TAB-MES-IRF(WS-SUB-MES)     TO DIRF2-VL-IRF
               MOVE TAB-MES-LIQUIDO(WS-SUB-MES) TO DIRF2-VL-LIQUIDO
               WRITE 1263D-REGISTRO-FD FROM DIRF2-REG-MENSAL
               ADD 1 TO ACM-QTD-REG-DIRF
                        WS-QTD-MESES-CLI
           END-IF.
       410000-SAIDA.
           EXIT.

      *-------------------------------
       600000-ENTRADA-SORT SECTION.
      *-------------------------------
           PERFORM 610000-PROCESSA-UM-LOTE
               UNTIL 88-FIM-ENTRADA.

           IF  CNT-LOTES EQUAL 0
               PERFORM 999005-ERRO-005.

      *    O ano fecha com as doze geracoes do T99F1237I mais os
      *    complementares e liberacoes que houver; com menos lotes o
      *    informe sai mesmo assim, com aviso, como no T99P1251.
           IF  CNT-LOTES LESS 12
               DISPLAY '888 ' CTE-PROG ' 012 - INFORME COM '
                       CNT-LOTES ' LOTES (ESPERADOS AO MENOS 12).'
           END-IF.
       600000-SAIDA.
           EXIT.

      *-------------------------------
       610000-PROCESSA-UM-LOTE SECTION.
      *-------------------------------
      *    Na entrada desta secao, IRF-REG-GERL contem o header de um
      *    lote. Confere o header, libera os detalhes ate o trailer
      *    conferindo quantidade, IR e liquido contra o trailer, e le
      *    o registro seguinte (header do proximo lote ou fim).
           IF  IRF-NOM-ARQ NOT EQUAL 'T99F1237'
               AND IRF-NOM-ARQ NOT EQUAL 'T99F1245'
               AND IRF-NOM-ARQ NOT EQUAL 'T99F1257'
               PERFORM 999006-ERRO-006.

           COMPUTE WS-ANO-LOTE    = IRF-AMD-GER / 10000.
           COMPUTE WS-ANOMES-LOTE = IRF-AMD-GER / 100.
           COMPUTE WS-MES-LOTE    = WS-ANOMES-LOTE
                                  - (WS-ANO-LOTE * 100).

           IF  WS-ANO-LOTE NOT EQUAL INF-ANO-REF
               PERFORM 999007-ERRO-007.

      *    So o T99F1237I e unico por data de geracao (o T99P1237
      *    recusa a data ja processada). O complementar T99P1245 pode
      *    rodar mais de uma vez para a mesma data (apos acerto do
      *    mestre ou liberacao do compliance pelo T99P1268) e a
      *    liberacao T99P1257 pode repetir a data de referencia:
      *    esses lotes sao todos somados.
           MOVE 'N' TO IND-LOTE-DUPLICADO.
           IF  IRF-NOM-ARQ EQUAL 'T99F1237'
               PERFORM 615000-VERIFICA-DUPLICADO
                   VARYING WS-SUB-LOTE FROM 1 BY 1
                   UNTIL WS-SUB-LOTE GREATER CNT-LOTES
           END-IF.

           IF  88-LOTE-DUPLICADO
               PERFORM 999008-ERRO-008.

           ADD 1 TO CNT-LOTES.
           IF  CNT-LOTES GREATER 60
               PERFORM 999009-ERRO-009.

           MOVE IRF-NOM-ARQ TO TAB-LOTE-NOM-ARQ(CNT-LOTES).
           MOVE IRF-AMD-GER TO TAB-LOTE-AMD-GER(CNT-LOTES).

           MOVE 0 TO ACM-QTD-LOTE
                     ACM-BRUTO-LOTE
                     ACM-IRF-LOTE
                     ACM-LIQ-LOTE.

           PERFORM 620000-LE-DETALHE-UM
               UNTIL IRF-AGE EQUAL 9999.

           IF  IRF-QTD-CONTAS NOT EQUAL ACM-QTD-LOTE
               OR IRF-TOT-IRF NOT EQUAL ACM-IRF-LOTE
               OR IRF-TOT-LIQUIDO NOT EQUAL ACM-LIQ-LOTE
               PERFORM 999010-ERRO-010.

           MOVE IRF-QTD-CONTAS  TO TAB-LOTE-QTD(CNT-LOTES).
           MOVE ACM-BRUTO-LOTE  TO TAB-LOTE-BRUTO(CNT-LOTES).
           MOVE IRF-TOT-IRF     TO TAB-LOTE-IRF(CNT-LOTES).
           MOVE IRF-TOT-LIQUIDO TO TAB-LOTE-LIQUIDO(CNT-LOTES).

           ADD IRF-QTD-CONTAS   TO ACM-TRL-QTD.
           ADD ACM-BRUTO-LOTE   TO ACM-TRL-BRUTO.
           ADD IRF-TOT-IRF      TO ACM-TRL-IRF.
           ADD IRF-TOT-LIQUIDO  TO ACM-TRL-LIQUIDO.

           PERFORM 800000-LE-ENTRADA.
       610000-SAIDA.
           EXIT.

      *-------------------------------
       615000-VERIFICA-DUPLICADO SECTION.
      *-------------------------------
           IF  TAB-LOTE-NOM-ARQ(WS-SUB-LOTE) EQUAL IRF-NOM-ARQ
               AND TAB-LOTE-AMD-GER(WS-SUB-LOTE) EQUAL IRF-AMD-GER
               MOVE 'S' TO IND-LOTE-DUPLICADO
           END-IF.
       615000-SAIDA.
           EXIT.

      *-------------------------------
       620000-LE-DETALHE-UM SECTION.
      *-------------------------------
           READ T99F1263E INTO IRF-REG-GERL
                AT END PERFORM 999011-ERRO-011.

           IF  IRF-AGE NOT EQUAL 9999
               ADD 1              TO ACM-QTD-LOTE
               ADD IRF-VL-BONUS   TO ACM-BRUTO-LOTE
               ADD IRF-VL-IRF     TO ACM-IRF-LOTE
               ADD IRF-VL-LIQUIDO TO ACM-LIQ-LOTE
               MOVE IRF-MCI        TO SORT-MCI
               MOVE WS-MES-LOTE    TO SORT-MES
               MOVE IRF-AGE        TO SORT-AGE
               MOVE IRF-CTA        TO SORT-CTA
               MOVE IRF-VL-BONUS   TO SORT-VL-BONUS
               MOVE IRF-VL-IRF     TO SORT-VL-IRF
               MOVE IRF-VL-LIQUIDO TO SORT-VL-LIQUIDO
               RELEASE SORT-REG
           END-IF.
       620000-SAIDA.
           EXIT.

      *-------------------------------
       650000-SAIDA-SORT SECTION.
      *-------------------------------
      *    Devolve as retencoes ordenadas por cliente e mes, fecha
      *    cada cliente na quebra e grava o trailer do arquivo da
      *    receita.
           PERFORM 660000-RETORNA-UMA-RETENCAO
               UNTIL 88-FIM-SORT.

           IF  NOT 88-PRIMEIRO-MCI
               PERFORM 400000-FECHA-CLIENTE
           END-IF.

           MOVE SPACES                TO DIRF9-REG-TRAILER.
           MOVE '9'                   TO DIRF9-TIPO.
           MOVE ACM-QTD-BENEFICIARIOS TO DIRF9-QTD-BENEFICIARIOS.
           MOVE ACM-QTD-REG-DIRF      TO DIRF9-QTD-REGISTROS.
           MOVE ACM-BRUTO-DIRF        TO DIRF9-VL-TOT-RENDIMENTO.
           MOVE ACM-IRF-DIRF          TO DIRF9-VL-TOT-IRF.
           MOVE CNT-LOTES             TO DIRF9-QTD-LOTES.
           WRITE 1263D-REGISTRO-FD FROM DIRF9-REG-TRAILER.
       650000-SAIDA.
           EXIT.

      *-------------------------------
       660000-RETORNA-UMA-RETENCAO SECTION.
      *-------------------------------
           RETURN SORT-WORK
                AT END
                    MOVE 'S' TO IND-FIM-SORT
                NOT AT END
                    PERFORM 300000-ACUMULA-DETALHE
           END-RETURN.
       660000-SAIDA.
           EXIT.

      *-----------------------------
       700000-IMPRIME-CONTROLE SECTION.
      *-----------------------------
      *    Listagem de controle: cada lote com os totais do trailer,
      *    a soma dos trailers e o total do arquivo da receita. O IR
      *    e o liquido do arquivo tem de bater com a soma dos
      *    trailers; se nao bater, o arquivo nao pode ser entregue.
           PERFORM 750000-IMPRIME-CABEC-CTRL.

           PERFORM 710000-IMPRIME-UM-LOTE
               VARYING WS-SUB-LOTE FROM 1 BY 1
               UNTIL WS-SUB-LOTE GREATER CNT-LOTES.

           MOVE 'SOMA DOS TRAILERS'  TO LNCT-TITULO.
           MOVE ACM-TRL-QTD          TO LNCT-QTD.
           MOVE ACM-TRL-BRUTO        TO LNCT-BRUTO.
           MOVE ACM-TRL-IRF          TO LNCT-IRF.
           MOVE ACM-TRL-LIQUIDO      TO LNCT-LIQUIDO.
           WRITE 1263C-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1263C-LINHA-FD FROM LN-CTRL-TOTAL
                 AFTER ADVANCING 1 LINE.

           MOVE 'ARQUIVO T99F1263D'  TO LNCT-TITULO.
           MOVE ACM-TRL-QTD          TO LNCT-QTD.
           MOVE ACM-BRUTO-DIRF       TO LNCT-BRUTO.
           MOVE ACM-IRF-DIRF         TO LNCT-IRF.
           MOVE ACM-LIQ-DIRF         TO LNCT-LIQUIDO.
           WRITE 1263C-LINHA-FD FROM LN-CTRL-TOTAL
                 AFTER ADVANCING 1 LINE.

           MOVE ACM-QTD-BENEFICIARIOS TO LNCB-QTD.
           MOVE ACM-QTD-REG-DIRF      TO LNCB-REG.
           WRITE 1263C-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1263C-LINHA-FD FROM LN-CTRL-BENEF
                 AFTER ADVANCING 1 LINE.

           COMPUTE WS-DIFERENCA = ACM-IRF-DIRF - ACM-TRL-IRF.
           IF  WS-DIFERENCA EQUAL 0
               AND ACM-LIQ-DIRF EQUAL ACM-TRL-LIQUIDO
               AND ACM-BRUTO-DIRF EQUAL ACM-TRL-BRUTO
               MOVE 'IR DO ARQUIVO DA RECEITA CONFERE COM OS TRAILERS'
                    TO LNCC-TEXTO
           ELSE
               MOVE 'IR DO ARQUIVO DA RECEITA NAO CONFERE COM TRAILERS'
                    TO LNCC-TEXTO
           END-IF.
           MOVE WS-DIFERENCA TO LNCC-DIF.
           WRITE 1263C-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1263C-LINHA-FD FROM LN-CTRL-CONFERE
                 AFTER ADVANCING 1 LINE.

           IF  WS-DIFERENCA NOT EQUAL 0
               OR ACM-LIQ-DIRF NOT EQUAL ACM-TRL-LIQUIDO
               OR ACM-BRUTO-DIRF NOT EQUAL ACM-TRL-BRUTO
               PERFORM 999013-ERRO-013
           END-IF.
       700000-SAIDA.
           EXIT.

      *-----------------------------
       710000-IMPRIME-UM-LOTE SECTION.
      *-----------------------------
           IF  WS-LINHAS-CTRL GREATER 50
               PERFORM 750000-IMPRIME-CABEC-CTRL
           END-IF.

           MOVE TAB-LOTE-NOM-ARQ(WS-SUB-LOTE) TO LNCL-NOM-ARQ.
           MOVE TAB-LOTE-AMD-GER(WS-SUB-LOTE) TO LNCL-AMD-GER.
           MOVE TAB-LOTE-QTD(WS-SUB-LOTE)     TO LNCL-QTD.
           MOVE TAB-LOTE-BRUTO(WS-SUB-LOTE)   TO LNCL-BRUTO.
           MOVE TAB-LOTE-IRF(WS-SUB-LOTE)     TO LNCL-IRF.
           MOVE TAB-LOTE-LIQUIDO(WS-SUB-LOTE) TO LNCL-LIQUIDO.
           WRITE 1263C-LINHA-FD FROM LN-CTRL-LOTE
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-CTRL.
       710000-SAIDA.
           EXIT.

      *-----------------------------
       750000-IMPRIME-CABEC-CTRL SECTION.
      *-----------------------------
           ADD 1              TO WS-PAGINA-CTRL.
           MOVE WS-PAGINA-CTRL TO LNC1-PAGINA.

           WRITE 1263C-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1263C-LINHA-FD FROM LN-CTRL-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1263C-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1263C-LINHA-FD FROM LN-CTRL-CABEC-2
                 AFTER ADVANCING 1 LINE.
           WRITE 1263C-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.

           MOVE 0             TO WS-LINHAS-CTRL.
       750000-SAIDA.
           EXIT.

      *--------------------------
       800000-LE-ENTRADA SECTION.
      *--------------------------
           READ T99F1263E INTO IRF-REG-GERL
                AT END MOVE 'S' TO IND-FIM-ENTRADA.
       800000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           CLOSE T99F1263E
                 T99F1263R
                 T99F1263D
                 T99F1263C.
       900000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
      *    Os erros 001 a 003 ocorrem antes da abertura dos demais
      *    arquivos, por isso encerram fechando apenas o que esta
      *    aberto no ponto do erro.
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Arquivo T99F1263P (parame'
                   'tros do informe) vazio.'.
           CLOSE T99F1263P.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - Ano-calendario zerado '
                   'no T99F1263P.'.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999003-ERRO-003.
           DISPLAY '888 ' CTE-PROG ' 003 - CNPJ da fonte pagadora '
                   'zerado no T99F1263P.'.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999004-ERRO-004.
           DISPLAY '888 ' CTE-PROG ' 004 - Arquivo T99F1263E vazio.'.
           PERFORM 999999-CANCELAR.

       999005-ERRO-005.
           DISPLAY '888 ' CTE-PROG ' 005 - Nenhum lote valido no '
                   'T99F1263E.'.
           PERFORM 999999-CANCELAR.

       999006-ERRO-006.
           DISPLAY '888 ' CTE-PROG ' 006 - Lote sem header T99F1237, '
                   'T99F1245 ou T99F1257 na posicao esperada.'.
           DISPLAY '888 ' CTE-PROG ' 006 - Recebido: ' IRF-NOM-ARQ.
           PERFORM 999999-CANCELAR.

       999007-ERRO-007.
           DISPLAY '888 ' CTE-PROG ' 007 - LOTE FORA DO ANO-'
                   'CALENDARIO.'.
           DISPLAY '888 ' CTE-PROG ' 007 - Esperado: ' INF-ANO-REF.
           DISPLAY '888 ' CTE-PROG ' 007 - Recebido: ' IRF-NOM-ARQ
                   ' ' IRF-AMD-GER.
           PERFORM 999999-CANCELAR.

       999008-ERRO-008.
           DISPLAY '888 ' CTE-PROG ' 008 - LOTE ALOCADO EM DUPLICIDADE'
                   ' NO T99F1263E.'.
           DISPLAY '888 ' CTE-PROG ' 008 - Lote: ' IRF-NOM-ARQ
                   ' ' IRF-AMD-GER.
           PERFORM 999999-CANCELAR.

       999009-ERRO-009.
           DISPLAY '888 ' CTE-PROG ' 009 - Mais de 60 lotes no '
                   'T99F1263E - tabela de lotes estourada.'.
           PERFORM 999999-CANCELAR.

       999010-ERRO-010.
           DISPLAY '888 ' CTE-PROG ' 010 - TRAILER DE UM LOTE DO '
                   'T99F1263E NAO CONFERE.'.
           DISPLAY '888 ' CTE-PROG ' 010 - Lote: '
                   TAB-LOTE-NOM-ARQ(CNT-LOTES)
                   ' ' TAB-LOTE-AMD-GER(CNT-LOTES).
           DISPLAY '888 ' CTE-PROG ' 010 - Contas: ' ACM-QTD-LOTE
                   ' Trailer: ' IRF-QTD-CONTAS.
           DISPLAY '888 ' CTE-PROG ' 010 - IR: ' ACM-IRF-LOTE
                   ' Trailer: ' IRF-TOT-IRF.
           DISPLAY '888 ' CTE-PROG ' 010 - Liquido: ' ACM-LIQ-LOTE
                   ' Trailer: ' IRF-TOT-LIQUIDO.
           PERFORM 999999-CANCELAR.

       999011-ERRO-011.
           DISPLAY '888 ' CTE-PROG ' 011 - Lote do T99F1263E sem '
                   'trailer.'.
           PERFORM 999999-CANCELAR.

       999013-ERRO-013.
           DISPLAY '888 ' CTE-PROG ' 013 - ARQUIVO DA RECEITA NAO '
                   'CONFERE COM A SOMA DOS TRAILERS.'.
           DISPLAY '888 ' CTE-PROG ' 013 - IR trailers: ' ACM-TRL-IRF
                   ' Arquivo: ' ACM-IRF-DIRF.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F1263E
                 T99F1263R
                 T99F1263D
                 T99F1263C.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
           EXIT.
