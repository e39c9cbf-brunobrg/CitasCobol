
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1266.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Avisos do bonus aos clientes, apos o retorno do
      *               sistema de contas correntes (T99P1247). Casa o
      *               retorno T99F1247R com o lote de creditos enviado
      *               T99F1244C e, so para os creditos confirmados
      *               como postados (RET-SIT 'P'), grava no arquivo de
      *               mala direta T99F1266C uma carta de credito com
      *               bonus bruto, IR retido (T99F1237I), liquido
      *               creditado, data de valor e os totais de 12
      *               meses de exportacao/importacao do mestre
      *               T99F1237M. As contas do T99F1237D recebem um
      *               aviso de bonus retido por bloqueio, sem o motivo
      *               do bloqueio. Cartas e avisos saem ordenados por
      *               agencia e numerados; a listagem T99F1266R da as
      *               quantidades por agencia para a conferencia dos
      *               envelopes na expedicao.
      *               T99F1237I e T99F1237D sao opcionais: o lote
      *               principal recebe os dois do T99P1237 (ou do
      *               T99P1245 no complementar); o lote de reenvio
      *               recebe so o T99F1237I da geracao original, para
      *               nao repetir os avisos de retencao.
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
            SELECT T99F1244C ASSIGN  TO  "T99F1244C.txt".
            SELECT T99F1247R ASSIGN  TO  "T99F1247R.txt".
            SELECT OPTIONAL T99F1237I
                             ASSIGN  TO  "T99F1237I.txt".
            SELECT OPTIONAL T99F1237D
                             ASSIGN  TO  "T99F1237D.txt".
            SELECT T99F1237M ASSIGN  TO  "T99F1237M.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS RANDOM
                   RECORD KEY     IS MSTR-CTA
                   FILE STATUS    IS WS-STATUS-MSTR.
            SELECT T99F1266C ASSIGN  TO  "T99F1266C.txt".
            SELECT T99F1266R ASSIGN  TO  "T99F1266R.txt".
            SELECT SORT-WORK ASSIGN  TO  "SORTWK01".
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
      *    Lote de creditos enviado (gerado pelo T99P1244)
       FD  T99F1244C.
       01  1244C-REGISTRO-FD           PIC  X(060).

      *    Retorno do sistema de contas correntes
       FD  T99F1247R.
       01  1247R-REGISTRO-FD           PIC  X(040).

      *    Retencoes de IR da geracao do lote
       FD  T99F1237I.
       01  1237I-REGISTRO-FD           PIC  X(075).

      *    Bonus retido das contas bloqueadas
       FD  T99F1237D.
       01  1237D-REGISTRO-FD           PIC  X(069).

      *    Mestre de historico de 12 meses (mesmo layout do T99P1237)
       FD  T99F1237M.
       01  MSTR-REG-GERL.
           03  MSTR-CTA                PIC   9(11).
           03  MSTR-AGE                PIC   9(04).
           03  MSTR-MCI                PIC   9(09).
           03  MSTR-ULT-AMD-GER        PIC   9(08).
           03  MSTR-MES-ATUAL           PIC   9(02).
           03  MSTR-TOT-EXP-12M         PIC   9(15)V99.
           03  MSTR-TOT-IMP-12M         PIC   9(15)V99.
           03  MSTR-HIST OCCURS 12 TIMES.
               05  MSTR-HIST-EXP        PIC   9(15)V99.
               05  MSTR-HIST-IMP        PIC   9(15)V99.

      *    Mala direta das cartas e avisos
       FD  T99F1266C.
       01  1266C-REGISTRO-FD           PIC  X(132).

       FD  T99F1266R.
       01  1266R-LINHA-FD              PIC  X(132).

       SD  SORT-WORK.
       01  SORT-REG.
           03  SORT-AGE                PIC   9(04).
           03  SORT-TIPO               PIC   X(01).
           03  SORT-CTA                PIC   9(11).
           03  SORT-MCI                PIC   9(09).
           03  SORT-DT-VALOR           PIC   9(08).
           03  SORT-VL-BRUTO           PIC   9(15)V99.
           03  SORT-VL-IRF             PIC   9(15)V99.
           03  SORT-VL-LIQUIDO         PIC   9(15)V99.
           03  SORT-VL-EXP-12M         PIC   9(15)V99.
           03  SORT-VL-IMP-12M         PIC   9(15)V99.
           03  SORT-IND-HIST           PIC   X(01).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1266 ***'.

       77  WS-STATUS-MSTR              PIC  X(02).
           88  MSTR-OK                                  VALUE '00'.

       77  WS-PAGINA                   PIC  9(04)       VALUE 0.
       77  WS-LINHAS-PAGINA            PIC  S9(03)      VALUE 99.
       77  WS-ARQ-ERRO                 PIC  X(09)       VALUE SPACES.
       77  WS-AMD-GER-LOTE             PIC  9(08)       VALUE 0.

      *    Lote de creditos (o sequencial dentro do lote de agencia e
      *    recomputado como no T99P1247)
       77  CNT-CREDITOS                PIC  9(05)       VALUE 0.
       77  CNT-SEQ-LOTE                PIC  9(09)       VALUE 0.
       77  IND-TRAILER-1244            PIC  X(01)       VALUE 'N'.
           88  88-TRAILER-1244                           VALUE 'S'.

      *    Retorno
       77  ACM-SEQ-RET                 PIC  9(11)       VALUE 0.
       77  IND-RET-CASADO              PIC  X(01)       VALUE 'N'.
           88  88-RET-CASADO                             VALUE 'S'.
       77  ACM-QTD-POSTADOS            PIC  9(09)       VALUE 0.
       77  ACM-QTD-REJEITADOS          PIC  9(09)       VALUE 0.
       77  ACM-QTD-SEM-RETORNO         PIC  9(09)       VALUE 0.
       77  ACM-QTD-RET-ORFAO           PIC  9(09)       VALUE 0.

      *    Retencoes de IR
       77  CNT-IRF                     PIC  9(05)       VALUE 0.
       77  WS-SUB-IRF                  PIC  9(05)       VALUE 0.
       77  IND-IRF-ACHADO              PIC  X(01)       VALUE 'N'.
           88  88-IRF-ACHADO                             VALUE 'S'.

      *    Avisos de retencao
       77  IND-FIM-1237D               PIC  X(01)       VALUE 'N'.
           88  88-FIM-1237D                              VALUE 'S'.

      *    Saida do sort, quebra por agencia e totais
       77  IND-FIM-SORT                PIC  X(01)       VALUE 'N'.
           88  88-FIM-SORT                               VALUE 'S'.
       77  IND-PRIMEIRO-REG            PIC  X(01)       VALUE 'S'.
           88  88-PRIMEIRO-REG                           VALUE 'S'.
       77  WS-AGE-ANT                  PIC  9(04)       VALUE 0.
       77  WS-SEQ-CARTA                PIC  9(05)       VALUE 0.
       77  WS-SEQ-INI-AGE              PIC  9(05)       VALUE 0.
       77  CNT-AGE-CARTAS              PIC  9(09)       VALUE 0.
       77  CNT-AGE-AVISOS              PIC  9(09)       VALUE 0.
       77  CNT-AGE-SEM-HIST            PIC  9(09)       VALUE 0.
       77  ACM-AGE-LIQUIDO             PIC  9(15)V99    VALUE 0.
       77  ACM-AGE-RETIDO              PIC  9(15)V99    VALUE 0.
       77  CNT-TOT-CARTAS              PIC  9(09)       VALUE 0.
       77  CNT-TOT-AVISOS              PIC  9(09)       VALUE 0.
       77  CNT-TOT-SEM-HIST            PIC  9(09)       VALUE 0.
       77  CNT-TOT-AGENCIAS            PIC  9(05)       VALUE 0.
       77  ACM-TOT-LIQUIDO             PIC  9(15)V99    VALUE 0.
       77  ACM-TOT-RETIDO              PIC  9(15)V99    VALUE 0.

      *    Tabela dos creditos enviados, casada contra o retorno
       01  TAB-CREDITOS.
           03  TAB-CRD-ITEM OCCURS 5000 TIMES INDEXED BY IDX-CRD.
               05  TAB-CRD-AGE         PIC   9(04).
               05  TAB-CRD-CTA         PIC   9(11).
               05  TAB-CRD-MCI         PIC   9(09).
               05  TAB-CRD-VL          PIC   9(15)V99.
               05  TAB-CRD-DT-VALOR    PIC   9(08).
               05  TAB-CRD-SEQ-LOTE    PIC   9(09).
               05  TAB-CRD-SIT         PIC   X(01).

      *    Tabela das retencoes de IR da geracao, por conta
       01  TAB-RETENCOES.
           03  TAB-IRF-ITEM OCCURS 5000 TIMES.
               05  TAB-IRF-CTA         PIC   9(11).
               05  TAB-IRF-VL-BONUS    PIC   9(15)V99.
               05  TAB-IRF-VL-IRF      PIC   9(15)V99.

      *    Registros da interface de credito (mesmo layout do
      *    T99P1244, tipo em coluna 1)

      *    Tipo 1 - header de arquivo
       01  CRD1-REG-HEADER.
           03  CRD1-TIPO               PIC   X(01).
           03  CRD1-NOM-ARQ            PIC   X(08).
           03  CRD1-AMD-GER            PIC   9(08).
           03  CRD1-DT-VALOR           PIC   9(08).
           03  FILLER                  PIC   X(35).

      *    Tipo 3 - instrucao de credito
       01  FILLER REDEFINES CRD1-REG-HEADER.
           03  FILLER                  PIC   X(01).
           03  CRD3-AGE                PIC   9(04).
           03  CRD3-CTA                PIC   9(11).
           03  CRD3-MCI                PIC   9(09).
           03  CRD3-VL-CREDITO         PIC   9(15)V99.
           03  CRD3-DT-VALOR           PIC   9(08).
           03  FILLER                  PIC   X(10).

      *    Tipo 5 - trailer de arquivo
       01  FILLER REDEFINES CRD1-REG-HEADER.
           03  FILLER                  PIC   X(01).
           03  CRD5-QTD-LOTES          PIC   9(05).
           03  CRD5-QTD-CREDITOS       PIC   9(09).
           03  CRD5-VL-TOTAL           PIC   9(15)V99.
           03  CRD5-HASH-CTA           PIC   9(15).
           03  FILLER                  PIC   X(13).

      *    Retorno do sistema de contas correntes (mesmo layout do
      *    T99P1247)

      *    Detalhe
       01  1247R-REG-GERL.
           03  RTN-AGE                 PIC   9(04).
           03  RTN-CTA                 PIC   9(11).
           03  RTN-SEQ-LOTE            PIC   9(09).
           03  RTN-SIT                 PIC   X(01).
           03  RTN-COD-MOTIVO          PIC   X(03).
           03  FILLER                  PIC   X(12).

      *    Header
       01  FILLER REDEFINES 1247R-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  RTN-NOM-ARQ             PIC   X(08).
           03  RTN-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(09).

      *    Trailer
       01  FILLER REDEFINES 1247R-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  RTN-SOMAT-SEQ           PIC   9(11).
           03  FILLER                  PIC   X(14).

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

      *    Bonus retido das contas bloqueadas (mesmo layout do
      *    T99P1237)

      *    Detalhe
       01  RET-REG-GERL.
           03  RET-AGE                 PIC   9(04).
           03  RET-CTA                 PIC   9(11).
           03  RET-MCI                 PIC   9(09).
           03  RET-VL-BONUS            PIC   9(15)V99.
           03  RET-VL-IRF              PIC   9(15)V99.
           03  RET-COD-BLOQ            PIC   X(03).
           03  RET-AMD-FIM-BLOQ        PIC   9(08).

      *    Header
       01  FILLER REDEFINES RET-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  RET-NOM-ARQ             PIC   X(08).
           03  RET-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(38).

      *    Mala direta T99F1266C: uma carta de credito (tipo 'C') ou
      *    um aviso de retencao (tipo 'R') por conta, numerados na
      *    ordem de agencia. O aviso de retencao leva so o bruto
      *    retido - nem o codigo nem o fim do bloqueio. O nome e o
      *    endereco do destinatario sao resolvidos pelo MCI na
      *    composicao da mala direta.

      *    Detalhe
       01  CART-REG-GERL.
           03  CART-AGE                PIC   9(04).
           03  CART-CTA                PIC   9(11).
           03  CART-MCI                PIC   9(09).
           03  CART-TIPO               PIC   X(01).
               88  88-CARTA-CREDITO                    VALUE 'C'.
               88  88-AVISO-RETENCAO                   VALUE 'R'.
           03  CART-AMD-GER            PIC   9(08).
           03  CART-DT-VALOR           PIC   9(08).
           03  CART-VL-BRUTO           PIC   9(15)V99.
           03  CART-VL-IRF             PIC   9(15)V99.
           03  CART-VL-LIQUIDO         PIC   9(15)V99.
           03  CART-VL-EXP-12M         PIC   9(15)V99.
           03  CART-VL-IMP-12M         PIC   9(15)V99.
           03  CART-IND-HIST           PIC   X(01).
           03  CART-SEQ                PIC   9(05).

      *    Header
       01  FILLER REDEFINES CART-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  CART-NOM-ARQ            PIC   X(08).
           03  CART-AMD-GER-HDR        PIC   9(08).
           03  FILLER                  PIC   X(101).

      *    Trailer
       01  FILLER REDEFINES CART-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  CART-QTD-CARTAS         PIC   9(09).
           03  CART-QTD-AVISOS         PIC   9(09).
           03  CART-TOT-LIQUIDO        PIC   9(15)V99.
           03  CART-TOT-RETIDO         PIC   9(15)V99.
           03  FILLER                  PIC   X(65).

      *    Linhas da listagem de controle da expedicao

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(50)  VALUE
               'CONTROLE DE EXPEDICAO DOS AVISOS DO BONUS - CARTAS'.
           03  FILLER                  PIC   X(21)  VALUE
               ' E AVISOS POR AGENCIA'.
           03  FILLER                  PIC   X(07)  VALUE
                     ' GER.: '.
           03  LN1-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LN1-PAGINA              PIC   ZZZ9.
           03  FILLER                  PIC   X(33)  VALUE SPACE.

       01  LN-CABEC-2.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(10)  VALUE 'AGENCIA'.
           03  FILLER                  PIC   X(12)  VALUE
                     ' CART.CREDI.'.
           03  FILLER                  PIC   X(12)  VALUE
                     ' AVISOS RET.'.
           03  FILLER                  PIC   X(12)  VALUE
                     '   ENVELOPES'.
           03  FILLER                  PIC   X(12)  VALUE
                     '  SEQ.INICIO'.
           03  FILLER                  PIC   X(12)  VALUE
                     '   SEQ.FINAL'.
           03  FILLER                  PIC   X(12)  VALUE
                     '   SEM HIST.'.
           03  FILLER                  PIC   X(18)  VALUE
                     ' LIQUIDO CREDITADO'.
           03  FILLER                  PIC   X(18)  VALUE
                     '      BRUTO RETIDO'.
           03  FILLER                  PIC   X(13)  VALUE SPACE.

       01  LN-DETALHE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-GRUPO.
               05  LND-AGE             PIC   9(04).
               05  FILLER              PIC   X(06)  VALUE SPACE.
           03  LND-DESCR REDEFINES LND-GRUPO
                                       PIC   X(10).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-QTD-CARTAS          PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-QTD-AVISOS          PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-QTD-ENVELOPES       PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-SEQ-INI             PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-SEQ-FIM             PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-QTD-SEM-HIST        PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-VL-LIQUIDO          PIC   ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-VL-RETIDO           PIC   ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(13)  VALUE SPACE.

       01  LN-RODAPE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNR-TEXTO               PIC   X(60).
           03  LNR-QTD                 PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(62)  VALUE SPACE.

       01  LN-SEM-OCORRENCIA.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(50)  VALUE
               'NENHUMA CARTA OU AVISO A EXPEDIR NESTE LOTE.'.
           03  FILLER                  PIC   X(81)  VALUE SPACE.

       01  LN-TRACO                    PIC   X(132)  VALUE ALL '-'.
       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.

           PERFORM 300000-LE-LOTE-CREDITOS.
           PERFORM 350000-LE-RETORNO.
           PERFORM 400000-LE-RETENCOES-IRF.

      *    A ordenacao por agencia (cartas de credito antes dos avisos
      *    de retencao, por conta) e a ordem de envelopamento; a
      *    listagem de controle quebra na agencia.
           SORT SORT-WORK
                ON ASCENDING KEY SORT-AGE
                                 SORT-TIPO
                                 SORT-CTA
                INPUT PROCEDURE  600000-ENTRADA-SORT
                OUTPUT PROCEDURE 650000-SAIDA-SORT.

           PERFORM 900000-PROCED-FINAIS.

           IF  ACM-QTD-SEM-RETORNO GREATER 0
               DISPLAY '888 ' CTE-PROG ' 010 - ' ACM-QTD-SEM-RETORNO
                       ' CREDITO(S) SEM RETORNO NO T99F1247R - SEM '
                       'CARTA.'
           END-IF.
           IF  ACM-QTD-RET-ORFAO GREATER 0
               DISPLAY '888 ' CTE-PROG ' 011 - ' ACM-QTD-RET-ORFAO
                       ' RETORNO(S) SEM CREDITO NO T99F1244C.'
           END-IF.
           IF  CNT-TOT-SEM-HIST GREATER 0
               DISPLAY '888 ' CTE-PROG ' 012 - ' CNT-TOT-SEM-HIST
                       ' CARTA(S) SEM HISTORICO NO MESTRE T99F1237M.'
           END-IF.

           DISPLAY '999 ' CTE-PROG ' CARTAS: ' CNT-TOT-CARTAS
                   ' AVISOS: ' CNT-TOT-AVISOS.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

       000000-SAIDA.
           EXIT.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           OPEN INPUT T99F1237M.
           IF  NOT MSTR-OK
               PERFORM 999006-ERRO-006.

           OPEN INPUT  T99F1244C
                       T99F1247R
                       T99F1237I
                       T99F1237D
                OUTPUT T99F1266C
                       T99F1266R.
       100000-SAIDA.
           EXIT.

      *-----------------------------
       200000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
           ADD 1             TO WS-PAGINA.
           MOVE WS-PAGINA    TO LN1-PAGINA.

           WRITE 1266R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1266R-LINHA-FD FROM LN-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1266R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1266R-LINHA-FD FROM LN-CABEC-2
                 AFTER ADVANCING 1 LINE.
           WRITE 1266R-LINHA-FD FROM LN-TRACO
                 AFTER ADVANCING 1 LINE.

           MOVE 0            TO WS-LINHAS-PAGINA.
       200000-SAIDA.
           EXIT.

      *-----------------------------------
       300000-LE-LOTE-CREDITOS SECTION.
      *-----------------------------------
      *    Carrega os creditos enviados (tipo 3) numa tabela, com o
      *    sequencial dentro do lote de agencia recomputado como no
      *    T99P1247. A data de geracao do lote e a referencia para os
      *    demais arquivos.
           MOVE 'T99F1244C' TO WS-ARQ-ERRO.
           READ T99F1244C INTO CRD1-REG-HEADER
                AT END PERFORM 999001-ERRO-001.

           IF  CRD1-TIPO NOT EQUAL '1'
               OR CRD1-NOM-ARQ NOT EQUAL 'T99F1244'
               PERFORM 999001-ERRO-001.

           MOVE CRD1-AMD-GER TO WS-AMD-GER-LOTE
                                LN1-AMD-GER.

           PERFORM 310000-LE-1244-UM
               UNTIL 88-TRAILER-1244.

           IF  CRD5-QTD-CREDITOS NOT EQUAL CNT-CREDITOS
               PERFORM 999005-ERRO-005.
       300000-SAIDA.
           EXIT.

      *-----------------------------------
       310000-LE-1244-UM SECTION.
      *-----------------------------------
           READ T99F1244C INTO CRD1-REG-HEADER
                AT END PERFORM 999002-ERRO-002.

           EVALUATE CRD1-TIPO
               WHEN '2'
                   MOVE 0 TO CNT-SEQ-LOTE
               WHEN '3'
                   ADD 1 TO CNT-SEQ-LOTE
                   ADD 1 TO CNT-CREDITOS
                   IF  CNT-CREDITOS GREATER 5000
                       PERFORM 999003-ERRO-003
                   END-IF
                   SET IDX-CRD TO CNT-CREDITOS
                   MOVE CRD3-AGE        TO TAB-CRD-AGE(IDX-CRD)
                   MOVE CRD3-CTA        TO TAB-CRD-CTA(IDX-CRD)
                   MOVE CRD3-MCI        TO TAB-CRD-MCI(IDX-CRD)
                   MOVE CRD3-VL-CREDITO TO TAB-CRD-VL(IDX-CRD)
                   MOVE CRD3-DT-VALOR   TO TAB-CRD-DT-VALOR(IDX-CRD)
                   MOVE CNT-SEQ-LOTE    TO TAB-CRD-SEQ-LOTE(IDX-CRD)
                   MOVE ' '             TO TAB-CRD-SIT(IDX-CRD)
               WHEN '4'
                   CONTINUE
               WHEN '5'
                   MOVE 'S' TO IND-TRAILER-1244
               WHEN OTHER
                   PERFORM 999004-ERRO-004
           END-EVALUATE.
       310000-SAIDA.
           EXIT.

      *-----------------------------------
       350000-LE-RETORNO SECTION.
      *-----------------------------------
      *    Casa cada retorno com o credito enviado (agencia, conta e
      *    sequencial dentro do lote, mesmo criterio do T99P1247).
           MOVE 'T99F1247R' TO WS-ARQ-ERRO.
           READ T99F1247R INTO 1247R-REG-GERL
                AT END PERFORM 999001-ERRO-001.

           IF  RTN-AGE NOT EQUAL 0
               OR RTN-NOM-ARQ NOT EQUAL 'T99F1247'
               OR RTN-AMD-GER NOT EQUAL WS-AMD-GER-LOTE
               PERFORM 999001-ERRO-001.

           PERFORM 355000-LE-RETORNO-UM
               UNTIL RTN-AGE EQUAL 9999.

           IF  RTN-SOMAT-SEQ NOT EQUAL ACM-SEQ-RET
               PERFORM 999007-ERRO-007.

           PERFORM 365000-APURA-UM-CREDITO
               VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD GREATER CNT-CREDITOS.
       350000-SAIDA.
           EXIT.

      *-----------------------------------
       355000-LE-RETORNO-UM SECTION.
      *-----------------------------------
           READ T99F1247R INTO 1247R-REG-GERL
                AT END PERFORM 999002-ERRO-002.

           IF  RTN-AGE NOT EQUAL 9999
               ADD RTN-SEQ-LOTE TO ACM-SEQ-RET
               MOVE 'N' TO IND-RET-CASADO
               PERFORM 360000-CASA-UM-CREDITO
                   VARYING IDX-CRD FROM 1 BY 1
                   UNTIL IDX-CRD GREATER CNT-CREDITOS
                      OR 88-RET-CASADO
               IF  NOT 88-RET-CASADO
                   ADD 1 TO ACM-QTD-RET-ORFAO
               END-IF
           END-IF.
       355000-SAIDA.
           EXIT.

      *-----------------------------------
       360000-CASA-UM-CREDITO SECTION.
      *-----------------------------------
           IF  TAB-CRD-AGE(IDX-CRD) EQUAL RTN-AGE
               AND TAB-CRD-CTA(IDX-CRD) EQUAL RTN-CTA
               AND TAB-CRD-SEQ-LOTE(IDX-CRD) EQUAL RTN-SEQ-LOTE
               AND TAB-CRD-SIT(IDX-CRD) EQUAL ' '
               MOVE 'S'     TO IND-RET-CASADO
               MOVE RTN-SIT TO TAB-CRD-SIT(IDX-CRD)
           END-IF.
       360000-SAIDA.
           EXIT.

      *-----------------------------------
       365000-APURA-UM-CREDITO SECTION.
      *-----------------------------------
           EVALUATE TAB-CRD-SIT(IDX-CRD)
               WHEN 'P'
                   ADD 1 TO ACM-QTD-POSTADOS
               WHEN 'R'
                   ADD 1 TO ACM-QTD-REJEITADOS
               WHEN OTHER
                   ADD 1 TO ACM-QTD-SEM-RETORNO
           END-EVALUATE.
       365000-SAIDA.
           EXIT.

      *-----------------------------------
       400000-LE-RETENCOES-IRF SECTION.
      *-----------------------------------
      *    T99F1237I ausente (ou vazio): nenhuma conta do lote teve
      *    IR retido e o bruto da carta e o proprio liquido. Presente,
      *    tem de ser da geracao do lote (aceita tambem o T99F1245I
      *    e o T99F1257I, como o T99P1244).
           MOVE 'T99F1237I' TO WS-ARQ-ERRO.
           READ T99F1237I INTO IRF-REG-GERL
                AT END GO TO 400000-SAIDA.

           IF  IRF-AGE NOT EQUAL 0
               OR (IRF-NOM-ARQ NOT EQUAL 'T99F1237'
                   AND IRF-NOM-ARQ NOT EQUAL 'T99F1245'
                   AND IRF-NOM-ARQ NOT EQUAL 'T99F1257')
               OR IRF-AMD-GER NOT EQUAL WS-AMD-GER-LOTE
               PERFORM 999001-ERRO-001.

           PERFORM 410000-LE-IRF-UM
               UNTIL IRF-AGE EQUAL 9999
                 AND IRF-CTA EQUAL 99999999999.
       400000-SAIDA.
           EXIT.

      *-----------------------------------
       410000-LE-IRF-UM SECTION.
      *-----------------------------------
           READ T99F1237I INTO IRF-REG-GERL
                AT END PERFORM 999002-ERRO-002.

           IF  IRF-AGE NOT EQUAL 9999
               OR IRF-CTA NOT EQUAL 99999999999
               ADD 1 TO CNT-IRF
               IF  CNT-IRF GREATER 5000
                   PERFORM 999003-ERRO-003
               END-IF
               MOVE IRF-CTA      TO TAB-IRF-CTA(CNT-IRF)
               MOVE IRF-VL-BONUS TO TAB-IRF-VL-BONUS(CNT-IRF)
               MOVE IRF-VL-IRF   TO TAB-IRF-VL-IRF(CNT-IRF)
           END-IF.
       410000-SAIDA.
           EXIT.

      *-------------------------------
       600000-ENTRADA-SORT SECTION.
      *-------------------------------
      *    Libera uma carta por credito postado e um aviso por conta
      *    retida por bloqueio.
           PERFORM 610000-LIBERA-CREDITO
               VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD GREATER CNT-CREDITOS.

           PERFORM 630000-LIBERA-RETIDOS.
       600000-SAIDA.
           EXIT.

      *-------------------------------
       610000-LIBERA-CREDITO SECTION.
      *-------------------------------
           IF  TAB-CRD-SIT(IDX-CRD) NOT EQUAL 'P'
               GO TO 610000-SAIDA
           END-IF.

           MOVE TAB-CRD-AGE(IDX-CRD)      TO SORT-AGE.
           MOVE 'C'                       TO SORT-TIPO.
           MOVE TAB-CRD-CTA(IDX-CRD)      TO SORT-CTA.
           MOVE TAB-CRD-MCI(IDX-CRD)      TO SORT-MCI.
           MOVE TAB-CRD-DT-VALOR(IDX-CRD) TO SORT-DT-VALOR.
           MOVE TAB-CRD-VL(IDX-CRD)       TO SORT-VL-LIQUIDO.

      *    Bruto e IR da retencao da conta; sem retencao (abaixo do
      *    piso de isencao), o bruto e o liquido creditado.
           MOVE 'N' TO IND-IRF-ACHADO.
           PERFORM 615000-PROCURA-IRF
               VARYING WS-SUB-IRF FROM 1 BY 1
               UNTIL WS-SUB-IRF GREATER CNT-IRF
                  OR 88-IRF-ACHADO.
           IF  88-IRF-ACHADO
               SUBTRACT 1 FROM WS-SUB-IRF
               MOVE TAB-IRF-VL-BONUS(WS-SUB-IRF) TO SORT-VL-BRUTO
               MOVE TAB-IRF-VL-IRF(WS-SUB-IRF)   TO SORT-VL-IRF
           ELSE
               MOVE TAB-CRD-VL(IDX-CRD)          TO SORT-VL-BRUTO
               MOVE 0                            TO SORT-VL-IRF
           END-IF.

      *    Totais de 12 meses do mestre que justificaram o bonus
           MOVE TAB-CRD-CTA(IDX-CRD) TO MSTR-CTA.
           READ T99F1237M
               INVALID KEY
                   MOVE 0   TO SORT-VL-EXP-12M
                               SORT-VL-IMP-12M
                   MOVE 'N' TO SORT-IND-HIST
               NOT INVALID KEY
                   MOVE MSTR-TOT-EXP-12M TO SORT-VL-EXP-12M
                   MOVE MSTR-TOT-IMP-12M TO SORT-VL-IMP-12M
                   MOVE 'S'              TO SORT-IND-HIST
           END-READ.

           RELEASE SORT-REG.
       610000-SAIDA.
           EXIT.

      *-------------------------------
       615000-PROCURA-IRF SECTION.
      *-------------------------------
           IF  TAB-IRF-CTA(WS-SUB-IRF) EQUAL TAB-CRD-CTA(IDX-CRD)
               MOVE 'S' TO IND-IRF-ACHADO
           END-IF.
       615000-SAIDA.
           EXIT.

      *-------------------------------
       630000-LIBERA-RETIDOS SECTION.
      *-------------------------------
      *    T99F1237D ausente (ou vazio): lote sem avisos de retencao
      *    (reenvio). Presente, tem de ser da geracao do lote.
           MOVE 'T99F1237D' TO WS-ARQ-ERRO.
           READ T99F1237D INTO RET-REG-GERL
                AT END GO TO 630000-SAIDA.

           IF  RET-AGE NOT EQUAL 0
               OR (RET-NOM-ARQ NOT EQUAL 'T99F1237'
                   AND RET-NOM-ARQ NOT EQUAL 'T99F1245'
                   AND RET-NOM-ARQ NOT EQUAL 'T99F1257')
               OR RET-AMD-GER NOT EQUAL WS-AMD-GER-LOTE
               PERFORM 999001-ERRO-001.

           PERFORM 635000-LIBERA-UM-RETIDO
               UNTIL 88-FIM-1237D.
       630000-SAIDA.
           EXIT.

      *-------------------------------
       635000-LIBERA-UM-RETIDO SECTION.
      *-------------------------------
           READ T99F1237D INTO RET-REG-GERL
                AT END PERFORM 999002-ERRO-002.

           IF  RET-AGE EQUAL 9999
               AND RET-CTA EQUAL 99999999999
               MOVE 'S' TO IND-FIM-1237D
               GO TO 635000-SAIDA
           END-IF.

           MOVE RET-AGE       TO SORT-AGE.
           MOVE 'R'           TO SORT-TIPO.
           MOVE RET-CTA       TO SORT-CTA.
           MOVE RET-MCI       TO SORT-MCI.
           MOVE 0             TO SORT-DT-VALOR
                                 SORT-VL-IRF
                                 SORT-VL-LIQUIDO
                                 SORT-VL-EXP-12M
                                 SORT-VL-IMP-12M.
           MOVE RET-VL-BONUS  TO SORT-VL-BRUTO.
           MOVE ' '           TO SORT-IND-HIST.
           RELEASE SORT-REG.
       635000-SAIDA.
           EXIT.

      *-------------------------------
       650000-SAIDA-SORT SECTION.
      *-------------------------------
           MOVE SPACES           TO CART-REG-GERL.
           MOVE 0                TO CART-AGE
                                    CART-CTA.
           MOVE 'T99F1266'       TO CART-NOM-ARQ.
           MOVE WS-AMD-GER-LOTE  TO CART-AMD-GER-HDR.
           WRITE 1266C-REGISTRO-FD FROM CART-REG-GERL.

           PERFORM 660000-RETORNA-UMA-CARTA
               UNTIL 88-FIM-SORT.

           IF  88-PRIMEIRO-REG
               PERFORM 200000-IMPRIME-CABECALHO
               WRITE 1266R-LINHA-FD FROM LN-SEM-OCORRENCIA
                     AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 690000-FECHA-AGENCIA
           END-IF.

           PERFORM 700000-IMPRIME-TOTAIS.

           MOVE SPACES           TO CART-REG-GERL.
           MOVE 9999             TO CART-AGE.
           MOVE 99999999999      TO CART-CTA.
           MOVE CNT-TOT-CARTAS   TO CART-QTD-CARTAS.
           MOVE CNT-TOT-AVISOS   TO CART-QTD-AVISOS.
           MOVE ACM-TOT-LIQUIDO  TO CART-TOT-LIQUIDO.
           MOVE ACM-TOT-RETIDO   TO CART-TOT-RETIDO.
           WRITE 1266C-REGISTRO-FD FROM CART-REG-GERL.
       650000-SAIDA.
           EXIT.

      *-------------------------------
       660000-RETORNA-UMA-CARTA SECTION.
      *-------------------------------
           RETURN SORT-WORK
                AT END
                    MOVE 'S' TO IND-FIM-SORT
                NOT AT END
                    PERFORM 670000-GRAVA-CARTA
           END-RETURN.
       660000-SAIDA.
           EXIT.

      *-------------------------------
       670000-GRAVA-CARTA SECTION.
      *-------------------------------
           IF  88-PRIMEIRO-REG
               MOVE 'N'      TO IND-PRIMEIRO-REG
               MOVE SORT-AGE TO WS-AGE-ANT
               PERFORM 680000-ZERA-AGENCIA
           END-IF.

           IF  SORT-AGE NOT EQUAL WS-AGE-ANT
               PERFORM 690000-FECHA-AGENCIA
               MOVE SORT-AGE TO WS-AGE-ANT
               PERFORM 680000-ZERA-AGENCIA
           END-IF.

           ADD 1 TO WS-SEQ-CARTA.

           MOVE SORT-AGE         TO CART-AGE.
           MOVE SORT-CTA         TO CART-CTA.
           MOVE SORT-MCI         TO CART-MCI.
           MOVE SORT-TIPO        TO CART-TIPO.
           MOVE WS-AMD-GER-LOTE  TO CART-AMD-GER.
           MOVE SORT-DT-VALOR    TO CART-DT-VALOR.
           MOVE SORT-VL-BRUTO    TO CART-VL-BRUTO.
           MOVE SORT-VL-IRF      TO CART-VL-IRF.
           MOVE SORT-VL-LIQUIDO  TO CART-VL-LIQUIDO.
           MOVE SORT-VL-EXP-12M  TO CART-VL-EXP-12M.
           MOVE SORT-VL-IMP-12M  TO CART-VL-IMP-12M.
           MOVE SORT-IND-HIST    TO CART-IND-HIST.
           MOVE WS-SEQ-CARTA     TO CART-SEQ.
           WRITE 1266C-REGISTRO-FD FROM CART-REG-GERL.

           IF  88-CARTA-CREDITO
               ADD 1               TO CNT-AGE-CARTAS
               ADD SORT-VL-LIQUIDO TO ACM-AGE-LIQUIDO
               IF  SORT-IND-HIST EQUAL 'N'
                   ADD 1 TO CNT-AGE-SEM-HIST
               END-IF
           ELSE
               ADD 1               TO CNT-AGE-AVISOS
               ADD SORT-VL-BRUTO   TO ACM-AGE-RETIDO
           END-IF.
       670000-SAIDA.
           EXIT.

      *-------------------------------
       680000-ZERA-AGENCIA SECTION.
      *-------------------------------
           COMPUTE WS-SEQ-INI-AGE = WS-SEQ-CARTA + 1.
           MOVE 0 TO CNT-AGE-CARTAS
                     CNT-AGE-AVISOS
                     CNT-AGE-SEM-HIST
                     ACM-AGE-LIQUIDO
                     ACM-AGE-RETIDO.
       680000-SAIDA.
           EXIT.

      *-------------------------------
       690000-FECHA-AGENCIA SECTION.
      *-------------------------------
           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE SPACES           TO LND-DESCR.
           MOVE WS-AGE-ANT       TO LND-AGE.
           MOVE CNT-AGE-CARTAS   TO LND-QTD-CARTAS.
           MOVE CNT-AGE-AVISOS   TO LND-QTD-AVISOS.
           COMPUTE LND-QTD-ENVELOPES = CNT-AGE-CARTAS + CNT-AGE-AVISOS.
           MOVE WS-SEQ-INI-AGE   TO LND-SEQ-INI.
           MOVE WS-SEQ-CARTA     TO LND-SEQ-FIM.
           MOVE CNT-AGE-SEM-HIST TO LND-QTD-SEM-HIST.
           MOVE ACM-AGE-LIQUIDO  TO LND-VL-LIQUIDO.
           MOVE ACM-AGE-RETIDO   TO LND-VL-RETIDO.
           WRITE 1266R-LINHA-FD FROM LN-DETALHE
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.

           ADD 1                 TO CNT-TOT-AGENCIAS.
           ADD CNT-AGE-CARTAS    TO CNT-TOT-CARTAS.
           ADD CNT-AGE-AVISOS    TO CNT-TOT-AVISOS.
           ADD CNT-AGE-SEM-HIST  TO CNT-TOT-SEM-HIST.
           ADD ACM-AGE-LIQUIDO   TO ACM-TOT-LIQUIDO.
           ADD ACM-AGE-RETIDO    TO ACM-TOT-RETIDO.
       690000-SAIDA.
           EXIT.

      *-------------------------------
       700000-IMPRIME-TOTAIS SECTION.
      *-------------------------------
      *    Total de envelopes e a conferencia do lote contra o
      *    retorno: toda carta e um credito postado; rejeitados e
      *    creditos sem retorno nao recebem carta.
           IF  WS-LINHAS-PAGINA GREATER 42
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE SPACES           TO LND-DESCR.
           MOVE 'TOTAL'          TO LND-DESCR.
           MOVE CNT-TOT-CARTAS   TO LND-QTD-CARTAS.
           MOVE CNT-TOT-AVISOS   TO LND-QTD-AVISOS.
           COMPUTE LND-QTD-ENVELOPES = CNT-TOT-CARTAS + CNT-TOT-AVISOS.
           IF  WS-SEQ-CARTA GREATER 0
               MOVE 1            TO LND-SEQ-INI
           ELSE
               MOVE 0            TO LND-SEQ-INI
           END-IF.
           MOVE WS-SEQ-CARTA     TO LND-SEQ-FIM.
           MOVE CNT-TOT-SEM-HIST TO LND-QTD-SEM-HIST.
           MOVE ACM-TOT-LIQUIDO  TO LND-VL-LIQUIDO.
           MOVE ACM-TOT-RETIDO   TO LND-VL-RETIDO.
           WRITE 1266R-LINHA-FD FROM LN-TRACO
                 AFTER ADVANCING 1 LINE.
           WRITE 1266R-LINHA-FD FROM LN-DETALHE
                 AFTER ADVANCING 1 LINE.

           WRITE 1266R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           MOVE 'AGENCIAS'                          TO LNR-TEXTO.
           MOVE CNT-TOT-AGENCIAS                    TO LNR-QTD.
           PERFORM 710000-IMPRIME-RODAPE.
           MOVE 'CREDITOS ENVIADOS NO T99F1244C'     TO LNR-TEXTO.
           MOVE CNT-CREDITOS                        TO LNR-QTD.
           PERFORM 710000-IMPRIME-RODAPE.
           MOVE 'CREDITOS POSTADOS - CARTA DE CREDITO' TO LNR-TEXTO.
           MOVE ACM-QTD-POSTADOS                    TO LNR-QTD.
           PERFORM 710000-IMPRIME-RODAPE.
           MOVE 'CREDITOS REJEITADOS - SEM CARTA'    TO LNR-TEXTO.
           MOVE ACM-QTD-REJEITADOS                  TO LNR-QTD.
           PERFORM 710000-IMPRIME-RODAPE.
           MOVE 'CREDITOS SEM RETORNO - SEM CARTA'   TO LNR-TEXTO.
           MOVE ACM-QTD-SEM-RETORNO                 TO LNR-QTD.
           PERFORM 710000-IMPRIME-RODAPE.
           MOVE 'CONTAS RETIDAS POR BLOQUEIO - AVISO DE RETENCAO'
                                                    TO LNR-TEXTO.
           MOVE CNT-TOT-AVISOS                      TO LNR-QTD.
           PERFORM 710000-IMPRIME-RODAPE.
           MOVE 'CARTAS SEM HISTORICO NO MESTRE (TOTAIS 12M ZERADOS)'
                                                    TO LNR-TEXTO.
           MOVE CNT-TOT-SEM-HIST                    TO LNR-QTD.
           PERFORM 710000-IMPRIME-RODAPE.
       700000-SAIDA.
           EXIT.

      *-------------------------------
       710000-IMPRIME-RODAPE SECTION.
      *-------------------------------
           WRITE 1266R-LINHA-FD FROM LN-RODAPE
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-LINHAS-PAGINA.
       710000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           CLOSE T99F1244C
                 T99F1247R
                 T99F1237I
                 T99F1237D
                 T99F1237M
                 T99F1266C
                 T99F1266R.
       900000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Arquivo ' WS-ARQ-ERRO
                   ' vazio, sem header ou de outra geracao.'.
           DISPLAY '888 ' CTE-PROG ' 001 - Geracao do lote T99F1244C: '
                   WS-AMD-GER-LOTE.
           PERFORM 999999-CANCELAR.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - Arquivo ' WS-ARQ-ERRO
                   ' sem trailer.'.
           PERFORM 999999-CANCELAR.

       999003-ERRO-003.
           DISPLAY '888 ' CTE-PROG ' 003 - Arquivo ' WS-ARQ-ERRO
                   ' com mais de 5000 contas - tabela estourada.'.
           PERFORM 999999-CANCELAR.

       999004-ERRO-004.
           DISPLAY '888 ' CTE-PROG ' 004 - Tipo de registro invalido '
                   'no T99F1244C: ' CRD1-TIPO.
           PERFORM 999999-CANCELAR.

       999005-ERRO-005.
           DISPLAY '888 ' CTE-PROG ' 005 - Quantidade de creditos do '
                   'T99F1244C difere do trailer.'.
           DISPLAY '888 ' CTE-PROG ' 005 - Trailer: ' CRD5-QTD-CREDITOS
                   ' Lidos: ' CNT-CREDITOS.
           PERFORM 999999-CANCELAR.

      *    O erro 006 ocorre antes da abertura dos demais arquivos,
      *    por isso encerra sem fecha-los.
       999006-ERRO-006.
           DISPLAY '888 ' CTE-PROG ' 006 - Mestre T99F1237M nao pode '
                   'ser aberto. STATUS: ' WS-STATUS-MSTR.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999007-ERRO-007.
           DISPLAY '888 ' CTE-PROG ' 007 - Somatorio de sequencial do '
                   'T99F1247R difere do trailer.'.
           DISPLAY '888 ' CTE-PROG ' 007 - Trailer: ' RTN-SOMAT-SEQ
                   ' Calculado: ' ACM-SEQ-RET.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F1244C
                 T99F1247R
                 T99F1237I
                 T99F1237D
                 T99F1237M
                 T99F1266C
                 T99F1266R.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
           EXIT.
