
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Pendencia encerrada pelo
      *                                    estorno do ciclo ('E') fora
      *                                    do relatorio
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1262.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Relatorio mensal de idade das pendencias de
      *               credito do cadastro T99F1247M (mantido pelo
      *               T99P1247): todo credito ainda em reenvio ('R')
      *               ou transferido para pendencia ('S') e listado
      *               com os dias decorridos desde a geracao original
      *               ate a data de referencia do T99F1262P, agrupado
      *               nas faixas de ate 30, 31 a 60, 61 a 90, 91 a 180
      *               e acima de 180 dias (as mais antigas primeiro),
      *               com subtotal por faixa e quadro resumo por faixa
      *               e situacao. Pendencias liquidadas ('L') e as
      *               encerradas pelo estorno do ciclo no T99P1258
      *               ('E') nao entram. Serve de base para a
      *               destinacao final dos valores nao reclamados.
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
            SELECT T99F1247M ASSIGN  TO  "T99F1247M.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS PEND-CHAVE
                   FILE STATUS    IS WS-STATUS-PEND.
            SELECT T99F1262P ASSIGN  TO  "T99F1262P.txt".
            SELECT T99F1262R ASSIGN  TO  "T99F1262R.txt".
            SELECT SORT-WORK ASSIGN  TO  "SORTWK01".
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
      *    Cadastro de pendencias de credito (mesmo layout do
      *    T99P1247)
       FD  T99F1247M.
       01  PEND-REG-GERL.
           03  PEND-CHAVE.
               05  PEND-CTA            PIC   9(11).
               05  PEND-AMD-ORIGEM     PIC   9(08).
           03  PEND-AGE                PIC   9(04).
           03  PEND-MCI                PIC   9(09).
           03  PEND-SITUACAO           PIC   X(01).
               88  88-PEND-REENVIO                    VALUE 'R'.
               88  88-PEND-SUSPENSO                   VALUE 'S'.
               88  88-PEND-LIQUIDADO                  VALUE 'L'.
               88  88-PEND-ESTORNADO                  VALUE 'E'.
           03  PEND-QTD-TENTATIVAS     PIC   9(03).
           03  PEND-ULT-MOTIVO         PIC   X(03).
           03  PEND-VL-TOTAL           PIC   9(15)V99.
           03  PEND-AMD-PRIM-REJEICAO  PIC   9(08).
           03  PEND-AMD-ULT-REJEICAO   PIC   9(08).
           03  PEND-AMD-SITUACAO       PIC   9(08).
           03  FILLER                  PIC   X(10).

      *    Data de referencia do relatorio
       FD  T99F1262P.
       01  1262P-REGISTRO-FD           PIC  X(008).

       FD  T99F1262R.
       01  1262R-LINHA-FD              PIC  X(132).

       SD  SORT-WORK.
       01  SORT-REG.
           03  SORT-FAIXA              PIC   9(01).
           03  SORT-AGE                PIC   9(04).
           03  SORT-CTA                PIC   9(11).
           03  SORT-AMD-ORIGEM         PIC   9(08).
           03  SORT-MCI                PIC   9(09).
           03  SORT-SITUACAO           PIC   X(01).
           03  SORT-DIAS               PIC   S9(09).
           03  SORT-QTD-TENTATIVAS     PIC   9(03).
           03  SORT-ULT-MOTIVO         PIC   X(03).
           03  SORT-AMD-ULT-REJEICAO   PIC   9(08).
           03  SORT-VL-TOTAL           PIC   9(15)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1262 ***'.

       77  WS-STATUS-PEND              PIC  X(02).
           88  PEND-OK                                  VALUE '00'.

       77  WS-PAGINA                   PIC  9(04)       VALUE 0.
       77  WS-LINHAS-PAGINA            PIC  S9(03)      VALUE 99.
       77  WS-FAIXA-ANTERIOR           PIC  9(01)       VALUE 0.
       77  WS-PRIMEIRA-FAIXA           PIC  X(01)       VALUE 'S'.
           88  88-PRIMEIRA-FAIXA                        VALUE 'S'.
       77  IND-FIM-PEND                PIC  X(01)       VALUE 'N'.
           88  88-FIM-PEND                               VALUE 'S'.
       77  IND-FIM-SORT                PIC  X(01)       VALUE 'N'.
           88  88-FIM-SORT                               VALUE 'S'.

       77  ACM-QTD-LIDAS               PIC  9(09)       VALUE 0.
       77  ACM-QTD-LIQUIDADAS          PIC  9(09)       VALUE 0.
       77  ACM-QTD-ESTORNADAS          PIC  9(09)       VALUE 0.
       77  ACM-QTD-DETALHES            PIC  9(09)       VALUE 0.
       77  ACM-VL-DETALHES             PIC  9(15)V99    VALUE 0.
       77  WS-SUBTOT-QTD               PIC  9(09)       VALUE 0.
       77  WS-SUBTOT-VL                PIC  9(15)V99    VALUE 0.
       77  WS-SUB-FAIXA                PIC  9(01)       VALUE 0.
       77  WS-VL-FAIXA                 PIC  9(15)V99    VALUE 0.

      *    Dias decorridos desde a geracao original. O calculo e
      *    aproximado (ano*365 + mes*30 + dia), o mesmo do limite de
      *    dias do T99P1247.
       77  WS-AMD-CALC                 PIC  9(08)       VALUE 0.
       77  WS-AMD-ANO-AUX              PIC  9(04)       VALUE 0.
       77  WS-AMD-ANOMES-AUX           PIC  9(06)       VALUE 0.
       77  WS-AMD-MES-AUX              PIC  9(02)       VALUE 0.
       77  WS-AMD-DIA-AUX              PIC  9(02)       VALUE 0.
       77  WS-DIAS-CALC                PIC  S9(09)      VALUE 0.
       77  WS-DIAS-REFERENCIA          PIC  S9(09)      VALUE 0.
       77  WS-DIAS-DECORRIDOS          PIC  S9(09)      VALUE 0.

      *    Data de referencia, lida do T99F1262P
       01  1262P-REG-PARM.
           03  IDAD-AMD-REF            PIC   9(08).

      *    Faixas de idade: a ordem e a do SORT-FAIXA (1 = mais
      *    recente, 5 = mais antiga)
       01  TAB-FAIXAS-DESCR-VAL.
           03  FILLER                  PIC   X(20)  VALUE
                     'ATE 30 DIAS'.
           03  FILLER                  PIC   X(20)  VALUE
                     '31 A 60 DIAS'.
           03  FILLER                  PIC   X(20)  VALUE
                     '61 A 90 DIAS'.
           03  FILLER                  PIC   X(20)  VALUE
                     '91 A 180 DIAS'.
           03  FILLER                  PIC   X(20)  VALUE
                     'ACIMA DE 180 DIAS'.
       01  TAB-FAIXAS-DESCR REDEFINES TAB-FAIXAS-DESCR-VAL.
           03  TAB-FX-DESCRICAO        PIC   X(20)  OCCURS 5 TIMES.

      *    Acumulados por faixa e situacao para o quadro resumo
       01  TAB-FAIXAS-ACM.
           03  TAB-FX-ACM OCCURS 5 TIMES.
               05  ACM-FX-QTD-REENVIO  PIC   9(09).
               05  ACM-FX-VL-REENVIO   PIC   9(15)V99.
               05  ACM-FX-QTD-SUSPENSO PIC   9(09).
               05  ACM-FX-VL-SUSPENSO  PIC   9(15)V99.

      *    Linhas do relatorio

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(41)  VALUE
                     'IDADE DAS PENDENCIAS DE CREDITO T99F1247M'.
           03  FILLER                  PIC   X(08)  VALUE
                     '  REF.: '.
           03  LN1-AMD-REF             PIC   9(08).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LN1-PAGINA              PIC   ZZZ9.
           03  FILLER                  PIC   X(62)  VALUE SPACE.

       01  LN-CABEC-2.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(09)  VALUE 'AGENCIA'.
           03  FILLER                  PIC   X(14)  VALUE 'CONTA'.
           03  FILLER                  PIC   X(12)  VALUE 'MCI'.
           03  FILLER                  PIC   X(11)  VALUE 'GERACAO'.
           03  FILLER                  PIC   X(11)  VALUE 'ULT.REJ.'.
           03  FILLER                  PIC   X(07)  VALUE 'DIAS'.
           03  FILLER                  PIC   X(05)  VALUE 'SIT'.
           03  FILLER                  PIC   X(06)  VALUE 'TENT.'.
           03  FILLER                  PIC   X(08)  VALUE 'MOTIVO'.
           03  FILLER                  PIC   X(20)  VALUE 'VALOR'.
           03  FILLER                  PIC   X(28)  VALUE SPACE.

       01  LN-TIT-FAIXA.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(08)  VALUE 'FAIXA: '.
           03  LNTF-DESCRICAO          PIC   X(20).
           03  FILLER                  PIC   X(103) VALUE SPACE.

       01  LN-DETALHE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-AGE                 PIC   9(04).
           03  FILLER                  PIC   X(05)  VALUE SPACE.
           03  LND-CTA                 PIC   9(11).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-MCI                 PIC   9(09).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-AMD-ORIGEM          PIC   9(08).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-AMD-ULT-REJEICAO    PIC   9(08).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-DIAS                PIC   -ZZZ9.
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-SITUACAO            PIC   X(01).
           03  FILLER                  PIC   X(04)  VALUE SPACE.
           03  LND-TENTATIVAS          PIC   ZZ9.
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-ULT-MOTIVO          PIC   X(03).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-VALOR               PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(32)  VALUE SPACE.

       01  LN-SUBTOTAL.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(15)  VALUE
                     'SUBTOTAL FAIXA '.
           03  LNS-DESCRICAO           PIC   X(20).
           03  FILLER                  PIC   X(07)  VALUE
                     ' QTD.: '.
           03  LNS-QTD                 PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(09)  VALUE
                     '  VALOR: '.
           03  LNS-VALOR               PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(54)  VALUE SPACE.

       01  LN-SEM-OCORRENCIA.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(40)  VALUE
                     'NENHUMA PENDENCIA EM ABERTO'.
           03  FILLER                  PIC   X(91)  VALUE SPACE.

       01  LN-RES-TITULO.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(40)  VALUE
                     'RESUMO POR FAIXA DE IDADE E SITUACAO'.
           03  FILLER                  PIC   X(91)  VALUE SPACE.

       01  LN-RES-CABEC.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(21)  VALUE 'FAIXA'.
           03  FILLER                  PIC   X(11)  VALUE 'QTD.REENV.'.
           03  FILLER                  PIC   X(20)  VALUE
                     'VALOR EM REENVIO'.
           03  FILLER                  PIC   X(11)  VALUE 'QTD.PEND.'.
           03  FILLER                  PIC   X(20)  VALUE
                     'VALOR EM PENDENCIA'.
           03  FILLER                  PIC   X(20)  VALUE 'VALOR TOTAL'.
           03  FILLER                  PIC   X(28)  VALUE SPACE.

       01  LN-RES-FAIXA.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNRF-DESCRICAO          PIC   X(20).
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNRF-QTD-REENVIO        PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNRF-VL-REENVIO         PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LNRF-QTD-SUSPENSO       PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNRF-VL-SUSPENSO        PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LNRF-VL-TOTAL           PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(31)  VALUE SPACE.

       01  LN-TOTAL-GERAL.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(33)  VALUE
                     'TOTAL EM ABERTO .............. : '.
           03  LNT-QTD                 PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(09)  VALUE
                     '  VALOR: '.
           03  LNT-VALOR               PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(63)  VALUE SPACE.

       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.

      *    O cadastro vem na ordem de conta; a ordenacao interna poe
      *    as faixas mais antigas primeiro e, dentro delas, agencia e
      *    conta.
           SORT SORT-WORK
                ON DESCENDING KEY SORT-FAIXA
                ON ASCENDING  KEY SORT-AGE
                                  SORT-CTA
                                  SORT-AMD-ORIGEM
                INPUT PROCEDURE  600000-ENTRADA-SORT
                OUTPUT PROCEDURE 650000-SAIDA-SORT.

           PERFORM 900000-PROCED-FINAIS.

           DISPLAY '999 ' CTE-PROG ' LIDAS: ' ACM-QTD-LIDAS
                   ' LIQUIDADAS: ' ACM-QTD-LIQUIDADAS
                   ' ESTORNADAS: ' ACM-QTD-ESTORNADAS
                   ' EM ABERTO: ' ACM-QTD-DETALHES
                   ' VALOR: ' ACM-VL-DETALHES.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

       000000-SAIDA.
           EXIT.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           OPEN INPUT  T99F1262P.

           READ T99F1262P INTO 1262P-REG-PARM
                AT END PERFORM 999001-ERRO-001.

           CLOSE T99F1262P.

           IF  IDAD-AMD-REF EQUAL 0
               PERFORM 999002-ERRO-002.

           MOVE IDAD-AMD-REF TO WS-AMD-CALC
                                LN1-AMD-REF.
           PERFORM 700000-CALCULA-DIAS.
           MOVE WS-DIAS-CALC TO WS-DIAS-REFERENCIA.

           MOVE 1 TO WS-SUB-FAIXA.
           PERFORM 110000-ZERA-FAIXA
               UNTIL WS-SUB-FAIXA GREATER 5.

           OPEN INPUT T99F1247M.
           IF  NOT PEND-OK
               PERFORM 999003-ERRO-003.

           OPEN OUTPUT T99F1262R.
       100000-SAIDA.
           EXIT.

      *-------------------------------
       110000-ZERA-FAIXA SECTION.
      *-------------------------------
           MOVE 0 TO ACM-FX-QTD-REENVIO(WS-SUB-FAIXA)
                     ACM-FX-VL-REENVIO(WS-SUB-FAIXA)
                     ACM-FX-QTD-SUSPENSO(WS-SUB-FAIXA)
                     ACM-FX-VL-SUSPENSO(WS-SUB-FAIXA).
           ADD 1 TO WS-SUB-FAIXA.
       110000-SAIDA.
           EXIT.

      *-----------------------------
       200000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
           ADD 1             TO WS-PAGINA.
           MOVE WS-PAGINA    TO LN1-PAGINA.

           WRITE 1262R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1262R-LINHA-FD FROM LN-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1262R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1262R-LINHA-FD FROM LN-CABEC-2
                 AFTER ADVANCING 1 LINE.
           WRITE 1262R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.

           MOVE 0            TO WS-LINHAS-PAGINA.
       200000-SAIDA.
           EXIT.

      *-----------------------------
       300000-IMPRIME-DETALHE SECTION.
      *-----------------------------
           IF  88-PRIMEIRA-FAIXA
               MOVE 'N'        TO WS-PRIMEIRA-FAIXA
               PERFORM 200000-IMPRIME-CABECALHO
               MOVE SORT-FAIXA TO WS-FAIXA-ANTERIOR
               PERFORM 350000-IMPRIME-TIT-FAIXA
           END-IF.

           IF  SORT-FAIXA NOT EQUAL WS-FAIXA-ANTERIOR
               PERFORM 400000-IMPRIME-SUBTOTAL
               MOVE SORT-FAIXA TO WS-FAIXA-ANTERIOR
               PERFORM 350000-IMPRIME-TIT-FAIXA
           END-IF.

           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE SORT-AGE              TO LND-AGE.
           MOVE SORT-CTA              TO LND-CTA.
           MOVE SORT-MCI              TO LND-MCI.
           MOVE SORT-AMD-ORIGEM       TO LND-AMD-ORIGEM.
           MOVE SORT-AMD-ULT-REJEICAO TO LND-AMD-ULT-REJEICAO.
           MOVE SORT-DIAS             TO LND-DIAS.
           MOVE SORT-SITUACAO         TO LND-SITUACAO.
           MOVE SORT-QTD-TENTATIVAS   TO LND-TENTATIVAS.
           MOVE SORT-ULT-MOTIVO       TO LND-ULT-MOTIVO.
           MOVE SORT-VL-TOTAL         TO LND-VALOR.

           WRITE 1262R-LINHA-FD FROM LN-DETALHE
                 AFTER ADVANCING 1 LINE.
           ADD 1                      TO WS-LINHAS-PAGINA.

           ADD 1                      TO WS-SUBTOT-QTD
                                         ACM-QTD-DETALHES.
           ADD SORT-VL-TOTAL          TO WS-SUBTOT-VL
                                         ACM-VL-DETALHES.

           IF  SORT-SITUACAO EQUAL 'S'
               ADD 1             TO ACM-FX-QTD-SUSPENSO(SORT-FAIXA)
               ADD SORT-VL-TOTAL TO ACM-FX-VL-SUSPENSO(SORT-FAIXA)
           ELSE
               ADD 1             TO ACM-FX-QTD-REENVIO(SORT-FAIXA)
               ADD SORT-VL-TOTAL TO ACM-FX-VL-REENVIO(SORT-FAIXA)
           END-IF.
       300000-SAIDA.
           EXIT.

      *-----------------------------
       350000-IMPRIME-TIT-FAIXA SECTION.
      *-----------------------------
           IF  WS-LINHAS-PAGINA GREATER 48
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE TAB-FX-DESCRICAO(WS-FAIXA-ANTERIOR) TO LNTF-DESCRICAO.
           WRITE 1262R-LINHA-FD FROM LN-TIT-FAIXA
                 AFTER ADVANCING 1 LINE.
           WRITE 1262R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           ADD 2                    TO WS-LINHAS-PAGINA.
       350000-SAIDA.
           EXIT.

      *-----------------------------
       400000-IMPRIME-SUBTOTAL SECTION.
      *-----------------------------
           MOVE TAB-FX-DESCRICAO(WS-FAIXA-ANTERIOR) TO LNS-DESCRICAO.
           MOVE WS-SUBTOT-QTD       TO LNS-QTD.
           MOVE WS-SUBTOT-VL        TO LNS-VALOR.

           WRITE 1262R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1262R-LINHA-FD FROM LN-SUBTOTAL
                 AFTER ADVANCING 1 LINE.
           WRITE 1262R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           ADD 3                    TO WS-LINHAS-PAGINA.

           MOVE 0                   TO WS-SUBTOT-QTD
                                       WS-SUBTOT-VL.
       400000-SAIDA.
           EXIT.

      *-----------------------------
       500000-IMPRIME-RESUMO SECTION.
      *-----------------------------
      *    Quadro resumo em pagina propria, com todas as faixas
      *    (inclusive as sem ocorrencia), da mais recente para a mais
      *    antiga.
           PERFORM 200000-IMPRIME-CABECALHO.

           WRITE 1262R-LINHA-FD FROM LN-RES-TITULO
                 AFTER ADVANCING 1 LINE.
           WRITE 1262R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1262R-LINHA-FD FROM LN-RES-CABEC
                 AFTER ADVANCING 1 LINE.
           WRITE 1262R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.

           MOVE 1 TO WS-SUB-FAIXA.
           PERFORM 510000-IMPRIME-RES-FAIXA
               UNTIL WS-SUB-FAIXA GREATER 5.

           MOVE ACM-QTD-DETALHES TO LNT-QTD.
           MOVE ACM-VL-DETALHES  TO LNT-VALOR.
           WRITE 1262R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1262R-LINHA-FD FROM LN-TOTAL-GERAL
                 AFTER ADVANCING 1 LINE.
       500000-SAIDA.
           EXIT.

      *-----------------------------
       510000-IMPRIME-RES-FAIXA SECTION.
      *-----------------------------
           COMPUTE WS-VL-FAIXA = ACM-FX-VL-REENVIO(WS-SUB-FAIXA)
                               + ACM-FX-VL-SUSPENSO(WS-SUB-FAIXA).

           MOVE TAB-FX-DESCRICAO(WS-SUB-FAIXA)    TO LNRF-DESCRICAO.
           MOVE ACM-FX-QTD-REENVIO(WS-SUB-FAIXA)  TO LNRF-QTD-REENVIO.
           MOVE ACM-FX-VL-REENVIO(WS-SUB-FAIXA)   TO LNRF-VL-REENVIO.
           MOVE ACM-FX-QTD-SUSPENSO(WS-SUB-FAIXA) TO LNRF-QTD-SUSPENSO.
           MOVE ACM-FX-VL-SUSPENSO(WS-SUB-FAIXA)  TO LNRF-VL-SUSPENSO.
           MOVE WS-VL-FAIXA                       TO LNRF-VL-TOTAL.

           WRITE 1262R-LINHA-FD FROM LN-RES-FAIXA
                 AFTER ADVANCING 1 LINE.
           ADD 1 TO WS-SUB-FAIXA.
       510000-SAIDA.
           EXIT.

      *-------------------------------
       600000-ENTRADA-SORT SECTION.
      *-------------------------------
      *    Varre o cadastro inteiro em ordem de chave e libera para a
      *    ordenacao tudo o que ainda esta em aberto.
           MOVE 0 TO PEND-CTA
                     PEND-AMD-ORIGEM.
           START T99F1247M KEY NOT LESS PEND-CHAVE
               INVALID KEY MOVE 'S' TO IND-FIM-PEND
           END-START.

           PERFORM 620000-LE-PROXIMA-PEND
               UNTIL 88-FIM-PEND.
       600000-SAIDA.
           EXIT.

      *-------------------------------
       620000-LE-PROXIMA-PEND SECTION.
      *-------------------------------
           READ T99F1247M NEXT
                AT END
                    MOVE 'S' TO IND-FIM-PEND
                NOT AT END
                    ADD 1 TO ACM-QTD-LIDAS
                    EVALUATE TRUE
                        WHEN 88-PEND-LIQUIDADO
                            ADD 1 TO ACM-QTD-LIQUIDADAS
                        WHEN 88-PEND-ESTORNADO
                            ADD 1 TO ACM-QTD-ESTORNADAS
                        WHEN OTHER
                            PERFORM 630000-LIBERA-UMA-PEND
                    END-EVALUATE
           END-READ.
       620000-SAIDA.
           EXIT.

      *-------------------------------
       630000-LIBERA-UMA-PEND SECTION.
      *-------------------------------
      *    Credito gerado depois da data de referencia (dias
      *    negativos) fica na faixa mais recente.
           MOVE PEND-AMD-ORIGEM TO WS-AMD-CALC.
           PERFORM 700000-CALCULA-DIAS.
           COMPUTE WS-DIAS-DECORRIDOS =
                   WS-DIAS-REFERENCIA - WS-DIAS-CALC.

           EVALUATE TRUE
               WHEN WS-DIAS-DECORRIDOS GREATER 180
                   MOVE 5 TO SORT-FAIXA
               WHEN WS-DIAS-DECORRIDOS GREATER 90
                   MOVE 4 TO SORT-FAIXA
               WHEN WS-DIAS-DECORRIDOS GREATER 60
                   MOVE 3 TO SORT-FAIXA
               WHEN WS-DIAS-DECORRIDOS GREATER 30
                   MOVE 2 TO SORT-FAIXA
               WHEN OTHER
                   MOVE 1 TO SORT-FAIXA
           END-EVALUATE.

           MOVE PEND-AGE              TO SORT-AGE.
           MOVE PEND-CTA              TO SORT-CTA.
           MOVE PEND-AMD-ORIGEM       TO SORT-AMD-ORIGEM.
           MOVE PEND-MCI              TO SORT-MCI.
           MOVE PEND-SITUACAO         TO SORT-SITUACAO.
           MOVE WS-DIAS-DECORRIDOS    TO SORT-DIAS.
           MOVE PEND-QTD-TENTATIVAS   TO SORT-QTD-TENTATIVAS.
           MOVE PEND-ULT-MOTIVO       TO SORT-ULT-MOTIVO.
           MOVE PEND-AMD-ULT-REJEICAO TO SORT-AMD-ULT-REJEICAO.
           MOVE PEND-VL-TOTAL         TO SORT-VL-TOTAL.
           RELEASE SORT-REG.
       630000-SAIDA.
           EXIT.

      *-------------------------------
       650000-SAIDA-SORT SECTION.
      *-------------------------------
      *    Devolve as pendencias ja ordenadas e imprime a listagem.
      *    Sem nenhuma pendencia em aberto, imprime a linha de
      *    nenhuma ocorrencia e o quadro resumo zerado.
           PERFORM 660000-RETORNA-UMA-PEND
               UNTIL 88-FIM-SORT.

           IF  88-PRIMEIRA-FAIXA
               PERFORM 200000-IMPRIME-CABECALHO
               WRITE 1262R-LINHA-FD FROM LN-SEM-OCORRENCIA
                     AFTER ADVANCING 1 LINE
           ELSE
               PERFORM 400000-IMPRIME-SUBTOTAL
           END-IF.
           PERFORM 500000-IMPRIME-RESUMO.
       650000-SAIDA.
           EXIT.

      *-------------------------------
       660000-RETORNA-UMA-PEND SECTION.
      *-------------------------------
           RETURN SORT-WORK
                AT END
                    MOVE 'S' TO IND-FIM-SORT
                NOT AT END
                    PERFORM 300000-IMPRIME-DETALHE
           END-RETURN.
       660000-SAIDA.
           EXIT.

      *-----------------------------
       700000-CALCULA-DIAS SECTION.
      *-----------------------------
      *    Converte WS-AMD-CALC em dias corridos aproximados.
           COMPUTE WS-AMD-ANO-AUX    = WS-AMD-CALC / 10000.
           COMPUTE WS-AMD-ANOMES-AUX = WS-AMD-CALC / 100.
           COMPUTE WS-AMD-MES-AUX    = WS-AMD-ANOMES-AUX
                                     - (WS-AMD-ANO-AUX * 100).
           COMPUTE WS-AMD-DIA-AUX    = WS-AMD-CALC
                                     - (WS-AMD-ANOMES-AUX * 100).
           COMPUTE WS-DIAS-CALC = (WS-AMD-ANO-AUX * 365)
                                + (WS-AMD-MES-AUX * 30)
                                + WS-AMD-DIA-AUX.
       700000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           CLOSE T99F1247M
                 T99F1262R.
       900000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
      *    Os erros 001 a 003 ocorrem antes da abertura do relatorio,
      *    por isso encerram sem passar pelos CLOSE.
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Arquivo T99F1262P (data de '
                   'referencia) vazio.'.
           CLOSE T99F1262P.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - Data de referencia zerada '
                   'no T99F1262P.'.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999003-ERRO-003.
           DISPLAY '888 ' CTE-PROG ' 003 - Cadastro T99F1247M nao pode '
                   'ser aberto. STATUS: ' WS-STATUS-PEND.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
