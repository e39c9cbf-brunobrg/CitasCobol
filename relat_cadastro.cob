
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1260.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Listagem para a rede de agencias das contas do
      *               T99F434 rejeitadas pela critica contra o
      *               cadastro de contas (T99F1237H), gerada a partir
      *               do T99F1237E do T99P1237 (ou do T99F1245E do
      *               T99P1245, alocado no mesmo lugar pelo job; no
      *               processamento particionado, o T99F1237E
      *               recombinado pelo T99P1253). Somente os codigos
      *               032 (conta ausente do cadastro), 033 (conta
      *               encerrada), 034 (titular diferente) e 035
      *               (agencia diferente) sao listados: detalhe por
      *               conta com o valor do cadastro, uma quebra de
      *               pagina por agencia, contagem por tipo de
      *               divergencia por agencia e no total, e conferencia
      *               da contagem de rejeicoes contra o trailer.
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
            SELECT T99F1237E ASSIGN  TO  "T99F1237E.txt".
            SELECT T99F1260R ASSIGN  TO  "T99F1260R.txt".
            SELECT SORT-WORK ASSIGN  TO  "SORTWK01".
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
      *    Registros rejeitados (mesmo layout do T99P1237)
       FD  T99F1237E.
       01  1237E-REGISTRO-FD           PIC  X(072).

       FD  T99F1260R.
       01  1260R-LINHA-FD              PIC  X(132).

       SD  SORT-WORK.
       01  SORT-REG.
           03  SORT-AGE                PIC   9(04).
           03  SORT-CODIGO             PIC   X(03).
           03  SORT-CTA                PIC   9(11).
           03  SORT-MCI                PIC   9(09).
           03  SORT-SEQ                PIC   9(05).
           03  SORT-MSG                PIC   X(40).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1260 ***'.

       77  WS-PAGINA                   PIC  9(04)       VALUE 0.
       77  WS-LINHAS-PAGINA            PIC  S9(03)      VALUE 99.
       77  WS-AGE-ANTERIOR             PIC  9(04)       VALUE 0.
       77  WS-PRIMEIRA-AGE             PIC  X(01)       VALUE 'S'.
           88  88-PRIMEIRA-AGE                          VALUE 'S'.
       77  IND-FIM-SORT                PIC  X(01)       VALUE 'N'.
           88  88-FIM-SORT                               VALUE 'S'.

      *    Todas as rejeicoes lidas (qualquer codigo), para conferir
      *    com o trailer; so as de cadastro vao para a ordenacao
       77  ACM-QTD-LIDOS               PIC  9(09)       VALUE 0.
       77  ACM-QTD-DETALHES            PIC  9(09)       VALUE 0.
       77  WS-SUB-COD                  PIC  9(01)       VALUE 0.

      *    Contagem por tipo de divergencia: 1 = 032 ausente, 2 = 033
      *    encerrada, 3 = 034 titular, 4 = 035 agencia
       01  TAB-CONTAGENS.
           03  TAB-CNT-AGE OCCURS 4 TIMES
                                       PIC   9(09).
           03  TAB-CNT-GERAL OCCURS 4 TIMES
                                       PIC   9(09).
       77  WS-TOT-AGE                  PIC  9(09)       VALUE 0.

      *    Registros rejeitados (mesmo layout do T99P1237)

      *    Detalhe
       01  1237E-REG-GERL.
           03  ERRO-AGE                PIC   9(04).
           03  ERRO-CTA                PIC   9(11).
           03  ERRO-MCI                PIC   9(09).
           03  ERRO-SEQ                PIC   9(05).
           03  ERRO-CODIGO             PIC   X(03).
               88  88-ERRO-CADASTRO          VALUE '032' '033'
                                                   '034' '035'.
           03  ERRO-MSG                PIC   X(40).

      *    Header
       01  FILLER REDEFINES 1237E-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  ERRO-NOM-ARQ            PIC   X(08).
           03  ERRO-AMD-GER            PIC   9(08).
           03  FILLER                  PIC   X(41).

      *    Trailer
       01  FILLER REDEFINES 1237E-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  ERRO-SOMAT-SEQ          PIC   9(11).
           03  FILLER                  PIC   X(46).

      *    Linhas do relatorio

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(44)  VALUE
                     'DIVERGENCIAS COM O CADASTRO DE CONTAS -'.
           03  LN1-NOM-ARQ             PIC   X(08).
           03  FILLER                  PIC   X(07)  VALUE
                     '  DATA:'.
           03  LN1-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LN1-PAGINA              PIC   ZZZ9.
           03  FILLER                  PIC   X(52)  VALUE SPACE.

       01  LN-CABEC-2.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(08)  VALUE 'AGENCIA'.
           03  FILLER                  PIC   X(14)  VALUE 'CONTA'.
           03  FILLER                  PIC   X(12)  VALUE 'MCI'.
           03  FILLER                  PIC   X(08)  VALUE 'SEQ'.
           03  FILLER                  PIC   X(06)  VALUE 'COD'.
           03  FILLER                  PIC   X(42)  VALUE
                     'DIVERGENCIA (VALOR DO CADASTRO)'.
           03  FILLER                  PIC   X(41)  VALUE SPACE.

       01  LN-DETALHE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-AGE                 PIC   9(04).
           03  FILLER                  PIC   X(04)  VALUE SPACE.
           03  LND-CTA                 PIC   9(11).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-MCI                 PIC   9(09).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-SEQ                 PIC   9(05).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-CODIGO              PIC   X(03).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-MSG                 PIC   X(40).
           03  FILLER                  PIC   X(43)  VALUE SPACE.

       01  LN-SUBTOTAL.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LNS-ROTULO              PIC   X(18).
           03  LNS-ROTULO-AGE REDEFINES LNS-ROTULO.
               05  FILLER              PIC   X(11).
               05  LNS-AGE             PIC   9(04).
               05  FILLER              PIC   X(03).
           03  FILLER                  PIC   X(09)  VALUE
                     'AUSENTE:'.
           03  LNS-AUSENTE             PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  FILLER                  PIC   X(11)  VALUE
                     'ENCERRADA:'.
           03  LNS-ENCERRADA           PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  FILLER                  PIC   X(09)  VALUE
                     'TITULAR:'.
           03  LNS-TITULAR             PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  FILLER                  PIC   X(09)  VALUE
                     'AGENCIA:'.
           03  LNS-AGENCIA             PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  FILLER                  PIC   X(07)  VALUE
                     'TOTAL:'.
           03  LNS-TOTAL               PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(15)  VALUE SPACE.

       01  LN-TRAILER.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(48)  VALUE
                     'REJEICOES NO ARQUIVO (TODOS OS CODIGOS) ...... :'.
           03  LNR-LIDOS               PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  FILLER                  PIC   X(09)  VALUE
                     'TRAILER:'.
           03  LNR-TRAILER             PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNR-SITUACAO            PIC   X(11).
           03  FILLER                  PIC   X(41)  VALUE SPACE.

       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.

      *    A ordenacao interna por agencia/codigo/conta garante a
      *    quebra por agencia mesmo quando o arquivo chega fora de
      *    ordem.
           SORT SORT-WORK
                ON ASCENDING KEY SORT-AGE
                                 SORT-CODIGO
                                 SORT-CTA
                INPUT PROCEDURE  600000-ENTRADA-SORT
                OUTPUT PROCEDURE 650000-SAIDA-SORT.

           PERFORM 900000-PROCED-FINAIS.

           DISPLAY '999 ' CTE-PROG ' DIVERGENCIAS DE CADASTRO: '
                   ACM-QTD-DETALHES ' REJEICOES LIDAS: '
                   ACM-QTD-LIDOS.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

       000000-SAIDA.
           EXIT.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           OPEN INPUT  T99F1237E
                OUTPUT T99F1260R.

           READ T99F1237E INTO 1237E-REG-GERL
                AT END PERFORM 999001-ERRO-001.

      *    Alem das rejeicoes do lote principal (T99F1237), aceita o
      *    T99F1245E do lote complementar.
           IF  ERRO-NOM-ARQ NOT EQUAL 'T99F1237'
               AND ERRO-NOM-ARQ NOT EQUAL 'T99F1245'
               PERFORM 999002-ERRO-002.

           MOVE ERRO-NOM-ARQ TO LN1-NOM-ARQ.
           MOVE ERRO-AMD-GER TO LN1-AMD-GER.

           MOVE 0 TO TAB-CNT-AGE(1) TAB-CNT-AGE(2)
                     TAB-CNT-AGE(3) TAB-CNT-AGE(4).
           MOVE 0 TO TAB-CNT-GERAL(1) TAB-CNT-GERAL(2)
                     TAB-CNT-GERAL(3) TAB-CNT-GERAL(4).
       100000-SAIDA.
           EXIT.

      *-----------------------------
       200000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
           ADD 1             TO WS-PAGINA.
           MOVE WS-PAGINA    TO LN1-PAGINA.

           WRITE 1260R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1260R-LINHA-FD FROM LN-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1260R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1260R-LINHA-FD FROM LN-CABEC-2
                 AFTER ADVANCING 1 LINE.
           WRITE 1260R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.

           MOVE 0            TO WS-LINHAS-PAGINA.
       200000-SAIDA.
           EXIT.

      *-----------------------------
       300000-IMPRIME-DETALHE SECTION.
      *-----------------------------
      *    Cada agencia comeca em pagina nova, para ser destacada e
      *    enviada a agencia responsavel pela correcao.
           IF  88-PRIMEIRA-AGE
               MOVE SORT-AGE TO WS-AGE-ANTERIOR
               MOVE 'N'      TO WS-PRIMEIRA-AGE
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           IF  SORT-AGE NOT EQUAL WS-AGE-ANTERIOR
               PERFORM 400000-IMPRIME-SUBTOTAL
               MOVE SORT-AGE TO WS-AGE-ANTERIOR
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           MOVE SORT-AGE    TO LND-AGE.
           MOVE SORT-CTA    TO LND-CTA.
           MOVE SORT-MCI    TO LND-MCI.
           MOVE SORT-SEQ    TO LND-SEQ.
           MOVE SORT-CODIGO TO LND-CODIGO.
           MOVE SORT-MSG    TO LND-MSG.

           WRITE 1260R-LINHA-FD FROM LN-DETALHE
                 AFTER ADVANCING 1 LINE.
           ADD 1            TO WS-LINHAS-PAGINA.

           EVALUATE SORT-CODIGO
               WHEN '032'
                   MOVE 1 TO WS-SUB-COD
               WHEN '033'
                   MOVE 2 TO WS-SUB-COD
               WHEN '034'
                   MOVE 3 TO WS-SUB-COD
               WHEN OTHER
                   MOVE 4 TO WS-SUB-COD
           END-EVALUATE.

           ADD 1 TO TAB-CNT-AGE(WS-SUB-COD).
           ADD 1 TO TAB-CNT-GERAL(WS-SUB-COD).
           ADD 1 TO ACM-QTD-DETALHES.
       300000-SAIDA.
           EXIT.

      *-----------------------------
       400000-IMPRIME-SUBTOTAL SECTION.
      *-----------------------------
           MOVE SPACES          TO LNS-ROTULO.
           MOVE 'SUBTOT AGE.'   TO LNS-ROTULO.
           MOVE WS-AGE-ANTERIOR TO LNS-AGE.
           MOVE TAB-CNT-AGE(1)  TO LNS-AUSENTE.
           MOVE TAB-CNT-AGE(2)  TO LNS-ENCERRADA.
           MOVE TAB-CNT-AGE(3)  TO LNS-TITULAR.
           MOVE TAB-CNT-AGE(4)  TO LNS-AGENCIA.
           COMPUTE WS-TOT-AGE = TAB-CNT-AGE(1) + TAB-CNT-AGE(2)
                              + TAB-CNT-AGE(3) + TAB-CNT-AGE(4).
           MOVE WS-TOT-AGE      TO LNS-TOTAL.

           WRITE 1260R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1260R-LINHA-FD FROM LN-SUBTOTAL
                 AFTER ADVANCING 1 LINE.

           MOVE 0 TO TAB-CNT-AGE(1) TAB-CNT-AGE(2)
                     TAB-CNT-AGE(3) TAB-CNT-AGE(4).
       400000-SAIDA.
           EXIT.

      *-----------------------------
       500000-IMPRIME-TOTAL-GERAL SECTION.
      *-----------------------------
           MOVE 'TOTAL GERAL'     TO LNS-ROTULO.
           MOVE TAB-CNT-GERAL(1)  TO LNS-AUSENTE.
           MOVE TAB-CNT-GERAL(2)  TO LNS-ENCERRADA.
           MOVE TAB-CNT-GERAL(3)  TO LNS-TITULAR.
           MOVE TAB-CNT-GERAL(4)  TO LNS-AGENCIA.
           MOVE ACM-QTD-DETALHES  TO LNS-TOTAL.

           WRITE 1260R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 2 LINE.
           WRITE 1260R-LINHA-FD FROM LN-SUBTOTAL
                 AFTER ADVANCING 1 LINE.

           IF  ERRO-CTA NOT EQUAL 99999999999
               PERFORM 999003-ERRO-003
           END-IF.

           MOVE ACM-QTD-LIDOS  TO LNR-LIDOS.
           MOVE ERRO-SOMAT-SEQ TO LNR-TRAILER.
           IF  ERRO-SOMAT-SEQ EQUAL ACM-QTD-LIDOS
               MOVE 'CONFERE'     TO LNR-SITUACAO
           ELSE
               MOVE 'NAO CONFERE' TO LNR-SITUACAO
               DISPLAY '888 ' CTE-PROG ' 005 - CONTAGEM DE REJEICOES '
                       'NAO CONFERE COM O TRAILER DO T99F1237E.'
           END-IF.
           WRITE 1260R-LINHA-FD FROM LN-TRAILER
                 AFTER ADVANCING 1 LINE.
       500000-SAIDA.
           EXIT.

      *-------------------------------
       600000-ENTRADA-SORT SECTION.
      *-------------------------------
      *    Le os detalhes (o header ja foi lido e validado em
      *    100000-PROCED-INICIAIS) e libera para a ordenacao somente
      *    as divergencias de cadastro; o trailer fica em
      *    1237E-REG-GERL para a conferencia final.
           PERFORM 800000-LE-REJEITADO.
           PERFORM 620000-LIBERA-UM-REJEITADO
               UNTIL ERRO-AGE EQUAL 9999.
       600000-SAIDA.
           EXIT.

      *-------------------------------
       620000-LIBERA-UM-REJEITADO SECTION.
      *-------------------------------
           ADD 1 TO ACM-QTD-LIDOS.

           IF  88-ERRO-CADASTRO
               MOVE ERRO-AGE    TO SORT-AGE
               MOVE ERRO-CODIGO TO SORT-CODIGO
               MOVE ERRO-CTA    TO SORT-CTA
               MOVE ERRO-MCI    TO SORT-MCI
               MOVE ERRO-SEQ    TO SORT-SEQ
               MOVE ERRO-MSG    TO SORT-MSG
               RELEASE SORT-REG
           END-IF.

           PERFORM 800000-LE-REJEITADO.
       620000-SAIDA.
           EXIT.

      *-------------------------------
       650000-SAIDA-SORT SECTION.
      *-------------------------------
      *    Devolve os detalhes ja ordenados e imprime a listagem. Sem
      *    nenhuma divergencia no lote, imprime o cabecalho para dar
      *    contexto de pagina ao total geral.
           PERFORM 660000-RETORNA-UM-REJEITADO
               UNTIL 88-FIM-SORT.

           IF  88-PRIMEIRA-AGE
               PERFORM 200000-IMPRIME-CABECALHO
           ELSE
               PERFORM 400000-IMPRIME-SUBTOTAL
           END-IF.
           PERFORM 500000-IMPRIME-TOTAL-GERAL.
       650000-SAIDA.
           EXIT.

      *-------------------------------
       660000-RETORNA-UM-REJEITADO SECTION.
      *-------------------------------
           RETURN SORT-WORK
                AT END
                    MOVE 'S' TO IND-FIM-SORT
                NOT AT END
                    PERFORM 300000-IMPRIME-DETALHE
           END-RETURN.
       660000-SAIDA.
           EXIT.

      *--------------------------
       800000-LE-REJEITADO SECTION.
      *--------------------------
           READ T99F1237E INTO 1237E-REG-GERL
                AT END PERFORM 999004-ERRO-004.
       800000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           CLOSE T99F1237E
                 T99F1260R.
       900000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Arquivo T99F1237E vazio.'.
           PERFORM 999999-CANCELAR.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - Arquivo nao e T99F1237E nem'
                   ' T99F1245E.'.
           PERFORM 999999-CANCELAR.

       999003-ERRO-003.
           DISPLAY '888 ' CTE-PROG ' 003 - Trailer do T99F1237E nao '
                   'encontrado no final do arquivo.'.
           PERFORM 999999-CANCELAR.

       999004-ERRO-004.
           DISPLAY '888 ' CTE-PROG ' 004 - T99F1237E sem trailer.'.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F1237E
                 T99F1260R.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
           EXIT.
