
      *VRS001-15/10/2026-F8367856-Rafael   Implantacao
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
       PROGRAM-ID.    T99P1259.
       AUTHOR.        Rafael.
       DATE-WRITTEN.  15/10/2026.
       DATE-COMPILED.
      *REMARKS.       Listagem impressa das contas com bonus cortado
      *               pelo teto anual por cliente, gerada a partir do
      *               arquivo de cortes T99F1237K produzido pelo
      *               T99P1237 (ou do T99F1245K do T99P1245, ou do
      *               T99F1257K das liberacoes do T99P1257, alocados
      *               no mesmo lugar pelo job; no processamento
      *               particionado, o T99F1237K recombinado pelo
      *               T99P1253): detalhe por conta com o bonus
      *               calculado, o concedido, o cortado, o acumulado
      *               do cliente no ano antes da conta e o teto,
      *               subtotal por cliente e total conferido contra o
      *               trailer.
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
            SELECT T99F1237K ASSIGN  TO  "T99F1237K.txt".
            SELECT T99F1259R ASSIGN  TO  "T99F1259R.txt".
            SELECT SORT-WORK ASSIGN  TO  "SORTWK01".
      *------------
       DATA DIVISION.
      *------------
       FILE SECTION.
      *------------
      *    Contas com bonus cortado pelo teto anual (mesmo layout do
      *    T99P1237)
       FD  T99F1237K.
       01  1237K-REGISTRO-FD           PIC  X(092).

       FD  T99F1259R.
       01  1259R-LINHA-FD              PIC  X(132).

       SD  SORT-WORK.
       01  SORT-REG.
           03  SORT-MCI                PIC   9(09).
           03  SORT-AGE                PIC   9(04).
           03  SORT-CTA                PIC   9(11).
           03  SORT-VL-ORIGINAL        PIC   9(15)V99.
           03  SORT-VL-CONCEDIDO       PIC   9(15)V99.
           03  SORT-VL-TETO            PIC   9(15)V99.
           03  SORT-VL-ACUM-ANO        PIC   9(15)V99.
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  CTE-PROG                    PIC  X(016) VALUE
                     '*** T99P1259 ***'.

       77  WS-PAGINA                   PIC  9(04)       VALUE 0.
       77  WS-LINHAS-PAGINA            PIC  S9(03)      VALUE 99.
       77  WS-MCI-ANTERIOR             PIC  9(09)       VALUE 0.
       77  WS-PRIMEIRO-MCI             PIC  X(01)       VALUE 'S'.
           88  88-PRIMEIRO-MCI                          VALUE 'S'.
       77  IND-FIM-SORT                PIC  X(01)       VALUE 'N'.
           88  88-FIM-SORT                               VALUE 'S'.

       77  ACM-QTD-DETALHES            PIC  9(09)       VALUE 0.
       77  WS-VL-CORTADO               PIC  9(15)V99    VALUE 0.
       77  WS-SUBTOT-ORIGINAL          PIC  9(15)V99    VALUE 0.
       77  WS-SUBTOT-CONCEDIDO         PIC  9(15)V99    VALUE 0.
       77  WS-SUBTOT-CORTADO           PIC  9(15)V99    VALUE 0.
       77  WS-TOTAL-ORIGINAL           PIC  9(15)V99    VALUE 0.
       77  WS-TOTAL-CONCEDIDO          PIC  9(15)V99    VALUE 0.
       77  WS-TOTAL-CORTADO            PIC  9(15)V99    VALUE 0.
       77  WS-DIFERENCA-ORIG           PIC  S9(15)V99   VALUE 0.
       77  WS-DIFERENCA-CONC           PIC  S9(15)V99   VALUE 0.

      *    Arquivo de cortes pelo teto anual (mesmo layout do
      *    T99P1237)

      *    Detalhe
       01  CORT-REG-GERL.
           03  CORT-AGE                PIC   9(04).
           03  CORT-CTA                PIC   9(11).
           03  CORT-MCI                PIC   9(09).
           03  CORT-VL-ORIGINAL        PIC   9(15)V99.
           03  CORT-VL-CONCEDIDO       PIC   9(15)V99.
           03  CORT-VL-TETO            PIC   9(15)V99.
           03  CORT-VL-ACUM-ANO        PIC   9(15)V99.

      *    Header
       01  FILLER REDEFINES CORT-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  CORT-NOM-ARQ            PIC   X(08).
           03  CORT-AMD-GER            PIC   9(08).
           03  FILLER                  PIC   X(61).

      *    Trailer
       01  FILLER REDEFINES CORT-REG-GERL.
           03  FILLER                  PIC   X(15).
           03  CORT-TOT-ORIGINAL       PIC   9(15)V99.
           03  CORT-TOT-CONCEDIDO      PIC   9(15)V99.
           03  CORT-QTD-CONTAS         PIC   9(09).
           03  FILLER                  PIC   X(34).

      *    Linhas do relatorio

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(36)  VALUE
                     'BONUS CORTADO PELO TETO ANUAL -'.
           03  LN1-NOM-ARQ             PIC   X(08).
           03  FILLER                  PIC   X(07)  VALUE
                     '  DATA:'.
           03  LN1-AMD-GER             PIC   9(08).
           03  FILLER                  PIC   X(08)  VALUE
                     '  PAG.: '.
           03  LN1-PAGINA              PIC   ZZZ9.
           03  FILLER                  PIC   X(60)  VALUE SPACE.

       01  LN-CABEC-2.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(12)  VALUE 'MCI'.
           03  FILLER                  PIC   X(07)  VALUE 'AGENCIA'.
           03  FILLER                  PIC   X(14)  VALUE ' CONTA'.
           03  FILLER                  PIC   X(19)  VALUE 'CALCULADO'.
           03  FILLER                  PIC   X(19)  VALUE 'CONCEDIDO'.
           03  FILLER                  PIC   X(19)  VALUE 'CORTADO'.
           03  FILLER                  PIC   X(19)  VALUE 'ACUM. ANO'.
           03  FILLER                  PIC   X(19)  VALUE 'TETO'.
           03  FILLER                  PIC   X(03)  VALUE SPACE.

       01  LN-DETALHE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-MCI                 PIC   9(09).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-AGE                 PIC   9(04).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-CTA                 PIC   9(11).
           03  FILLER                  PIC   X(03)  VALUE SPACE.
           03  LND-ORIGINAL            PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-CONCEDIDO           PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-CORTADO             PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-ACUM-ANO            PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LND-TETO                PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(05)  VALUE SPACE.

       01  LN-SUBTOTAL.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(11)  VALUE
                     'SUBTOT MCI.'.
           03  LNS-MCI                 PIC   9(09).
           03  FILLER                  PIC   X(13)  VALUE SPACE.
           03  LNS-ORIGINAL            PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNS-CONCEDIDO           PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNS-CORTADO             PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(43)  VALUE SPACE.

       01  LN-TOTAL-GERAL.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(33)  VALUE
                     'TOTAL GERAL .................. : '.
           03  LNT-ORIGINAL            PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNT-CONCEDIDO           PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNT-CORTADO             PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(43)  VALUE SPACE.

       01  LN-TRAILER-OK.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(33)  VALUE
                     'TOTAL DO TRAILER .. CONFERE    : '.
           03  LNTO-ORIGINAL           PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNTO-CONCEDIDO          PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(62)  VALUE SPACE.

       01  LN-TRAILER-DIF.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(33)  VALUE
                     'TOTAL DO TRAILER .. NAO CONFERE: '.
           03  LNTD-ORIGINAL           PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNTD-CONCEDIDO          PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(06)  VALUE
                     ' DIF: '.
           03  LNTD-DIF-ORIG           PIC  -ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(02)  VALUE SPACE.
           03  LNTD-DIF-CONC           PIC  -ZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(20)  VALUE SPACE.

       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
       000000-ROTINA-PRINCIPAL SECTION.
      *--------------------------------

           PERFORM 100000-PROCED-INICIAIS.

      *    A ordenacao interna por cliente/agencia/conta junta as
      *    contas do mesmo cliente para o subtotal, qualquer que seja
      *    a ordem em que o arquivo chega.
           SORT SORT-WORK
                ON ASCENDING KEY SORT-MCI
                                 SORT-AGE
                                 SORT-CTA
                INPUT PROCEDURE  600000-ENTRADA-SORT
                OUTPUT PROCEDURE 650000-SAIDA-SORT.

           PERFORM 900000-PROCED-FINAIS.

           DISPLAY '999 ' CTE-PROG ' CONTAS CORTADAS: '
                   ACM-QTD-DETALHES ' VALOR CORTADO: '
                   WS-TOTAL-CORTADO.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

       000000-SAIDA.
           EXIT.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           OPEN INPUT  T99F1237K
                OUTPUT T99F1259R.

           READ T99F1237K INTO CORT-REG-GERL
                AT END PERFORM 999001-ERRO-001.

      *    Alem do arquivo do lote principal (T99F1237), aceita o
      *    T99F1245K do lote complementar e o T99F1257K das
      *    liberacoes do T99P1257.
           IF  CORT-NOM-ARQ NOT EQUAL 'T99F1237'
               AND CORT-NOM-ARQ NOT EQUAL 'T99F1245'
               AND CORT-NOM-ARQ NOT EQUAL 'T99F1257'
               PERFORM 999002-ERRO-002.

           MOVE CORT-NOM-ARQ TO LN1-NOM-ARQ.
           MOVE CORT-AMD-GER TO LN1-AMD-GER.
       100000-SAIDA.
           EXIT.

      *-----------------------------
       200000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
           ADD 1             TO WS-PAGINA.
           MOVE WS-PAGINA    TO LN1-PAGINA.

           WRITE 1259R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING PAGE.
           WRITE 1259R-LINHA-FD FROM LN-CABEC-1
                 AFTER ADVANCING 1 LINE.
           WRITE 1259R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1259R-LINHA-FD FROM LN-CABEC-2
                 AFTER ADVANCING 1 LINE.
           WRITE 1259R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.

           MOVE 0            TO WS-LINHAS-PAGINA.
       200000-SAIDA.
           EXIT.

      *-----------------------------
       300000-IMPRIME-DETALHE SECTION.
      *-----------------------------
      *    Os clientes nao mudam de pagina: o subtotal fecha o cliente
      *    e a quebra de pagina e so por quantidade de linhas.
           IF  88-PRIMEIRO-MCI
               MOVE SORT-MCI TO WS-MCI-ANTERIOR
               MOVE 'N'      TO WS-PRIMEIRO-MCI
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           IF  SORT-MCI NOT EQUAL WS-MCI-ANTERIOR
               PERFORM 400000-IMPRIME-SUBTOTAL
               MOVE SORT-MCI TO WS-MCI-ANTERIOR
           END-IF.

           IF  WS-LINHAS-PAGINA GREATER 50
               PERFORM 200000-IMPRIME-CABECALHO
           END-IF.

           COMPUTE WS-VL-CORTADO = SORT-VL-ORIGINAL - SORT-VL-CONCEDIDO.

           MOVE SORT-MCI          TO LND-MCI.
           MOVE SORT-AGE          TO LND-AGE.
           MOVE SORT-CTA          TO LND-CTA.
           MOVE SORT-VL-ORIGINAL  TO LND-ORIGINAL.
           MOVE SORT-VL-CONCEDIDO TO LND-CONCEDIDO.
           MOVE WS-VL-CORTADO     TO LND-CORTADO.
           MOVE SORT-VL-ACUM-ANO  TO LND-ACUM-ANO.
           MOVE SORT-VL-TETO      TO LND-TETO.

           WRITE 1259R-LINHA-FD FROM LN-DETALHE
                 AFTER ADVANCING 1 LINE.
           ADD 1                  TO WS-LINHAS-PAGINA.

           ADD SORT-VL-ORIGINAL   TO WS-SUBTOT-ORIGINAL.
           ADD SORT-VL-CONCEDIDO  TO WS-SUBTOT-CONCEDIDO.
           ADD WS-VL-CORTADO      TO WS-SUBTOT-CORTADO.
           ADD SORT-VL-ORIGINAL   TO WS-TOTAL-ORIGINAL.
           ADD SORT-VL-CONCEDIDO  TO WS-TOTAL-CONCEDIDO.
           ADD WS-VL-CORTADO      TO WS-TOTAL-CORTADO.
           ADD 1                  TO ACM-QTD-DETALHES.
       300000-SAIDA.
           EXIT.

      *-----------------------------
       400000-IMPRIME-SUBTOTAL SECTION.
      *-----------------------------
           MOVE WS-MCI-ANTERIOR     TO LNS-MCI.
           MOVE WS-SUBTOT-ORIGINAL  TO LNS-ORIGINAL.
           MOVE WS-SUBTOT-CONCEDIDO TO LNS-CONCEDIDO.
           MOVE WS-SUBTOT-CORTADO   TO LNS-CORTADO.

           WRITE 1259R-LINHA-FD FROM LN-SUBTOTAL
                 AFTER ADVANCING 1 LINE.
           WRITE 1259R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           ADD 2                    TO WS-LINHAS-PAGINA.

           MOVE 0                   TO WS-SUBTOT-ORIGINAL
                                       WS-SUBTOT-CONCEDIDO
                                       WS-SUBTOT-CORTADO.
       400000-SAIDA.
           EXIT.

      *-----------------------------
       500000-IMPRIME-TOTAL-GERAL SECTION.
      *-----------------------------
           MOVE WS-TOTAL-ORIGINAL  TO LNT-ORIGINAL.
           MOVE WS-TOTAL-CONCEDIDO TO LNT-CONCEDIDO.
           MOVE WS-TOTAL-CORTADO   TO LNT-CORTADO.

           WRITE 1259R-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 2 LINE.
           WRITE 1259R-LINHA-FD FROM LN-TOTAL-GERAL
                 AFTER ADVANCING 1 LINE.

           IF  CORT-CTA NOT EQUAL 99999999999
               PERFORM 999003-ERRO-003
           END-IF.

           COMPUTE WS-DIFERENCA-ORIG =
                   WS-TOTAL-ORIGINAL - CORT-TOT-ORIGINAL.
           COMPUTE WS-DIFERENCA-CONC =
                   WS-TOTAL-CONCEDIDO - CORT-TOT-CONCEDIDO.

           IF  WS-DIFERENCA-ORIG EQUAL 0
               AND WS-DIFERENCA-CONC EQUAL 0
               AND CORT-QTD-CONTAS EQUAL ACM-QTD-DETALHES
               MOVE CORT-TOT-ORIGINAL  TO LNTO-ORIGINAL
               MOVE CORT-TOT-CONCEDIDO TO LNTO-CONCEDIDO
               WRITE 1259R-LINHA-FD FROM LN-TRAILER-OK
                     AFTER ADVANCING 1 LINE
           ELSE
               MOVE CORT-TOT-ORIGINAL  TO LNTD-ORIGINAL
               MOVE CORT-TOT-CONCEDIDO TO LNTD-CONCEDIDO
               MOVE WS-DIFERENCA-ORIG  TO LNTD-DIF-ORIG
               MOVE WS-DIFERENCA-CONC  TO LNTD-DIF-CONC
               WRITE 1259R-LINHA-FD FROM LN-TRAILER-DIF
                     AFTER ADVANCING 1 LINE
               DISPLAY '888 ' CTE-PROG ' 005 - TOTAIS DO RELATORIO NAO'
                       ' CONFEREM COM O TRAILER DO T99F1237K.'
               DISPLAY '888 ' CTE-PROG ' 005 - Contas: '
                       ACM-QTD-DETALHES ' Trailer: ' CORT-QTD-CONTAS
           END-IF.
       500000-SAIDA.
           EXIT.

      *-------------------------------
       600000-ENTRADA-SORT SECTION.
      *-------------------------------
      *    Le os detalhes (o header ja foi lido e validado em
      *    100000-PROCED-INICIAIS) e os libera para a ordenacao; o
      *    trailer fica em CORT-REG-GERL para a conferencia final.
           PERFORM 800000-LE-CORTE.
           PERFORM 620000-LIBERA-UM-CORTE
               UNTIL CORT-AGE EQUAL 9999.
       600000-SAIDA.
           EXIT.

      *-------------------------------
       620000-LIBERA-UM-CORTE SECTION.
      *-------------------------------
           MOVE CORT-MCI          TO SORT-MCI.
           MOVE CORT-AGE          TO SORT-AGE.
           MOVE CORT-CTA          TO SORT-CTA.
           MOVE CORT-VL-ORIGINAL  TO SORT-VL-ORIGINAL.
           MOVE CORT-VL-CONCEDIDO TO SORT-VL-CONCEDIDO.
           MOVE CORT-VL-TETO      TO SORT-VL-TETO.
           MOVE CORT-VL-ACUM-ANO  TO SORT-VL-ACUM-ANO.
           RELEASE SORT-REG.
           PERFORM 800000-LE-CORTE.
       620000-SAIDA.
           EXIT.

      *-------------------------------
       650000-SAIDA-SORT SECTION.
      *-------------------------------
      *    Devolve os detalhes ja ordenados e imprime a listagem. Sem
      *    nenhuma conta cortada no lote, imprime o cabecalho para
      *    dar contexto de pagina ao total geral.
           PERFORM 660000-RETORNA-UM-CORTE
               UNTIL 88-FIM-SORT.

           IF  88-PRIMEIRO-MCI
               PERFORM 200000-IMPRIME-CABECALHO
           ELSE
               PERFORM 400000-IMPRIME-SUBTOTAL
           END-IF.
           PERFORM 500000-IMPRIME-TOTAL-GERAL.
       650000-SAIDA.
           EXIT.

      *-------------------------------
       660000-RETORNA-UM-CORTE SECTION.
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
       800000-LE-CORTE SECTION.
      *--------------------------
           READ T99F1237K INTO CORT-REG-GERL
                AT END PERFORM 999004-ERRO-004.
       800000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           CLOSE T99F1237K
                 T99F1259R.
       900000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 001 - Arquivo T99F1237K vazio.'.
           PERFORM 999999-CANCELAR.

       999002-ERRO-002.
           DISPLAY '888 ' CTE-PROG ' 002 - Arquivo nao e T99F1237K, '
                   'T99F1245K nem T99F1257K.'.
           PERFORM 999999-CANCELAR.

       999003-ERRO-003.
           DISPLAY '888 ' CTE-PROG ' 003 - Trailer do T99F1237K nao '
                   'encontrado no final do arquivo.'.
           PERFORM 999999-CANCELAR.

       999004-ERRO-004.
           DISPLAY '888 ' CTE-PROG ' 004 - T99F1237K sem trailer.'.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F1237K
                 T99F1259R.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
           EXIT.
