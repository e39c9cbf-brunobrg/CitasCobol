      *                                    T99P1244 distinguir o lote
      *                                    (ja liquido de IR) do
      *                                    T99F132C bruto do T99P1245
      *VRS003-15/10/2026-F8367856-Rafael   Cadastro de pendencias
      *                                    T99F1247M por conta e data
      *                                    de geracao original, com
      *                                    tentativas e ultimo motivo;
      *                                    credito que estoura o
      *                                    limite de tentativas ou de
      *                                    dias do T99F1247P sai do
      *                                    reenvio para pendencia, com
      *                                    lancamento contabil no
      *                                    T99F1247G
      *VRS004-15/10/2026-F8367856-Rafael   Pendencia encerrada pelo
      *                                    estorno do ciclo (situacao
      *                                    'E', T99P1258) rejeitada de
      *                                    novo no ciclo recalculado
      *                                    reabre como pendencia nova
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
      *               (e recusar arquivo de retencoes junto: os
      *               valores reenviados ja vem pelo liquido de IR),
      *               sem recaptura manual.
      *               Cada rejeicao e registrada no cadastro de
      *               pendencias T99F1247M, por conta e data de
      *               geracao original (a data do lote, que o reenvio
      *               preserva). Quando as tentativas ou os dias desde
      *               a geracao atingem os limites do T99F1247P, o
      *               credito nao e mais reenviado: passa a situacao
      *               de pendencia e o valor e transferido da conta
      *               de liquidacao (T99F1248P) para a conta contabil
      *               de pendencias no lote contabil T99F1247G. O
      *               acompanhamento por idade e feito pelo T99P1262.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------
            SELECT T99F1247R ASSIGN  TO  "T99F1247R.txt".
            SELECT T99F1247S ASSIGN  TO  "T99F1247S.txt".
            SELECT T99F1247L ASSIGN  TO  "T99F1247L.txt".
            SELECT T99F1247P ASSIGN  TO  "T99F1247P.txt".
            SELECT T99F1248P ASSIGN  TO  "T99F1248P.txt".
            SELECT T99F1247G ASSIGN  TO  "T99F1247G.txt".
            SELECT T99F1247M ASSIGN  TO  "T99F1247M.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS PEND-CHAVE
                   FILE STATUS    IS WS-STATUS-PEND.
      *------------
       DATA DIVISION.
      *------------

       FD  T99F1247L.
       01  1247L-LINHA-FD              PIC  X(132).

      *    Limites de reenvio (tentativas e dias desde a geracao
      *    original) e conta contabil de pendencias
       FD  T99F1247P.
       01  1247P-REGISTRO-FD           PIC  X(018).

      *    Contas contabeis de despesa de bonus e de liquidacao (as
      *    mesmas do T99P1248)
       FD  T99F1248P.
       01  1248P-REGISTRO-FD           PIC  X(022).

      *    Lote contabil da transferencia para pendencia (mesmo
      *    layout do T99F1248G, nome T99F1247 no header)
       FD  T99F1247G.
       01  1247G-REGISTRO-FD           PIC  X(060).

      *    Cadastro de pendencias de credito, indexado por conta e
      *    data de geracao original do credito
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
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  ACM-QTD-SEM-RETORNO         PIC  9(05)       VALUE 0.
       77  ACM-VL-SEM-RETORNO          PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-RET-ORFAO           PIC  9(05)       VALUE 0.
       77  ACM-QTD-PENDENCIA           PIC  9(05)       VALUE 0.
       77  ACM-VL-PENDENCIA            PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-LIQUIDADAS          PIC  9(05)       VALUE 0.

      *    Cadastro de pendencias (T99F1247M)
       77  WS-STATUS-PEND              PIC  X(02).
           88  PEND-OK                                  VALUE '00'.
           88  PEND-NAO-ENCONTRADO                       VALUE '23'.
       77  IND-PEND-NOVA               PIC  X(01)       VALUE 'N'.
           88  88-PEND-NOVA                              VALUE 'S'.
       77  WS-AMD-PROCESSAMENTO        PIC  9(08)       VALUE 0.

      *    Dias decorridos desde a geracao original. O calculo e
      *    aproximado (ano*365 + mes*30 + dia), o que basta para um
      *    limite operacional em dias.
       77  WS-AMD-CALC                 PIC  9(08)       VALUE 0.
       77  WS-AMD-ANO-AUX              PIC  9(04)       VALUE 0.
       77  WS-AMD-ANOMES-AUX           PIC  9(06)       VALUE 0.
       77  WS-AMD-MES-AUX              PIC  9(02)       VALUE 0.
       77  WS-AMD-DIA-AUX              PIC  9(02)       VALUE 0.
       77  WS-DIAS-CALC                PIC  S9(09)      VALUE 0.
       77  WS-DIAS-PROCESSAMENTO       PIC  S9(09)      VALUE 0.
       77  WS-DIAS-DECORRIDOS          PIC  S9(09)      VALUE 0.

      *    Limites de reenvio, lidos do T99F1247P (zero desliga o
      *    respectivo limite)
       01  1247P-REG-PARM.
           03  LIM-QTD-TENTATIVAS      PIC   9(03).
           03  LIM-QTD-DIAS            PIC   9(04).
           03  LIM-CTA-PENDENCIA       PIC   9(11).

      *    Contas contabeis, lidas do T99F1248P
       01  1248P-REG-PARM.
           03  LCTO-CTA-DESPESA        PIC   9(11).
           03  LCTO-CTA-LIQUID         PIC   9(11).

      *    Lote contabil da transferencia para pendencia: um par
      *    debito/credito por agencia (mesmo criterio do T99P1248)
       77  WS-AGE-ANTERIOR             PIC  9(04)       VALUE 0.
       77  WS-PRIMEIRA-AGE             PIC  X(01)       VALUE 'S'.
           88  88-PRIMEIRA-AGE                          VALUE 'S'.
       77  ACM-VL-AGE                  PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-LANCTOS             PIC  9(09)       VALUE 0.
       77  ACM-VL-LCT-DEBITOS          PIC  9(15)V99    VALUE 0.
       77  ACM-VL-LCT-CREDITOS         PIC  9(15)V99    VALUE 0.

      *    Geracao do arquivo de reenvio (mesmo esquema de sequencial
      *    do 870000-GRAVA-132 do T99P1237)
               05  TAB-CRD-SEQ-LOTE    PIC   9(09).
               05  TAB-CRD-SIT         PIC   X(01).
               05  TAB-CRD-MOTIVO      PIC   X(03).
               05  TAB-CRD-TENTATIVAS  PIC   9(03).

      *    Registros da interface de credito (mesmo layout do
      *    T99P1244, tipo em coluna 1)
           03  FILLER                  PIC   X(03).
           03  132-SOMAT-SEQ           PIC   9(11).

      *    Registros do lote contabil (mesmo layout do T99F1248G,
      *    tipo em coluna 1)

      *    Tipo 1 - header de lote
       01  LCT1-REG-HEADER.
           03  LCT1-TIPO               PIC   X(01).
           03  LCT1-NOM-ARQ            PIC   X(08).
           03  LCT1-AMD-GER            PIC   9(08).
           03  FILLER                  PIC   X(43).

      *    Tipo 2 - lancamento (debito ou credito)
       01  LCT2-REG-LANCTO.
           03  LCT2-TIPO               PIC   X(01).
           03  LCT2-AGE                PIC   9(04).
           03  LCT2-IND-DC             PIC   X(01).
           03  LCT2-CTA-CONTABIL       PIC   9(11).
           03  LCT2-VL-LANCTO          PIC   9(15)V99.
           03  LCT2-HISTORICO          PIC   X(20).
           03  FILLER                  PIC   X(06).

      *    Tipo 9 - trailer de lote
       01  LCT9-REG-TRAILER.
           03  LCT9-TIPO               PIC   X(01).
           03  LCT9-QTD-LANCTOS        PIC   9(09).
           03  LCT9-VL-TOT-DEBITOS     PIC   9(15)V99.
           03  LCT9-VL-TOT-CREDITOS    PIC   9(15)V99.
           03  FILLER                  PIC   X(16).

      *    Linhas do relatorio

       01  LN-CABEC-1.
           03  FILLER                  PIC   X(12)  VALUE 'SEQ.LOTE'.
           03  FILLER                  PIC   X(20)  VALUE 'VALOR'.
           03  FILLER                  PIC   X(08)  VALUE 'MOTIVO'.
           03  FILLER                  PIC   X(06)  VALUE 'TENT.'.
           03  FILLER                  PIC   X(60)  VALUE SPACE.

       01  LN-DETALHE.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  LND-VALOR               PIC   ZZZZZZZZZZZZZ9,99.
           03  FILLER                  PIC   X(04)  VALUE SPACE.
           03  LND-MOTIVO              PIC   X(03).
           03  FILLER                  PIC   X(05)  VALUE SPACE.
           03  LND-TENTATIVAS          PIC   ZZZ.
           03  FILLER                  PIC   X(55)  VALUE SPACE.

       01  LN-TOT-SECAO.
           03  FILLER                  PIC   X(01)  VALUE SPACE.
           03  FILLER                  PIC   X(15)  VALUE
                     '  SEM RETORNO:'.
           03  LNR-SEM-RETORNO         PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(13)  VALUE
                     '  PENDENCIA:'.
           03  LNR-PENDENCIA           PIC   ZZZZZZZZ9.
           03  FILLER                  PIC   X(31)  VALUE SPACE.

       01  LN-BRANCO                   PIC   X(132)  VALUE SPACE.


           PERFORM 100000-PROCED-INICIAIS.
           PERFORM 300000-PROCESSA-RETORNO.
           PERFORM 340000-ATUALIZA-PENDENCIAS.
           PERFORM 200000-IMPRIME-CABECALHO.
           PERFORM 400000-IMPRIME-POSTADOS.
           PERFORM 500000-IMPRIME-REJEITADOS.
           PERFORM 600000-IMPRIME-SEM-RETORNO.
           PERFORM 550000-IMPRIME-PENDENCIA.
           PERFORM 650000-IMPRIME-RESUMO.
           PERFORM 800000-GRAVA-REENVIO.
           PERFORM 850000-GRAVA-LANCTOS-PEND.
           PERFORM 900000-PROCED-FINAIS.

           DISPLAY '999 ' CTE-PROG ' POSTADOS: ' ACM-QTD-POSTADOS
                   ' REJEITADOS: ' ACM-QTD-REJEITADOS
                   ' SEM RETORNO: ' ACM-QTD-SEM-RETORNO.
           DISPLAY '999 ' CTE-PROG ' TRANSFERIDOS PARA PENDENCIA: '
                   ACM-QTD-PENDENCIA ' VALOR: ' ACM-VL-PENDENCIA
                   ' PENDENCIAS LIQUIDADAS: ' ACM-QTD-LIQUIDADAS.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

      *-------------------------------
       100000-PROCED-INICIAIS SECTION.
      *-------------------------------
           OPEN INPUT  T99F1247P.

           READ T99F1247P INTO 1247P-REG-PARM
                AT END PERFORM 999015-ERRO-015.

           CLOSE T99F1247P.

           IF  LIM-CTA-PENDENCIA EQUAL 0
               PERFORM 999016-ERRO-016.

           OPEN INPUT  T99F1248P.

           READ T99F1248P INTO 1248P-REG-PARM
                AT END PERFORM 999017-ERRO-017.

           CLOSE T99F1248P.

           IF  LCTO-CTA-LIQUID EQUAL 0
               PERFORM 999018-ERRO-018.

           ACCEPT WS-AMD-PROCESSAMENTO FROM DATE YYYYMMDD.
           MOVE WS-AMD-PROCESSAMENTO TO WS-AMD-CALC.
           PERFORM 355000-CALCULA-DIAS.
           MOVE WS-DIAS-CALC         TO WS-DIAS-PROCESSAMENTO.

           OPEN INPUT  T99F1244C
                       T99F1247R
                OUTPUT T99F1247L
                       T99F1247S
                       T99F1247G.

      *    O cadastro de pendencias nasce vazio na primeira execucao
      *    (mesma mecanica do mestre T99F1237M do T99P1237).
           OPEN I-O T99F1247M.
           IF  NOT PEND-OK
               OPEN OUTPUT T99F1247M
               CLOSE T99F1247M
               OPEN I-O T99F1247M
           END-IF.

           PERFORM 110000-CARREGA-LOTE-1244.
       100000-SAIDA.
                   MOVE CNT-SEQ-LOTE    TO TAB-CRD-SEQ-LOTE(IDX-CRD)
                   MOVE ' '             TO TAB-CRD-SIT(IDX-CRD)
                   MOVE SPACES          TO TAB-CRD-MOTIVO(IDX-CRD)
                   MOVE 0               TO TAB-CRD-TENTATIVAS(IDX-CRD)
                   ADD 1                TO ACM-QTD-CREDITOS
                   ADD CRD3-VL-CREDITO  TO ACM-VL-CREDITOS
                   ADD CRD3-CTA         TO ACM-HASH-CTA
       330000-SAIDA.
           EXIT.

      *-----------------------------------
       340000-ATUALIZA-PENDENCIAS SECTION.
      *-----------------------------------
      *    Registra no T99F1247M cada credito rejeitado e decide se
      *    ele volta no reenvio ou vai para pendencia ('S' na
      *    tabela); credito postado que tinha pendencia em reenvio a
      *    liquida. A chave e a conta com a data de geracao do lote,
      *    que o T99F1247S e o T99P1244 preservam de reenvio em
      *    reenvio - e portanto a data de geracao original.
      *    Pendencia encerrada pelo estorno do ciclo (T99P1258) e
      *    rejeitada de novo no ciclo recalculado da mesma data
      *    recomeca a contagem de tentativas e de dias.
           PERFORM 345000-ATUALIZA-PEND-UM
               VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD GREATER CNT-CREDITOS.
       340000-SAIDA.
           EXIT.

      *-----------------------------------
       345000-ATUALIZA-PEND-UM SECTION.
      *-----------------------------------
           EVALUATE TAB-CRD-SIT(IDX-CRD)
               WHEN 'R'
                   PERFORM 350000-REGISTRA-REJEICAO
               WHEN 'P'
                   PERFORM 360000-REGISTRA-POSTAGEM
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       345000-SAIDA.
           EXIT.

      *-----------------------------------
       350000-REGISTRA-REJEICAO SECTION.
      *-----------------------------------
           MOVE TAB-CRD-CTA(IDX-CRD) TO PEND-CTA.
           MOVE WS-AMD-GER-LOTE      TO PEND-AMD-ORIGEM.
           MOVE 'N'                  TO IND-PEND-NOVA.
           READ T99F1247M
               INVALID KEY
                   MOVE 'S' TO IND-PEND-NOVA
           END-READ.

           IF  NOT 88-PEND-NOVA
               AND 88-PEND-ESTORNADO
               MOVE 0                    TO PEND-QTD-TENTATIVAS
               MOVE WS-AMD-PROCESSAMENTO TO PEND-AMD-PRIM-REJEICAO
           END-IF.

           IF  88-PEND-NOVA
               MOVE SPACES               TO PEND-REG-GERL
               MOVE TAB-CRD-CTA(IDX-CRD) TO PEND-CTA
               MOVE WS-AMD-GER-LOTE      TO PEND-AMD-ORIGEM
               MOVE 0                    TO PEND-QTD-TENTATIVAS
               MOVE WS-AMD-PROCESSAMENTO TO PEND-AMD-PRIM-REJEICAO
           END-IF.

           MOVE TAB-CRD-AGE(IDX-CRD)    TO PEND-AGE.
           MOVE TAB-CRD-MCI(IDX-CRD)    TO PEND-MCI.
           MOVE 'R'                     TO PEND-SITUACAO.
           ADD 1                        TO PEND-QTD-TENTATIVAS.
           MOVE TAB-CRD-MOTIVO(IDX-CRD) TO PEND-ULT-MOTIVO.
           MOVE TAB-CRD-VL(IDX-CRD)     TO PEND-VL-TOTAL.
           MOVE WS-AMD-PROCESSAMENTO    TO PEND-AMD-ULT-REJEICAO
                                           PEND-AMD-SITUACAO.

           MOVE PEND-AMD-ORIGEM TO WS-AMD-CALC.
           PERFORM 355000-CALCULA-DIAS.
           COMPUTE WS-DIAS-DECORRIDOS =
                   WS-DIAS-PROCESSAMENTO - WS-DIAS-CALC.

           IF  (LIM-QTD-TENTATIVAS GREATER 0
                AND PEND-QTD-TENTATIVAS NOT LESS LIM-QTD-TENTATIVAS)
               OR (LIM-QTD-DIAS GREATER 0
                AND WS-DIAS-DECORRIDOS NOT LESS LIM-QTD-DIAS)
               MOVE 'S' TO PEND-SITUACAO
               MOVE 'S' TO TAB-CRD-SIT(IDX-CRD)
           END-IF.

           MOVE PEND-QTD-TENTATIVAS TO TAB-CRD-TENTATIVAS(IDX-CRD).

           IF  88-PEND-NOVA
               WRITE PEND-REG-GERL
                   INVALID KEY
                       PERFORM 999019-ERRO-019
               END-WRITE
           ELSE
               REWRITE PEND-REG-GERL
                   INVALID KEY
                       PERFORM 999019-ERRO-019
               END-REWRITE
           END-IF.
       350000-SAIDA.
           EXIT.

      *-----------------------------------
       355000-CALCULA-DIAS SECTION.
      *-----------------------------------
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
       355000-SAIDA.
           EXIT.

      *-----------------------------------
       360000-REGISTRA-POSTAGEM SECTION.
      *-----------------------------------
      *    Credito reenviado e finalmente postado: a pendencia em
      *    reenvio e liquidada e sai do acompanhamento por idade.
           MOVE TAB-CRD-CTA(IDX-CRD) TO PEND-CTA.
           MOVE WS-AMD-GER-LOTE      TO PEND-AMD-ORIGEM.
           READ T99F1247M
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF  88-PEND-REENVIO
                       MOVE 'L'                  TO PEND-SITUACAO
                       MOVE WS-AMD-PROCESSAMENTO TO PEND-AMD-SITUACAO
                       MOVE PEND-QTD-TENTATIVAS
                            TO TAB-CRD-TENTATIVAS(IDX-CRD)
                       ADD 1 TO ACM-QTD-LIQUIDADAS
                       REWRITE PEND-REG-GERL
                           INVALID KEY
                               PERFORM 999019-ERRO-019
                       END-REWRITE
                   END-IF
           END-READ.
       360000-SAIDA.
           EXIT.

      *-----------------------------
       200000-IMPRIME-CABECALHO SECTION.
      *-----------------------------
       510000-SAIDA.
           EXIT.

      *-----------------------------
       550000-IMPRIME-PENDENCIA SECTION.
      *-----------------------------
      *    Rejeitados que atingiram o limite de tentativas ou de dias
      *    do T99F1247P: nao vao no reenvio e passam a pendencia.
           MOVE 'SECAO 4 - CREDITOS TRANSFERIDOS PARA PENDENCIA'
                TO LNTS-TITULO.
           PERFORM 700000-IMPRIME-TIT-SECAO.

           PERFORM 560000-IMPRIME-UMA-PENDENCIA
               VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD GREATER CNT-CREDITOS.

           MOVE ACM-QTD-PENDENCIA TO WS-QTD-SECAO.
           MOVE ACM-VL-PENDENCIA  TO LNTQ-VALOR.
           PERFORM 750000-IMPRIME-TOT-SECAO.
       550000-SAIDA.
           EXIT.

      *-----------------------------
       560000-IMPRIME-UMA-PENDENCIA SECTION.
      *-----------------------------
           IF  TAB-CRD-SIT(IDX-CRD) EQUAL 'S'
               PERFORM 760000-MONTA-DETALHE
               PERFORM 770000-IMPRIME-DETALHE
               ADD 1                  TO ACM-QTD-PENDENCIA
               ADD TAB-CRD-VL(IDX-CRD) TO ACM-VL-PENDENCIA
           END-IF.
       560000-SAIDA.
           EXIT.

      *-----------------------------
       600000-IMPRIME-SEM-RETORNO SECTION.
      *-----------------------------
           MOVE ACM-QTD-POSTADOS    TO LNR-POSTADOS.
           MOVE ACM-QTD-REJEITADOS  TO LNR-REJEITADOS.
           MOVE ACM-QTD-SEM-RETORNO TO LNR-SEM-RETORNO.
           MOVE ACM-QTD-PENDENCIA   TO LNR-PENDENCIA.
           WRITE 1247L-LINHA-FD FROM LN-BRANCO
                 AFTER ADVANCING 1 LINE.
           WRITE 1247L-LINHA-FD FROM LN-RESUMO
           MOVE TAB-CRD-SEQ-LOTE(IDX-CRD) TO LND-SEQ-LOTE.
           MOVE TAB-CRD-VL(IDX-CRD)       TO LND-VALOR.
           MOVE TAB-CRD-MOTIVO(IDX-CRD)   TO LND-MOTIVO.
           MOVE TAB-CRD-TENTATIVAS(IDX-CRD)
                                          TO LND-TENTATIVAS.
       760000-SAIDA.
           EXIT.

       810000-SAIDA.
           EXIT.

      *-----------------------------
       850000-GRAVA-LANCTOS-PEND SECTION.
      *-----------------------------
      *    Lote contabil da transferencia para pendencia, no layout do
      *    T99F1248G: por agencia, debito na conta de liquidacao (onde
      *    o T99P1248 deixou o credito devolvido) e credito na conta
      *    de pendencias. Sem transferencias, o lote sai so com header
      *    e trailer zerado. O T99F1244C vem ordenado por agencia.
           MOVE SPACES          TO LCT1-REG-HEADER.
           MOVE '1'             TO LCT1-TIPO.
           MOVE 'T99F1247'      TO LCT1-NOM-ARQ.
           MOVE WS-AMD-GER-LOTE TO LCT1-AMD-GER.
           WRITE 1247G-REGISTRO-FD FROM LCT1-REG-HEADER.

           PERFORM 860000-ACUMULA-AGE-PEND
               VARYING IDX-CRD FROM 1 BY 1
               UNTIL IDX-CRD GREATER CNT-CREDITOS.

           IF  NOT 88-PRIMEIRA-AGE
               PERFORM 870000-GRAVA-PAR-AGENCIA
           END-IF.

           MOVE SPACES          TO LCT9-REG-TRAILER.
           MOVE '9'             TO LCT9-TIPO.
           MOVE ACM-QTD-LANCTOS TO LCT9-QTD-LANCTOS.
           MOVE ACM-VL-LCT-DEBITOS  TO LCT9-VL-TOT-DEBITOS.
           MOVE ACM-VL-LCT-CREDITOS TO LCT9-VL-TOT-CREDITOS.
           WRITE 1247G-REGISTRO-FD FROM LCT9-REG-TRAILER.
       850000-SAIDA.
           EXIT.

      *-----------------------------
       860000-ACUMULA-AGE-PEND SECTION.
      *-----------------------------
           IF  TAB-CRD-SIT(IDX-CRD) EQUAL 'S'
               IF  88-PRIMEIRA-AGE
                   MOVE 'N'                  TO WS-PRIMEIRA-AGE
                   MOVE TAB-CRD-AGE(IDX-CRD) TO WS-AGE-ANTERIOR
                   MOVE 0                    TO ACM-VL-AGE
               END-IF
               IF  TAB-CRD-AGE(IDX-CRD) NOT EQUAL WS-AGE-ANTERIOR
                   PERFORM 870000-GRAVA-PAR-AGENCIA
                   MOVE TAB-CRD-AGE(IDX-CRD) TO WS-AGE-ANTERIOR
                   MOVE 0                    TO ACM-VL-AGE
               END-IF
               ADD TAB-CRD-VL(IDX-CRD) TO ACM-VL-AGE
           END-IF.
       860000-SAIDA.
           EXIT.

      *-----------------------------
       870000-GRAVA-PAR-AGENCIA SECTION.
      *-----------------------------
           MOVE SPACES            TO LCT2-REG-LANCTO.
           MOVE '2'               TO LCT2-TIPO.
           MOVE WS-AGE-ANTERIOR   TO LCT2-AGE.
           MOVE 'D'               TO LCT2-IND-DC.
           MOVE LCTO-CTA-LIQUID   TO LCT2-CTA-CONTABIL.
           MOVE ACM-VL-AGE        TO LCT2-VL-LANCTO.
           MOVE 'BAIXA LIQUID. BONUS' TO LCT2-HISTORICO.
           WRITE 1247G-REGISTRO-FD FROM LCT2-REG-LANCTO.
           ADD 1          TO ACM-QTD-LANCTOS.
           ADD ACM-VL-AGE TO ACM-VL-LCT-DEBITOS.

           MOVE SPACES            TO LCT2-REG-LANCTO.
           MOVE '2'               TO LCT2-TIPO.
           MOVE WS-AGE-ANTERIOR   TO LCT2-AGE.
           MOVE 'C'               TO LCT2-IND-DC.
           MOVE LIM-CTA-PENDENCIA TO LCT2-CTA-CONTABIL.
           MOVE ACM-VL-AGE        TO LCT2-VL-LANCTO.
           MOVE 'PENDENCIA BONUS EXP' TO LCT2-HISTORICO.
           WRITE 1247G-REGISTRO-FD FROM LCT2-REG-LANCTO.
           ADD 1          TO ACM-QTD-LANCTOS.
           ADD ACM-VL-AGE TO ACM-VL-LCT-CREDITOS.
       870000-SAIDA.
           EXIT.

      *-----------------------------
       900000-PROCED-FINAIS SECTION.
      *-----------------------------
           CLOSE T99F1244C
                 T99F1247R
                 T99F1247L
                 T99F1247S
                 T99F1247G
                 T99F1247M.
       900000-SAIDA.
           EXIT.

           DISPLAY '888 ' CTE-PROG ' 013 - Esperado: ' ACM-SEQ-RET.
           DISPLAY '888 ' CTE-PROG ' 013 - Recebido: ' RET-SOMAT-SEQ.
           PERFORM 999999-CANCELAR.

      *    Os erros 015 a 018 ocorrem antes da abertura dos demais
      *    arquivos, por isso encerram sem o 999999-CANCELAR.
       999015-ERRO-015.
           DISPLAY '888 ' CTE-PROG ' 015 - Arquivo T99F1247P (limites '
                   'de reenvio) vazio.'.
           CLOSE T99F1247P.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999016-ERRO-016.
           DISPLAY '888 ' CTE-PROG ' 016 - Conta contabil de pendencias'
                   ' zerada no T99F1247P.'.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999017-ERRO-017.
           DISPLAY '888 ' CTE-PROG ' 017 - Arquivo T99F1248P (contas '
                   'contabeis) vazio.'.
           CLOSE T99F1248P.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999018-ERRO-018.
           DISPLAY '888 ' CTE-PROG ' 018 - Conta contabil de liquidacao'
                   ' zerada no T99F1248P.'.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999019-ERRO-019.
           DISPLAY '888 ' CTE-PROG ' 019 - Erro de gravacao no cadastro'
                   ' de pendencias T99F1247M - STATUS: '
                   WS-STATUS-PEND.
           DISPLAY '888 ' CTE-PROG ' 019 - CTA: ' PEND-CTA
                   ' ORIGEM: ' PEND-AMD-ORIGEM.
           PERFORM 999999-CANCELAR.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F1244C
                 T99F1247R
                 T99F1247L
                 T99F1247S
                 T99F1247G
                 T99F1247M.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
