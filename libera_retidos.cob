
      *VRS001-02/09/2026-F8367856-Rafael   Implantacao
      *VRS002-15/10/2026-F8367856-Rafael   Teto anual de bonus por
      *                                    cliente sobre o bonus
      *                                    liberado: acumulado do ano
      *                                    no T99F1237Y, teto do
      *                                    T99F1237P e cortes no
      *                                    T99F1257K
      *VRS003-15/10/2026-F8367856-Rafael   Teto anual da versao de
      *                                    parametros aprovada em
      *                                    vigor na data de referencia
      *                                    (T99F1237V) no lugar do
      *                                    T99F1237P
      *VRS004-15/10/2026-F8367856-Rafael   Trailer do arquivo retido
      *                                    conferido numa primeira
      *                                    passada, antes de qualquer
      *                                    soma no acumulado anual
      *                                    T99F1237Y
      *-----------------------*
       IDENTIFICATION DIVISION.
      *-----------------------*
      *               T99F1257I. As contas ainda bloqueadas sao
      *               regravadas no saldo remanescente T99F1257D, que
      *               volta como entrada da proxima passada.
      *               O bonus liberado respeita o teto anual do
      *               cliente (teto da versao de parametros T99F1237V
      *               em vigor na data de referencia) no ano da data
      *               de referencia: o excedente e cortado,
      *               com a retencao de IR reduzida na mesma
      *               proporcao, e o corte e gravado no T99F1257K.
      *---------------------------------------------------------------*
       ENVIRONMENT DIVISION.
      *---------------------
            SELECT T99F1257S ASSIGN  TO  "T99F1257S.txt".
            SELECT T99F1257I ASSIGN  TO  "T99F1257I.txt".
            SELECT T99F1257D ASSIGN  TO  "T99F1257D.txt".
            SELECT T99F1257K ASSIGN  TO  "T99F1257K.txt".
            SELECT T99F1237Y ASSIGN  TO  "T99F1237Y.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS TETO-CHAVE
                   FILE STATUS    IS WS-STATUS-TETO.
            SELECT T99F1237V ASSIGN  TO  "T99F1237V.txt"
                   ORGANIZATION   IS INDEXED
                   ACCESS MODE    IS DYNAMIC
                   RECORD KEY     IS VER-NUMERO
                   FILE STATUS    IS WS-STATUS-VER.
      *------------
       DATA DIVISION.
      *------------
      *    para a proxima passada (mesmo layout do T99F1237D)
       FD  T99F1257D.
       01  1257D-REGISTRO-FD           PIC  X(069).

      *    Contas com o bonus liberado cortado pelo teto anual do
      *    cliente (mesmo layout do T99F1237K)
       FD  T99F1257K.
       01  1257K-REGISTRO-FD           PIC  X(092).

      *    Acumulado anual de bonus por cliente (mesmo layout do
      *    T99P1237)
       FD  T99F1237Y.
       01  TETO-REG-GERL.
           03  TETO-CHAVE.
               05  TETO-MCI            PIC   9(09).
               05  TETO-ANO            PIC   9(04).
               05  TETO-CTA            PIC   9(11).
           03  TETO-AGE                PIC   9(04).
           03  TETO-MES OCCURS 12 TIMES.
               05  TETO-VL-CICLO       PIC   9(15)V99.
               05  TETO-VL-LIBERADO    PIC   9(15)V99.

      *    Versoes de parametros de calculo do bonus (mantidas pelo
      *    T99P1261), indexadas pelo numero da versao; a versao zero e
      *    o registro de controle da manutencao. Aqui so o teto
      *    anual por cliente e usado.
       FD  T99F1237V.
       01  VER-REG-GERL.
           03  VER-NUMERO              PIC   9(05).
           03  VER-SITUACAO            PIC   X(01).
               88  88-VER-APROVADA                    VALUE 'A'.
           03  VER-AMD-VIG             PIC   9(08).
           03  VER-USU-INCLUSAO        PIC   X(08).
           03  VER-AMD-INCLUSAO        PIC   9(08).
           03  VER-HOR-INCLUSAO        PIC   9(08).
           03  VER-USU-DECISAO         PIC   X(08).
           03  VER-AMD-DECISAO         PIC   9(08).
           03  VER-HOR-DECISAO         PIC   9(08).
           03  VER-MOTIVO              PIC   X(40).
           03  VER-PARAMETROS.
               05  VER-TX-BONUS        PIC   9(01)V9(04).
               05  VER-VL-MINIMO       PIC   9(15)V99.
               05  VER-VL-MAXIMO       PIC   9(15)V99.
               05  VER-MODO-CALC       PIC   X(01).
               05  VER-TX-IRF          PIC   9(01)V9(04).
               05  VER-VL-ISENTO-IRF   PIC   9(15)V99.
               05  VER-QTD-DIAS-COTACAO
                                       PIC   9(03).
               05  VER-PCT-VAR-COTACAO PIC   9(03)V99.
               05  VER-VL-TETO-ANUAL   PIC   9(15)V99.
           03  VER-QTD-FAIXAS          PIC   9(02).
           03  VER-FAIXA OCCURS 20 TIMES.
               05  VER-FAIXA-LIMITE    PIC   9(15)V99.
               05  VER-FAIXA-TAXA      PIC   9(01)V9(04).
           03  FILLER                  PIC   X(09).
      *-----------------------
       WORKING-STORAGE SECTION.
      *-----------------------
       77  ACM-QTD-LIDAS               PIC  S9(09)      VALUE 0.
       77  ACM-TOT-LIDO                PIC  S9(15)V99   VALUE 0.

      *    Primeira passada de conferencia do trailer do T99F1237D
       77  ACM-QTD-CONFERIDAS          PIC  S9(09)      VALUE 0.
       77  ACM-TOT-CONFERIDO           PIC  S9(15)V99   VALUE 0.

      *    Data de referencia, lida do T99F1257P
       01  1257P-REG-PARM.
           03  LIB-AMD-REF             PIC   9(08).

      *    Parametros de calculo do bonus (mesmo layout do T99P1237),
      *    carregados da versao em vigor na data de referencia
       01  1237P-REG-PARM.
           03  PARM-TX-BONUS           PIC   9(01)V9(04).
           03  PARM-VL-MINIMO          PIC   9(15)V99.
           03  PARM-VL-MAXIMO          PIC   9(15)V99.
           03  PARM-MODO-CALC          PIC   X(01).
           03  PARM-IND-SIMULACAO      PIC   X(01).
           03  PARM-TX-IRF             PIC   9(01)V9(04).
           03  PARM-VL-ISENTO-IRF      PIC   9(15)V99.
           03  PARM-QTD-DIAS-COTACAO   PIC   9(03).
           03  PARM-PCT-VAR-COTACAO    PIC   9(03)V99.
           03  PARM-VL-TETO-ANUAL      PIC   9(15)V99.

      *    Selecao da versao de parametros (T99F1237V): a aprovada de
      *    maior vigencia nao posterior a data de referencia; na mesma
      *    vigencia, a de maior numero
       77  WS-STATUS-VER               PIC  X(02).
           88  VER-OK                                   VALUE '00'.
       77  IND-FIM-VER                 PIC  X(01)       VALUE 'N'.
           88  88-FIM-VER                                VALUE 'S'.
       77  WS-NUM-VERSAO               PIC  9(05)       VALUE 0.
       77  WS-AMD-VIG-VERSAO           PIC  9(08)       VALUE 0.

      *    Teto anual de bonus por cliente (T99F1237Y/T99F1257K): o
      *    ano e o mes vem da data de referencia da liberacao
       77  WS-STATUS-TETO              PIC  X(02).
           88  TETO-OK                                  VALUE '00'.
       77  IND-FIM-TETO                PIC  X(01)       VALUE 'N'.
           88  88-FIM-TETO                               VALUE 'S'.
       77  IND-TETO-ESGOTADO           PIC  X(01)       VALUE 'N'.
           88  88-TETO-ESGOTADO                          VALUE 'S'.
       77  WS-ANO-TETO                 PIC  9(04)       VALUE 0.
       77  WS-MES-TETO                 PIC  9(02)       VALUE 0.
       77  WS-SUB-TETO                 PIC  9(02)       VALUE 0.
       77  WS-VL-ACUM-ANO              PIC  9(15)V99    VALUE 0.
       77  WS-VL-SALDO-TETO            PIC  9(15)V99    VALUE 0.
       77  WS-VL-LIBERAR               PIC  9(15)V99    VALUE 0.
       77  WS-VL-IRF-LIBERAR           PIC  9(15)V99    VALUE 0.
       77  ACM-QTD-CORTE               PIC  S9(09)      VALUE 0.
       77  ACM-TOT-ORIGINAL-CORTE      PIC  S9(15)V99   VALUE 0.
       77  ACM-TOT-CONCEDIDO-CORTE     PIC  S9(15)V99   VALUE 0.

      *    Lista corrente de contas bloqueadas (T99F1237B): uma conta
      *    liberada pelo fim do bloqueio gravado e segurada mesmo
      *    assim quando o juridico a mantem na lista com bloqueio
      *    Registro montado para o saldo remanescente
       01  SLD-REG-GERL                PIC   X(069).

      *    Arquivo de cortes pelo teto anual (mesmo layout do
      *    T99F1237K)

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

      *-------------------
       PROCEDURE DIVISION.
      *-------------------
                   ' VALOR: ' ACM-TOT-LIBERADO.
           DISPLAY '999 ' CTE-PROG ' AINDA BLOQUEADAS: '
                   ACM-QTD-MANTIDAS ' VALOR: ' ACM-TOT-MANTIDO.
           IF  ACM-QTD-CORTE GREATER 0
               DISPLAY '999 ' CTE-PROG ' CORTADAS PELO TETO ANUAL: '
                       ACM-QTD-CORTE ' RETIDO: ' ACM-TOT-ORIGINAL-CORTE
                       ' LIBERADO: ' ACM-TOT-CONCEDIDO-CORTE
           END-IF.
           DISPLAY '999 ' CTE-PROG ' 999 - FIM NORMAL'.
           STOP RUN.

           IF  LIB-AMD-REF EQUAL 0
               PERFORM 999002-ERRO-002.

           COMPUTE WS-ANO-TETO = LIB-AMD-REF / 10000.
           COMPUTE WS-MES-TETO = (LIB-AMD-REF / 100)
                               - (WS-ANO-TETO * 100).

           PERFORM 132000-SELECIONA-VERSAO.

           PERFORM 137000-CARREGA-BLOQUEIOS.

           OPEN INPUT T99F1237D.
               AND RET-NOM-ARQ NOT EQUAL 'T99F1257'
               PERFORM 999004-ERRO-004.

           PERFORM 120000-CONFERE-RETIDO.

           OPEN OUTPUT T99F1257S
                       T99F1257I
                       T99F1257D
                       T99F1257K.

      *    Acumulado anual por cliente: criado vazio quando ainda
      *    nao existe (mesma mecanica do T99P1237).
           OPEN I-O T99F1237Y.
           IF  NOT TETO-OK
               OPEN OUTPUT T99F1237Y
               CLOSE T99F1237Y
               OPEN I-O T99F1237Y
           END-IF.

           MOVE SPACES      TO 132-REG-GERL.
           MOVE 0           TO 132-AGE
           MOVE RET-REG-GERL TO SLD-REG-GERL.
           WRITE 1257D-REGISTRO-FD FROM SLD-REG-GERL.

           MOVE SPACES      TO CORT-REG-GERL.
           MOVE 0           TO CORT-AGE
                               CORT-CTA.
           MOVE 'T99F1257'  TO CORT-NOM-ARQ.
           MOVE LIB-AMD-REF TO CORT-AMD-GER.
           WRITE 1257K-REGISTRO-FD FROM CORT-REG-GERL.

           PERFORM 800000-LE-RETIDO.
       100000-SAIDA.
           EXIT.

      *-----------------------------------
       120000-CONFERE-RETIDO SECTION.
      *-----------------------------------
      *    Primeira passada: o trailer do arquivo retido e conferido
      *    antes de qualquer liberacao. O liberado e somado no
      *    acumulado anual T99F1237Y conta a conta (348000); um
      *    arquivo truncado ou divergente recusado so no fim deixaria
      *    o ano dos clientes ja somado, e a nova execucao, depois da
      *    correcao, somaria de novo. Conferido, o arquivo e reaberto
      *    e o header relido para a passada de liberacao.
           PERFORM 125000-LE-CONFERENCIA
               UNTIL RET-AGE EQUAL 9999.

           IF  RET-CTA NOT EQUAL 99999999999
               OR RET-TOT-RETIDO NOT EQUAL ACM-TOT-CONFERIDO
               OR RET-QTD-CONTAS NOT EQUAL ACM-QTD-CONFERIDAS
               PERFORM 999013-ERRO-013.

           CLOSE T99F1237D.
           OPEN INPUT T99F1237D.

           READ T99F1237D INTO RET-REG-GERL
                AT END PERFORM 999003-ERRO-003.
       120000-SAIDA.
           EXIT.

      *-----------------------------------
       125000-LE-CONFERENCIA SECTION.
      *-----------------------------------
           READ T99F1237D INTO RET-REG-GERL
                AT END PERFORM 999012-ERRO-012.

           IF  RET-AGE NOT EQUAL 9999
               ADD 1            TO ACM-QTD-CONFERIDAS
               ADD RET-VL-BONUS TO ACM-TOT-CONFERIDO
           END-IF.
       125000-SAIDA.
           EXIT.

      *-----------------------------------
       132000-SELECIONA-VERSAO SECTION.
      *-----------------------------------
      *    Seleciona no T99F1237V a versao aprovada em vigor em
      *    LIB-AMD-REF (a data de geracao do ciclo que vai creditar
      *    os liberados) e carrega dela os parametros de calculo.
           OPEN INPUT T99F1237V.
           IF  NOT VER-OK
               PERFORM 999010-ERRO-010
           END-IF.

           MOVE 0   TO WS-NUM-VERSAO
                       WS-AMD-VIG-VERSAO.
           MOVE 'N' TO IND-FIM-VER.
           MOVE 0   TO VER-NUMERO.
           START T99F1237V KEY IS GREATER THAN VER-NUMERO
               INVALID KEY
                   MOVE 'S' TO IND-FIM-VER
           END-START.
           PERFORM 133000-LE-VERSAO-UMA
               UNTIL 88-FIM-VER.

           IF  WS-NUM-VERSAO EQUAL 0
               CLOSE T99F1237V
               PERFORM 999011-ERRO-011
           END-IF.

           MOVE WS-NUM-VERSAO TO VER-NUMERO.
           READ T99F1237V
               INVALID KEY
                   CLOSE T99F1237V
                   PERFORM 999011-ERRO-011
           END-READ.

           MOVE VER-TX-BONUS         TO PARM-TX-BONUS.
           MOVE VER-VL-MINIMO        TO PARM-VL-MINIMO.
           MOVE VER-VL-MAXIMO        TO PARM-VL-MAXIMO.
           MOVE VER-MODO-CALC        TO PARM-MODO-CALC.
           MOVE VER-TX-IRF           TO PARM-TX-IRF.
           MOVE VER-VL-ISENTO-IRF    TO PARM-VL-ISENTO-IRF.
           MOVE VER-QTD-DIAS-COTACAO TO PARM-QTD-DIAS-COTACAO.
           MOVE VER-PCT-VAR-COTACAO  TO PARM-PCT-VAR-COTACAO.
           MOVE VER-VL-TETO-ANUAL    TO PARM-VL-TETO-ANUAL.

           CLOSE T99F1237V.

           DISPLAY '999 ' CTE-PROG ' VERSAO DE PARAMETROS: '
                   WS-NUM-VERSAO ' VIGENCIA: ' WS-AMD-VIG-VERSAO.
       132000-SAIDA.
           EXIT.

      *-----------------------------------
       133000-LE-VERSAO-UMA SECTION.
      *-----------------------------------
           READ T99F1237V NEXT
                AT END
                    MOVE 'S' TO IND-FIM-VER
                NOT AT END
                    IF  88-VER-APROVADA
                        AND VER-AMD-VIG NOT GREATER LIB-AMD-REF
                        AND VER-AMD-VIG NOT LESS WS-AMD-VIG-VERSAO
                        MOVE VER-NUMERO  TO WS-NUM-VERSAO
                        MOVE VER-AMD-VIG TO WS-AMD-VIG-VERSAO
                    END-IF
           END-READ.
       133000-SAIDA.
           EXIT.
      *-----------------------------------
       137000-CARREGA-BLOQUEIOS SECTION.
      *-----------------------------------
      *-----------------------------
      *    Grava o bonus bruto no lote complementar; a retencao de IR
      *    gravada junto com o registro retido segue no T99F1257I,
      *    para o T99P1244 creditar o liquido. Antes, o teto anual do
      *    cliente pode reduzir o valor liberado (340000); liberado
      *    zerado sai da retencao sem gerar credito - o corte fica
      *    registrado no T99F1257K.
           MOVE RET-VL-BONUS TO WS-VL-LIBERAR.
           MOVE RET-VL-IRF   TO WS-VL-IRF-LIBERAR.
           PERFORM 340000-APLICA-TETO-ANUAL.

           IF  88-TETO-ESGOTADO
               GO TO 320000-SAIDA.

           MOVE RET-AGE       TO 132-AGE.
           MOVE RET-CTA       TO 132-CTA.
           MOVE RET-MCI       TO 132-MCI.
           MOVE WS-VL-LIBERAR TO 132-VL-BONUS.
           ADD 1            TO CNT-SEQ-132.
           ADD CNT-SEQ-132  TO ACM-SEQ-132.
           MOVE CNT-SEQ-132 TO 132-SEQ.
           WRITE 1257S-REGISTRO-FD FROM 132-REG-GERL.

           ADD WS-VL-LIBERAR TO ACM-TOT-LIBERADO.
           ADD 1             TO ACM-QTD-LIBERADAS.

           IF  WS-VL-IRF-LIBERAR GREATER 0
               COMPUTE WS-VL-LIQUIDO =
                       WS-VL-LIBERAR - WS-VL-IRF-LIBERAR
               MOVE RET-AGE           TO IRF-AGE
               MOVE RET-CTA           TO IRF-CTA
               MOVE RET-MCI           TO IRF-MCI
               MOVE WS-VL-LIBERAR     TO IRF-VL-BONUS
               MOVE WS-VL-IRF-LIBERAR TO IRF-VL-IRF
               MOVE WS-VL-LIQUIDO     TO IRF-VL-LIQUIDO
               WRITE 1257I-REGISTRO-FD FROM IRF-REG-GERL
               ADD 1                  TO ACM-QTD-IRF
               ADD WS-VL-IRF-LIBERAR  TO ACM-TOT-IRF
               ADD WS-VL-LIQUIDO      TO ACM-TOT-LIQUIDO
           END-IF.
       320000-SAIDA.
           EXIT.

      *-----------------------------
       340000-APLICA-TETO-ANUAL SECTION.
      *-----------------------------
      *    Soma o que o cliente (RET-MCI) ja recebeu no ano da data de
      *    referencia em todas as contas - ciclos e liberacoes
      *    anteriores - e corta o valor liberado ao saldo do teto. A
      *    retencao de IR gravada no registro retido e reduzida na
      *    mesma proporcao (sem recalcular com parametros de outro
      *    ciclo). O liberado e SOMADO na posicao do mes: uma conta
      *    pode ter mais de um registro retido liberado na mesma
      *    passada.
           MOVE 'N' TO IND-TETO-ESGOTADO.

           PERFORM 341000-SOMA-ANO-CLIENTE.

           IF  PARM-VL-TETO-ANUAL GREATER 0
               IF  WS-VL-ACUM-ANO NOT LESS PARM-VL-TETO-ANUAL
                   MOVE 0 TO WS-VL-SALDO-TETO
               ELSE
                   COMPUTE WS-VL-SALDO-TETO =
                           PARM-VL-TETO-ANUAL - WS-VL-ACUM-ANO
               END-IF
               IF  WS-VL-LIBERAR GREATER WS-VL-SALDO-TETO
                   MOVE WS-VL-SALDO-TETO TO WS-VL-LIBERAR
                   COMPUTE WS-VL-IRF-LIBERAR ROUNDED =
                           RET-VL-IRF * WS-VL-LIBERAR / RET-VL-BONUS
                   PERFORM 346000-GRAVA-CORTE-TETO
                   IF  WS-VL-LIBERAR EQUAL 0
                       MOVE 'S' TO IND-TETO-ESGOTADO
                   END-IF
               END-IF
           END-IF.

           PERFORM 348000-ATUALIZA-ANO-CLIENTE.
       340000-SAIDA.
           EXIT.

      *-----------------------------
       341000-SOMA-ANO-CLIENTE SECTION.
      *-----------------------------
           MOVE 0 TO WS-VL-ACUM-ANO.
           MOVE 'N' TO IND-FIM-TETO.
           MOVE RET-MCI     TO TETO-MCI.
           MOVE WS-ANO-TETO TO TETO-ANO.
           MOVE 0           TO TETO-CTA.
           START T99F1237Y KEY IS NOT LESS THAN TETO-CHAVE
               INVALID KEY
                   MOVE 'S' TO IND-FIM-TETO
           END-START.

           PERFORM 342000-LE-ANO-UM
               UNTIL 88-FIM-TETO.
       341000-SAIDA.
           EXIT.

      *-----------------------------
       342000-LE-ANO-UM SECTION.
      *-----------------------------
           READ T99F1237Y NEXT
                AT END
                    MOVE 'S' TO IND-FIM-TETO
                NOT AT END
                    IF  TETO-MCI NOT EQUAL RET-MCI
                        OR TETO-ANO NOT EQUAL WS-ANO-TETO
                        MOVE 'S' TO IND-FIM-TETO
                    ELSE
                        PERFORM 343000-SOMA-MES-ANO
                            VARYING WS-SUB-TETO FROM 1 BY 1
                            UNTIL WS-SUB-TETO GREATER 12
                    END-IF
           END-READ.
       342000-SAIDA.
           EXIT.

      *-----------------------------
       343000-SOMA-MES-ANO SECTION.
      *-----------------------------
           ADD TETO-VL-CICLO(WS-SUB-TETO)    TO WS-VL-ACUM-ANO.
           ADD TETO-VL-LIBERADO(WS-SUB-TETO) TO WS-VL-ACUM-ANO.
       343000-SAIDA.
           EXIT.

      *-----------------------------
       346000-GRAVA-CORTE-TETO SECTION.
      *-----------------------------
           MOVE RET-AGE            TO CORT-AGE.
           MOVE RET-CTA            TO CORT-CTA.
           MOVE RET-MCI            TO CORT-MCI.
           MOVE RET-VL-BONUS       TO CORT-VL-ORIGINAL.
           MOVE WS-VL-LIBERAR      TO CORT-VL-CONCEDIDO.
           MOVE PARM-VL-TETO-ANUAL TO CORT-VL-TETO.
           MOVE WS-VL-ACUM-ANO     TO CORT-VL-ACUM-ANO.
           WRITE 1257K-REGISTRO-FD FROM CORT-REG-GERL.

           ADD 1             TO ACM-QTD-CORTE.
           ADD RET-VL-BONUS  TO ACM-TOT-ORIGINAL-CORTE.
           ADD WS-VL-LIBERAR TO ACM-TOT-CONCEDIDO-CORTE.
       346000-SAIDA.
           EXIT.

      *-----------------------------
       348000-ATUALIZA-ANO-CLIENTE SECTION.
      *-----------------------------
           MOVE RET-MCI     TO TETO-MCI.
           MOVE WS-ANO-TETO TO TETO-ANO.
           MOVE RET-CTA     TO TETO-CTA.
           READ T99F1237Y
               INVALID KEY
                   PERFORM 349000-INICIALIZA-ANO-CLIENTE
               NOT INVALID KEY
                   ADD WS-VL-LIBERAR TO TETO-VL-LIBERADO(WS-MES-TETO)
                   REWRITE TETO-REG-GERL
           END-READ.
       348000-SAIDA.
           EXIT.

      *-----------------------------
       349000-INICIALIZA-ANO-CLIENTE SECTION.
      *-----------------------------
           MOVE RET-MCI     TO TETO-MCI.
           MOVE WS-ANO-TETO TO TETO-ANO.
           MOVE RET-CTA     TO TETO-CTA.
           MOVE RET-AGE     TO TETO-AGE.
           PERFORM 347000-ZERA-MES-ANO
               VARYING WS-SUB-TETO FROM 1 BY 1
               UNTIL WS-SUB-TETO GREATER 12.
           MOVE WS-VL-LIBERAR TO TETO-VL-LIBERADO(WS-MES-TETO).
           WRITE TETO-REG-GERL.
       349000-SAIDA.
           EXIT.

      *-----------------------------
       347000-ZERA-MES-ANO SECTION.
      *-----------------------------
           MOVE 0 TO TETO-VL-CICLO(WS-SUB-TETO).
           MOVE 0 TO TETO-VL-LIBERADO(WS-SUB-TETO).
       347000-SAIDA.
           EXIT.

      *-----------------------------
       330000-MANTEM-CONTA SECTION.
      *-----------------------------
           MOVE RET-REG-GERL TO SLD-REG-GERL.
           WRITE 1257D-REGISTRO-FD FROM SLD-REG-GERL.

           MOVE SPACES         TO CORT-REG-GERL.
           MOVE 9999           TO CORT-AGE.
           MOVE 99999999999    TO CORT-CTA.
           MOVE ACM-TOT-ORIGINAL-CORTE
                               TO CORT-TOT-ORIGINAL.
           MOVE ACM-TOT-CONCEDIDO-CORTE
                               TO CORT-TOT-CONCEDIDO.
           MOVE ACM-QTD-CORTE  TO CORT-QTD-CONTAS.
           WRITE 1257K-REGISTRO-FD FROM CORT-REG-GERL.

           CLOSE T99F1237D
                 T99F1257S
                 T99F1257I
                 T99F1257D
                 T99F1257K
                 T99F1237Y.
       110000-SAIDA.
           EXIT.

      *---------------------
       999000-ERROS SECTION.
      *---------------------
      *    Os erros 001, 002, 005 e 010 ocorrem antes da abertura dos
      *    arquivos de saida, por isso encerram fechando apenas o que
      *    esta aberto no ponto do erro.
       999001-ERRO-001.
           DISPLAY '888 ' CTE-PROG ' 009 - Esperado: ' ACM-QTD-LIDAS.
           DISPLAY '888 ' CTE-PROG ' 009 - Recebido: ' RET-QTD-CONTAS.
           PERFORM 999999-CANCELAR.

       999010-ERRO-010.
           DISPLAY '888 ' CTE-PROG ' 010 - Versoes de parametros T99F'
                   '1237V indisponivel - STATUS: ' WS-STATUS-VER.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999011-ERRO-011.
           DISPLAY '888 ' CTE-PROG ' 011 - Nenhuma versao de parametro'
                   's aprovada em vigor no T99F1237V.'.
           DISPLAY '888 ' CTE-PROG ' 011 - Data de referencia: '
                   LIB-AMD-REF.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

      *    Os erros 012 e 013 ocorrem na conferencia do T99F1237D,
      *    antes da abertura dos arquivos de saida e do T99F1237Y.
       999012-ERRO-012.
           DISPLAY '888 ' CTE-PROG ' 012 - T99F1237D sem trailer.'.
           DISPLAY '888 ' CTE-PROG ' 012 - Nenhuma conta liberada.'.
           CLOSE T99F1237D.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.

       999013-ERRO-013.
           DISPLAY '888 ' CTE-PROG ' 013 - TRAILER DO T99F1237D NAO '
                   'CONFERE COM OS DETALHES.'.
           DISPLAY '888 ' CTE-PROG ' 013 - Esperado: '
                   ACM-QTD-CONFERIDAS ' ' ACM-TOT-CONFERIDO.
           DISPLAY '888 ' CTE-PROG ' 013 - Recebido: '
                   RET-QTD-CONTAS ' ' RET-TOT-RETIDO ' CTA: ' RET-CTA.
           DISPLAY '888 ' CTE-PROG ' 013 - Nenhuma conta liberada.'.
           CLOSE T99F1237D.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
      *------------------------
       999999-CANCELAR SECTION.
      *------------------------
           CLOSE T99F1237D
                 T99F1257S
                 T99F1257I
                 T99F1257D
                 T99F1257K
                 T99F1237Y.
           DISPLAY '999 ' CTE-PROG ' CANCELADO.'.
           STOP RUN.
       999999-SAIDA-ABENDA.
